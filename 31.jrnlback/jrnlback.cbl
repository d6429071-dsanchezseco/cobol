      *>                 now, for CUSTINQ's search by name -
      *>                 every program that opens the file must
      *>                 carry the same key clauses
      *> 2026-10-15  jm  the AUDITLOG and CUSTJRNL records carry the
      *>                 operator signed on through SIGNRTN now -
      *>                 the journal is read through the same
      *>                 copybook, so only the layout moves; this
      *>                 run's own audit records carry a blank one
      *> ##########################

       ENVIRONMENT DIVISION.
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       01 WS-TITLE-LINE.
          05 FILLER            PIC X(26) VALUE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           DISPLAY "JRNLBACK: BACKING OUT RUN DATE " WS-RUN-DATE
           OPEN INPUT CUSTOMER-JOURNAL
