      *>                 the out-of-balance 8 still holds BILLSTMT,
      *>                 now through the driver instead of the
      *>                 scheduler's COND checks
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
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
           OPEN INPUT BALANCE-FILE
           OPEN OUTPUT BALANCE-REPORT
