      *> modification history
      *> 2026-09-02  jm  initial version - batch returns file against
      *>                 the master's mail flag
      *> 2026-10-15  jm  the AUDITLOG and CUSTJRNL records carry the
      *>                 operator signed on through SIGNRTN now -
      *>                 every program that builds them must carry
      *>                 the same copybook fields; a batch run like
      *>                 this one leaves the operator blank
      *> ##########################

       ENVIRONMENT DIVISION.
       01 WS-JOURNAL-REC.
           COPY JRNLREC REPLACING ==XJ-RUN-DATE== BY ==WS-JRN-RUN-DATE==
                                  ==XJ-PROGRAM==  BY ==WS-JRN-PROGRAM==
                                  ==XJ-OPERATOR== BY ==WS-JRN-OPERATOR==
                                  ==XJ-CUST-ID==  BY ==WS-JRN-CUST-ID==
                                  ==XJ-ACTION==   BY ==WS-JRN-ACTION==
                                  ==XJ-BEFORE==   BY ==WS-JRN-BEFORE==
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       01 WS-TITLE-LINE.
          05 FILLER            PIC X(30) VALUE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           OPEN INPUT RETURNS-FILE
           OPEN I-O CUSTOMER-MASTER
       7600-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO WS-JRN-RUN-DATE
           MOVE 'RETMAIL'   TO WS-JRN-PROGRAM
           MOVE SPACES      TO WS-JRN-OPERATOR
           MOVE RT-CUST-ID  TO WS-JRN-CUST-ID
           CALL 'JRNLRTN' USING WS-JOURNAL-REC.
       7600-EXIT.
