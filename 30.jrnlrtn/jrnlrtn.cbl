      *> modification history
      *> 2026-09-02  jm  initial version - EXCPRTN-shaped appender
      *>                 for the CUSTJRNL journal
      *> 2026-10-15  jm  the record carries the operator signed on
      *>                 through SIGNRTN, blank on a batch change
      *> ##########################

       ENVIRONMENT DIVISION.
       01  JR-RECORD.
           COPY JRNLREC REPLACING ==XJ-RUN-DATE== BY ==JR-RUN-DATE==
                                  ==XJ-PROGRAM==  BY ==JR-PROGRAM==
                                  ==XJ-OPERATOR== BY ==JR-OPERATOR==
                                  ==XJ-CUST-ID==  BY ==JR-CUST-ID==
                                  ==XJ-ACTION==   BY ==JR-ACTION==
                                  ==XJ-BEFORE==   BY ==JR-BEFORE==
       01 LS-JOURNAL-REC.
           COPY JRNLREC REPLACING ==XJ-RUN-DATE== BY ==LS-JRN-RUN-DATE==
                                  ==XJ-PROGRAM==  BY ==LS-JRN-PROGRAM==
                                  ==XJ-OPERATOR== BY ==LS-JRN-OPERATOR==
                                  ==XJ-CUST-ID==  BY ==LS-JRN-CUST-ID==
                                  ==XJ-ACTION==   BY ==LS-JRN-ACTION==
                                  ==XJ-BEFORE==   BY ==LS-JRN-BEFORE==

           MOVE LS-JRN-RUN-DATE TO JR-RUN-DATE
           MOVE LS-JRN-PROGRAM  TO JR-PROGRAM
           MOVE LS-JRN-OPERATOR TO JR-OPERATOR
           MOVE LS-JRN-CUST-ID  TO JR-CUST-ID
           MOVE LS-JRN-ACTION   TO JR-ACTION
           MOVE LS-JRN-BEFORE   TO JR-BEFORE
