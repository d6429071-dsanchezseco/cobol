      *>                 OUTPUT too, not just the first OPEN EXTEND -
      *>                 if both opens fail the WRITE/CLOSE used to
      *>                 silently no-op with no diagnostic at all
      *> 2026-10-15  jm  the record carries the operator signed on
      *>                 through SIGNRTN, blank on a batch run
      *> ##########################

       ENVIRONMENT DIVISION.
                                   ==XA-EVENT==    BY ==AL-EVENT==
                                   ==XA-RUN-DATE== BY ==AL-RUN-DATE==
                                   ==XA-RUN-TIME== BY ==AL-RUN-TIME==
                                   ==XA-STATUS==   BY ==AL-STATUS==
                                   ==XA-OPERATOR== BY ==AL-OPERATOR==.

         WORKING-STORAGE SECTION.
       01 WS-AL-STATUS  PIC X(02) VALUE '00'.
                                   ==XA-EVENT==   BY ==LS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==LS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==LS-AUD-TIME==
                                   ==XA-STATUS==   BY ==LS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==LS-AUD-OPER==.

       PROCEDURE DIVISION USING LS-AUDIT-REC.
       0000-MAINLINE.
           MOVE LS-AUD-DATE     TO AL-RUN-DATE
           MOVE LS-AUD-TIME     TO AL-RUN-TIME
           MOVE LS-AUD-STATUS   TO AL-STATUS
           MOVE LS-AUD-OPER     TO AL-OPERATOR
           WRITE AL-RECORD

           CLOSE AUDIT-LOG
