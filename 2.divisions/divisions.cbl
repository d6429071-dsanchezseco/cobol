      *>                 than operations considers a normal night -
      *>                 DIVISIONS used to end with COND CODE 0000 no
      *>                 matter what happened inside the chain
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> ##########################

      *> environment confif. d'uh. optional
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

      *> like working-storage, but variables are alocated and initialized
      *> each time the program starts < for batch(daemon) mode
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

      *> the card is validated before any processing starts - a bad
