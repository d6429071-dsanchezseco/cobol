      *> driving program over the nightly customer suite - CUSTAPPLY,
      *> then CUSTBATCH, then CTLBAL, then USAGELOAD, then BILLSTMT,
      *> then LABELRPT and CUSTEXTR, run in order as one job step the
      *> way DIVISIONS drives the DATATYPES/BASICVERBS chain, instead
      *> of seven separate submissions with an operator eyeballing
      *> each one before releasing the next. every step hands back a
      *> return code: 8 or worse stops the chain on the spot -
      *> CTLBAL's out-of-balance 8 and USAGELOAD's rejected meter
      *> feed both hold BILLSTMT exactly as the scheduler used to
      *> hold it - and the last completed step is
      *> checkpointed the way CUSTBATCH checkpoints its last
      *> CM-CUST-ID, so a rerun resumes at the failed step instead
      *> of re-running CUSTAPPLY's already-applied transactions from
      *>                 of the holiday schedule. a rerun under the
      *>                 RUNCTL override carries the failed night's
      *>                 date and so still runs
      *> 2026-10-15  jm  new step 4 USAGELOAD loads and proves the
      *>                 month's meter-read feed ahead of BILLSTMT -
      *>                 a rejected feed comes back 8 and holds the
      *>                 statement run. BILLSTMT, LABELRPT and
      *>                 CUSTEXTR move down to steps 5, 6 and 7, so
      *>                 a CHNCKPT left by a failed run under the old
      *>                 numbering must be cleared before the first
      *>                 night on this version
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> ##########################

       ENVIRONMENT DIVISION.
      *> completed before this run started, and how many there are
       01 WS-STEP-NUMBER       PIC 9(02) VALUE 0.
       01 WS-RESTART-STEP      PIC 9(02) VALUE 0.
       01 WS-STEP-MAX          PIC 9(02) VALUE 7.

      *> what the running step handed back, and the worst code any
      *> step handed back - what this job step ends with
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
      *> should tonight's billing run at all - the calendar decides,
      *> not the operator. the RUNCTL override carries a rerun of a
               GO TO 2100-EXIT
           END-IF
           IF WS-STEP-NUMBER = 4
               MOVE 'USAGELOAD' TO WS-STEP-NAME
               CALL 'USAGELOAD' USING WS-STEP-CODE
               GO TO 2100-EXIT
           END-IF
           IF WS-STEP-NUMBER = 5
               MOVE 'BILLSTMT' TO WS-STEP-NAME
               CALL 'BILLSTMT' USING WS-STEP-CODE
               GO TO 2100-EXIT
           END-IF
           IF WS-STEP-NUMBER = 6
               MOVE 'LABELRPT' TO WS-STEP-NAME
               CALL 'LABELRPT' USING WS-STEP-CODE
               GO TO 2100-EXIT
