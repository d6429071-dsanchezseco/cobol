      *> month-end period close - marks a CCYYMM accounting period
      *> closed on the PERIODCT period-control file once its last
      *> business day has been run, so nothing can post into it
      *> afterwards: BILLSTMT, PAYAPPLY and ADJAPPLY ask PERIODRTN
      *> about their posting period and refuse a closed one, which
      *> puts an end to a rerun of February under the RUNCTL date
      *> override quietly changing figures already reported.
      *>
      *> the period comes off a SYSIN parameter card - blank means
      *> the period the run date last finished: the run date's own
      *> month when the run date is on or after that month's last
      *> business day, the month before it otherwise. a period is
      *> refused when its last business day (asked of BUSDAYRTN)
      *> is still ahead of the run date, when it is already closed,
      *> and when the period before it is on file but still open.
      *>
      *> the closing report rolls the receivables forward from the
      *> prior close: opening receivables (the prior period's
      *> ending figure), plus charges and tax, plus debit
      *> adjustments, less payments and credit applied, less credit
      *> adjustments, gives the ending receivables the next close
      *> starts from. charges, tax, payments and credit applied are
      *> the GLFEED feeder records stamped with the period's
      *> business days - the same money GLINTF journalled, a
      *> statement rerun's charges and tax replacing the run they
      *> repeat and its credit applied adding to it -
      *> and the adjustments are the ADJHIST records posted in the
      *> period. what BILLHIST holds open at the time of the close
      *> is printed beside it as a check figure.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCLOSE.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - period close with the
      *>                 receivables roll-forward and the PERIODCT
      *>                 lock record
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> 2026-10-15  jm  a statement rerun replaces only the charges
      *>                 and tax of the day's run - the credit
      *>                 applied by each run of the day is added up,
      *>                 as GLINTF journals it
      *> 2026-10-15  jm  a credit memo lowers the receivable only by
      *>                 what was still open on the charge - the
      *>                 part ADJAPPLY put on account is the credit
      *>                 a later statement uses
      *> 2026-10-15  jm  only a run with the kept run date and a
      *>                 new run time is a rerun, and it replaces
      *>                 that run's charges and tax alone - another
      *>                 run date rolled onto the day adds to it
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one keyed read for the period being closed, one for the
      *> period before it, and the write or rewrite of the lock
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PD-STATUS.

           SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GF-STATUS.

           SELECT ADJUSTMENT-HISTORY ASSIGN TO "ADJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-AJ-STATUS.

           SELECT BILLING-HISTORY ASSIGN TO "BILLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

           SELECT CLOSE-REPORT ASSIGN TO "CLOSERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as PERIODRTN's PERIOD-CONTROL
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  PD-RECORD.
           COPY PERIODREC.

      *> same layout as GLINTF's GL-FEED-FILE
       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  GF-RECORD.
           COPY GLFEED.

      *> same layout as ADJAPPLY's ADJUSTMENT-HISTORY
       FD  ADJUSTMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  AJ-RECORD.
           COPY ADJREC.

      *> same layout as BILLSTMT's BILLING-HISTORY
       FD  BILLING-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  BH-RECORD.
           COPY BILLHREC.

       FD  CLOSE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-PD-STATUS  PIC X(02) VALUE '00'.
          88 PD-STATUS-OK         VALUE '00'.
          88 PD-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-GF-STATUS  PIC X(02) VALUE '00'.
          88 GF-STATUS-OK    VALUE '00'.
          88 GF-STATUS-EOF   VALUE '10'.
       01 WS-AJ-STATUS  PIC X(02) VALUE '00'.
          88 AJ-STATUS-OK    VALUE '00'.
          88 AJ-STATUS-EOF   VALUE '10'.
       01 WS-BH-STATUS  PIC X(02) VALUE '00'.
          88 BH-STATUS-OK    VALUE '00'.
          88 BH-STATUS-EOF   VALUE '10'.
       01 WS-CR-STATUS  PIC X(02) VALUE '00'.
          88 CR-STATUS-OK    VALUE '00'.

       01 WS-GF-EOF-SW  PIC X(01) VALUE 'N'.
          88 GF-AT-EOF        VALUE 'Y'.
       01 WS-AJ-EOF-SW  PIC X(01) VALUE 'N'.
          88 AJ-AT-EOF        VALUE 'Y'.
       01 WS-BH-EOF-SW  PIC X(01) VALUE 'N'.
          88 BH-AT-EOF        VALUE 'Y'.

       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> flipped once the four data files have been opened - a bad
      *> card or a report that won't open ends the run before then,
      *> with every status still at its initial '00'
       01 WS-FILES-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-FILES-WERE-OPENED VALUE 'Y'.

      *> flipped when the period can't be closed - a bad card, a
      *> period not yet finished, already closed, or with the
      *> period before it still open. WS-EXCEPTION-REASON says which
       01 WS-REFUSED-SW  PIC X(01) VALUE 'N'.
          88 WS-CLOSE-REFUSED  VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> parameter card off SYSIN - the CCYYMM period to close, or
      *> blank for the period the run date last finished
       01 WS-PERIOD-PARM       PIC X(06).
       01 WS-PARM-SPLIT REDEFINES WS-PERIOD-PARM.
          05 WS-PARM-CCYY      PIC 9(04).
          05 WS-PARM-MM        PIC 9(02).

      *> the period being closed and the one before it, with their
      *> year and month split out for the arithmetic
       01 WS-PERIOD            PIC 9(06).
       01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
          05 WS-PER-CCYY       PIC 9(04).
          05 WS-PER-MM         PIC 9(02).
       01 WS-PRIOR-PERIOD      PIC 9(06).
       01 WS-PRIOR-SPLIT REDEFINES WS-PRIOR-PERIOD.
          05 WS-PRI-CCYY       PIC 9(04).
          05 WS-PRI-MM         PIC 9(02).

      *> what BUSDAYRTN is asked - the last business day of the
      *> month the first of the period falls in
       01 WS-BUSDAY-FUNCTION   PIC X(01) VALUE 'E'.
       01 WS-BUSDAY-DATE-IN    PIC 9(08) VALUE 0.
       01 WS-LAST-BUS-DATE     PIC 9(08) VALUE 0.
       01 WS-BUSDAY-SW         PIC X(01) VALUE 'N'.

      *> flipped when the period already has a record on file, so
      *> the lock is a REWRITE rather than a WRITE
       01 WS-PD-ON-FILE-SW  PIC X(01) VALUE 'N'.
          88 WS-PD-ON-FILE     VALUE 'Y'.

      *> flipped when there is no prior close to roll forward from
      *> - the very first close the shop makes starts from zero
       01 WS-NO-PRIOR-SW  PIC X(01) VALUE 'N'.
          88 WS-NO-PRIOR-CLOSE VALUE 'Y'.

      *> the period's statement runs, one slot per business day.
      *> the feed is appended in time order, so a 'B' record for a
      *> day with the kept run's date but another run time is a
      *> later rerun of that run, and that run's charges and tax
      *> come off; another run date rolled onto the day adds to it
      *> - the rule GLINTF journals by. the credit applied is
      *> added across every run of the day, since a rerun only takes
      *> credit the earlier run left on account
       01 WS-DAY-MAX           PIC 9(02) VALUE 31 COMP.
       01 WS-DAY-COUNT         PIC 9(02) VALUE 0  COMP.
       01 WS-DAY-IX            PIC 9(02) VALUE 0  COMP.
       01 WS-DAY-FOUND         PIC 9(02) VALUE 0  COMP.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 31 TIMES.
             10 WS-DAY-BUS-DATE    PIC 9(08).
             10 WS-DAY-RUN-DATE    PIC 9(08).
             10 WS-DAY-RUN-TIME    PIC 9(08).
             10 WS-DAY-CHARGES     PIC 9(09)V99.
             10 WS-DAY-TAX         PIC 9(09)V99.
      *> the kept run's own share of the two above
             10 WS-DAY-RUN-CHARGES PIC 9(09)V99.
             10 WS-DAY-RUN-TAX     PIC 9(09)V99.
             10 WS-DAY-CREDIT-USED PIC 9(09)V99.

      *> the period's movement and the roll-forward
       01 WS-OPENING-AR        PIC S9(09)V99 VALUE 0.
       01 WS-CHARGES           PIC 9(09)V99 VALUE 0.
       01 WS-TAX               PIC 9(09)V99 VALUE 0.
       01 WS-PAYMENTS          PIC 9(09)V99 VALUE 0.
       01 WS-CREDIT-USED       PIC 9(09)V99 VALUE 0.
       01 WS-ADJ-DEBITS        PIC 9(09)V99 VALUE 0.
       01 WS-ADJ-CREDITS       PIC 9(09)V99 VALUE 0.
       01 WS-ENDING-AR         PIC S9(09)V99 VALUE 0.

      *> the check figure - every open item on BILLHIST as the
      *> close is made, summed the way AGERPT sums TOTAL OPEN
       01 WS-OPEN-AMOUNT       PIC S9(07)V99 VALUE 0.
       01 WS-BILLHIST-OPEN     PIC S9(09)V99 VALUE 0.
       01 WS-DIFFERENCE        PIC S9(09)V99 VALUE 0.

      *> control totals
       01 WS-FEED-READ         PIC 9(07) VALUE 0.
       01 WS-FEED-TAKEN        PIC 9(07) VALUE 0.
       01 WS-BILL-REPLACED     PIC 9(07) VALUE 0.
       01 WS-ADJS-TAKEN        PIC 9(07) VALUE 0.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.
       01 WS-REJECTED-FIELD    PIC X(15) VALUE SPACES.
       01 WS-EXCEPTION-REC.
           COPY EXCLOG REPLACING ==XL-PROGRAM==  BY ==WS-EXC-PROGRAM==
                                 ==XL-KEY==      BY ==WS-EXC-KEY==
                                 ==XL-FIELD==    BY ==WS-EXC-FIELD==
                                 ==XL-REASON==   BY ==WS-EXC-REASON==
                                 ==XL-RUN-DATE== BY ==WS-EXC-RUN-DATE==.

      *> built and handed to AUDITRTN at start-up and again just
      *> before this program ends
       01 WS-AUDIT-REC.
           COPY AUDITLOG REPLACING ==XA-PROGRAM==  BY ==WS-AUD-PROGRAM==
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       01 WS-TITLE-LINE.
          05 FILLER            PIC X(26) VALUE
               'PERIOD CLOSE REPORT'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(37) VALUE SPACES.

       01 WS-PERIOD-LINE.
          05 FILLER            PIC X(07) VALUE 'PERIOD '.
          05 WS-PRL-PERIOD     PIC 9(06).
          05 FILLER            PIC X(21) VALUE
               '  LAST BUSINESS DAY '.
          05 WS-PRL-LAST-DATE  PIC 9(08).
          05 FILLER            PIC X(38) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 WS-AMT-LABEL      PIC X(24).
          05 WS-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER            PIC X(41) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CNT-LABEL      PIC X(24).
          05 WS-CNT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

       01 WS-VERDICT-LINE.
          05 WS-VDT-TEXT       PIC X(28).
          05 WS-VDT-REASON     PIC X(30).
          05 FILLER            PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-OPEN-FAILED AND NOT WS-CLOSE-REFUSED
               PERFORM 2000-TAKE-ONE-FEED THRU 2000-EXIT
                   UNTIL GF-AT-EOF
               PERFORM 2500-ADD-ONE-DAY THRU 2500-EXIT
                   VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               PERFORM 3000-TAKE-ONE-ADJUSTMENT THRU 3000-EXIT
                   UNTIL AJ-AT-EOF
               PERFORM 3500-TAKE-ONE-CHARGE THRU 3500-EXIT
                   UNTIL BH-AT-EOF
               PERFORM 4000-CLOSE-THE-PERIOD THRU 4000-EXIT
           END-IF
           IF CR-STATUS-OK
               PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-OPEN-FAILED OR WS-CLOSE-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'PERDCLOSE' TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           OPEN OUTPUT CLOSE-REPORT
           IF NOT CR-STATUS-OK
               DISPLAY "PERDCLOSE: UNABLE TO OPEN CLOSE-REPORT, "
                       "STATUS = " WS-CR-STATUS
               SET WS-OPEN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT
           IF WS-CLOSE-REFUSED
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PERIOD-CONTROL
           OPEN INPUT GL-FEED-FILE
           OPEN INPUT ADJUSTMENT-HISTORY
           OPEN INPUT BILLING-HISTORY
           SET WS-FILES-WERE-OPENED TO TRUE
           IF NOT PD-STATUS-OK
               DISPLAY "PERDCLOSE: UNABLE TO OPEN PERIOD-CONTROL, "
                       "STATUS = " WS-PD-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT GF-STATUS-OK
               DISPLAY "PERDCLOSE: UNABLE TO OPEN GL-FEED-FILE, "
                       "STATUS = " WS-GF-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT AJ-STATUS-OK
               DISPLAY "PERDCLOSE: UNABLE TO OPEN ADJUSTMENT-HISTORY, "
                       "STATUS = " WS-AJ-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT BH-STATUS-OK
               DISPLAY "PERDCLOSE: UNABLE TO OPEN BILLING-HISTORY, "
                       "STATUS = " WS-BH-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF WS-OPEN-FAILED
               GO TO 1000-EXIT
           END-IF

           PERFORM 1300-CHECK-THE-PERIOD THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *> the period card - a card that isn't a CCYYMM period ends
      *> the run before any file is touched
       1200-READ-PARAMETERS.
           ACCEPT WS-PERIOD-PARM
           IF WS-PERIOD-PARM = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
               PERFORM 1250-GET-LAST-BUS-DATE THRU 1250-EXIT
               IF WS-RUN-DATE < WS-LAST-BUS-DATE
                   PERFORM 1260-STEP-BACK-A-PERIOD THRU 1260-EXIT
                   MOVE WS-PRIOR-PERIOD TO WS-PERIOD
                   PERFORM 1250-GET-LAST-BUS-DATE THRU 1250-EXIT
               END-IF
               GO TO 1200-EXIT
           END-IF
           IF WS-PERIOD-PARM NOT NUMERIC
               OR WS-PARM-CCYY = 0
               OR WS-PARM-MM < 01 OR WS-PARM-MM > 12
               MOVE 'WS-PERIOD-PARM' TO WS-REJECTED-FIELD
               MOVE "PERIOD CARD NOT CCYYMM" TO WS-EXCEPTION-REASON
               PERFORM 8000-REFUSE-THE-CLOSE THRU 8000-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE WS-PERIOD-PARM TO WS-PERIOD
           PERFORM 1250-GET-LAST-BUS-DATE THRU 1250-EXIT.
       1200-EXIT.
           EXIT.

       1250-GET-LAST-BUS-DATE.
           MOVE WS-PERIOD TO WS-BUSDAY-DATE-IN(1:6)
           MOVE '01'      TO WS-BUSDAY-DATE-IN(7:2)
           CALL 'BUSDAYRTN' USING WS-BUSDAY-FUNCTION
               WS-BUSDAY-DATE-IN WS-LAST-BUS-DATE WS-BUSDAY-SW.
       1250-EXIT.
           EXIT.

      *> WS-PERIOD's predecessor into WS-PRIOR-PERIOD, rolling the
      *> year back at January
       1260-STEP-BACK-A-PERIOD.
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRI-MM > 01
               SUBTRACT 1 FROM WS-PRI-MM
           ELSE
               MOVE 12 TO WS-PRI-MM
               SUBTRACT 1 FROM WS-PRI-CCYY
           END-IF.
       1260-EXIT.
           EXIT.

      *> the period must be finished, not already closed, and follow
      *> a closed period - the opening figure is that period's
      *> ending one. a prior period with no record at all is the
      *> shop's first close, which opens at zero
       1300-CHECK-THE-PERIOD.
           IF WS-RUN-DATE < WS-LAST-BUS-DATE
               MOVE 'WS-PERIOD-PARM' TO WS-REJECTED-FIELD
               MOVE "PERIOD NOT YET AT MONTH END"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-REFUSE-THE-CLOSE THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF

           MOVE WS-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PD-ON-FILE TO TRUE
           END-READ
           IF WS-PD-ON-FILE AND PD-PERIOD-CLOSED
               MOVE 'PD-STATUS' TO WS-REJECTED-FIELD
               MOVE "PERIOD ALREADY CLOSED" TO WS-EXCEPTION-REASON
               PERFORM 8000-REFUSE-THE-CLOSE THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF

           PERFORM 1260-STEP-BACK-A-PERIOD THRU 1260-EXIT
           MOVE WS-PRIOR-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL
               INVALID KEY
                   SET WS-NO-PRIOR-CLOSE TO TRUE
                   MOVE 0 TO WS-OPENING-AR
                   GO TO 1300-EXIT
           END-READ
           IF NOT PD-PERIOD-CLOSED
               MOVE 'PD-STATUS' TO WS-REJECTED-FIELD
               MOVE "PRIOR PERIOD NOT CLOSED" TO WS-EXCEPTION-REASON
               PERFORM 8000-REFUSE-THE-CLOSE THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE PD-ENDING-AR TO WS-OPENING-AR.
       1300-EXIT.
           EXIT.

      *> one feeder record per pass - only the period's business
      *> days are taken. payments add straight in; statement runs
      *> go to their day's slot so a rerun can replace them
       2000-TAKE-ONE-FEED.
           READ GL-FEED-FILE
               AT END
                   SET GF-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-FEED-READ
           IF XG-BUS-DATE(1:6) NOT = WS-PERIOD
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-FEED-TAKEN
           IF XG-SOURCE NOT = 'B'
               ADD XG-APPLIED TO WS-PAYMENTS
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FIND-DAY THRU 2100-EXIT
           IF XG-RUN-DATE = WS-DAY-RUN-DATE(WS-DAY-FOUND)
               AND XG-RUN-TIME NOT = WS-DAY-RUN-TIME(WS-DAY-FOUND)
               ADD 1 TO WS-BILL-REPLACED
               SUBTRACT WS-DAY-RUN-CHARGES(WS-DAY-FOUND)
                   FROM WS-DAY-CHARGES(WS-DAY-FOUND)
               SUBTRACT WS-DAY-RUN-TAX(WS-DAY-FOUND)
                   FROM WS-DAY-TAX(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-CHARGES(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-TAX(WS-DAY-FOUND)
           END-IF
           IF XG-RUN-DATE NOT = WS-DAY-RUN-DATE(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-CHARGES(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-TAX(WS-DAY-FOUND)
           END-IF
           MOVE XG-RUN-DATE TO WS-DAY-RUN-DATE(WS-DAY-FOUND)
           MOVE XG-RUN-TIME TO WS-DAY-RUN-TIME(WS-DAY-FOUND)
           ADD XG-CHARGES     TO WS-DAY-CHARGES(WS-DAY-FOUND)
           ADD XG-TAX         TO WS-DAY-TAX(WS-DAY-FOUND)
           ADD XG-CHARGES     TO WS-DAY-RUN-CHARGES(WS-DAY-FOUND)
           ADD XG-TAX         TO WS-DAY-RUN-TAX(WS-DAY-FOUND)
           ADD XG-CREDIT-USED TO WS-DAY-CREDIT-USED(WS-DAY-FOUND).
       2000-EXIT.
           EXIT.

      *> find or open the feed record's business-day slot - there
      *> are never more business days in a month than slots
       2100-FIND-DAY.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM 2110-MATCH-ONE-DAY THRU 2110-EXIT
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-DAY-COUNT
                  OR WS-DAY-FOUND > 0
           IF WS-DAY-FOUND = 0
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
               END-IF
               MOVE WS-DAY-COUNT TO WS-DAY-FOUND
               MOVE XG-BUS-DATE TO WS-DAY-BUS-DATE(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-DATE(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-TIME(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-CHARGES(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-TAX(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-CHARGES(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-RUN-TAX(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-CREDIT-USED(WS-DAY-FOUND)
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-DAY.
           IF WS-DAY-BUS-DATE(WS-DAY-IX) = XG-BUS-DATE
               MOVE WS-DAY-IX TO WS-DAY-FOUND
           END-IF.
       2110-EXIT.
           EXIT.

       2500-ADD-ONE-DAY.
           ADD WS-DAY-CHARGES(WS-DAY-IX)     TO WS-CHARGES
           ADD WS-DAY-TAX(WS-DAY-IX)         TO WS-TAX
           ADD WS-DAY-CREDIT-USED(WS-DAY-IX) TO WS-CREDIT-USED.
       2500-EXIT.
           EXIT.

      *> one adjustment per pass - only those posted in the period.
      *> debit memos raise the receivable, credit memos and
      *> write-offs lower it by what they took off the open amount.
      *> a credit memo against money already paid puts the rest on
      *> account, and that comes off the receivable as credit used
      *> when a statement takes it
       3000-TAKE-ONE-ADJUSTMENT.
           READ ADJUSTMENT-HISTORY NEXT
               AT END
                   SET AJ-AT-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF AJ-ADJ-DATE(1:6) NOT = WS-PERIOD
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-ADJS-TAKEN
           IF AJ-DEBIT-MEMO
               ADD AJ-AMOUNT TO WS-ADJ-DEBITS
           ELSE
               COMPUTE WS-ADJ-CREDITS = WS-ADJ-CREDITS
                   + AJ-OPEN-BEFORE - AJ-OPEN-AFTER
           END-IF.
       3000-EXIT.
           EXIT.

      *> one history record per pass, for the check figure
       3500-TAKE-ONE-CHARGE.
           READ BILLING-HISTORY NEXT
               AT END
                   SET BH-AT-EOF TO TRUE
                   GO TO 3500-EXIT
           END-READ
           COMPUTE WS-OPEN-AMOUNT = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF WS-OPEN-AMOUNT > 0
               ADD WS-OPEN-AMOUNT TO WS-BILLHIST-OPEN
           END-IF.
       3500-EXIT.
           EXIT.

      *> roll the receivables forward and lock the period
       4000-CLOSE-THE-PERIOD.
           COMPUTE WS-ENDING-AR = WS-OPENING-AR
               + WS-CHARGES + WS-TAX + WS-ADJ-DEBITS
               - WS-PAYMENTS - WS-CREDIT-USED - WS-ADJ-CREDITS
           COMPUTE WS-DIFFERENCE = WS-BILLHIST-OPEN - WS-ENDING-AR

           MOVE WS-PERIOD        TO PD-PERIOD
           SET PD-PERIOD-CLOSED  TO TRUE
           MOVE WS-LAST-BUS-DATE TO PD-LAST-BUS-DATE
           MOVE WS-RUN-DATE      TO PD-CLOSE-DATE
           MOVE WS-OPENING-AR    TO PD-OPENING-AR
           MOVE WS-CHARGES       TO PD-CHARGES
           MOVE WS-TAX           TO PD-TAX
           MOVE WS-PAYMENTS      TO PD-PAYMENTS
           MOVE WS-CREDIT-USED   TO PD-CREDIT-USED
           MOVE WS-ADJ-DEBITS    TO PD-ADJ-DEBITS
           MOVE WS-ADJ-CREDITS   TO PD-ADJ-CREDITS
           MOVE WS-ENDING-AR     TO PD-ENDING-AR
           IF WS-PD-ON-FILE
               REWRITE PD-RECORD
                   INVALID KEY
                       MOVE 'PD-PERIOD' TO WS-REJECTED-FIELD
                       MOVE "PERIOD REWRITE FAILED"
                           TO WS-EXCEPTION-REASON
                       PERFORM 8000-REFUSE-THE-CLOSE THRU 8000-EXIT
               END-REWRITE
           ELSE
               WRITE PD-RECORD
                   INVALID KEY
                       MOVE 'PD-PERIOD' TO WS-REJECTED-FIELD
                       MOVE "PERIOD WRITE FAILED"
                           TO WS-EXCEPTION-REASON
                       PERFORM 8000-REFUSE-THE-CLOSE THRU 8000-EXIT
               END-WRITE
           END-IF.
       4000-EXIT.
           EXIT.

      *> the roll-forward, the check figure and the verdict - a
      *> refused close prints only the period and why
       7000-PRINT-REPORT.
           MOVE WS-RUN-DATE TO WS-TTL-DATE
           WRITE CR-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-PERIOD        TO WS-PRL-PERIOD
           MOVE WS-LAST-BUS-DATE TO WS-PRL-LAST-DATE
           WRITE CR-LINE FROM WS-PERIOD-LINE
               AFTER ADVANCING 2 LINES
      *> a refused close has no figures worth printing - only the
      *> verdict says why
           IF NOT WS-CLOSE-REFUSED AND NOT WS-OPEN-FAILED
               PERFORM 7100-PRINT-FIGURES THRU 7100-EXIT
           END-IF
           PERFORM 7900-PRINT-VERDICT THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      *> the roll-forward, the check against BILLHIST and the counts
       7100-PRINT-FIGURES.
           MOVE 'OPENING RECEIVABLES' TO WS-AMT-LABEL
           MOVE WS-OPENING-AR       TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CHARGES'           TO WS-AMT-LABEL
           MOVE WS-CHARGES          TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TAX'               TO WS-AMT-LABEL
           MOVE WS-TAX              TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DEBIT ADJUSTMENTS' TO WS-AMT-LABEL
           MOVE WS-ADJ-DEBITS       TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAYMENTS APPLIED'  TO WS-AMT-LABEL
           MOVE WS-PAYMENTS         TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CREDIT APPLIED'    TO WS-AMT-LABEL
           MOVE WS-CREDIT-USED      TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CREDIT ADJUSTMENTS' TO WS-AMT-LABEL
           MOVE WS-ADJ-CREDITS      TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ENDING RECEIVABLES' TO WS-AMT-LABEL
           MOVE WS-ENDING-AR        TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-NO-PRIOR-CLOSE
               MOVE SPACES TO CR-LINE
               MOVE 'NO PRIOR CLOSE ON FILE - OPENING RECEIVABLES ZERO'
                   TO CR-LINE
               WRITE CR-LINE AFTER ADVANCING 1 LINE
           END-IF

      *> what BILLHIST holds open now - ties to the ending figure
      *> when the close is run straight after the period's last
      *> night, and differs by whatever has posted since
           MOVE 'BILLHIST OPEN AT CLOSE' TO WS-AMT-LABEL
           MOVE WS-BILLHIST-OPEN    TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DIFFERENCE'        TO WS-AMT-LABEL
           MOVE WS-DIFFERENCE       TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'FEED RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-FEED-READ        TO WS-CNT-COUNT
           WRITE CR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'FEED RECORDS TAKEN' TO WS-CNT-LABEL
           MOVE WS-FEED-TAKEN       TO WS-CNT-COUNT
           WRITE CR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STATEMENT RUNS REPLACED' TO WS-CNT-LABEL
           MOVE WS-BILL-REPLACED    TO WS-CNT-COUNT
           WRITE CR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ADJUSTMENTS TAKEN' TO WS-CNT-LABEL
           MOVE WS-ADJS-TAKEN       TO WS-CNT-COUNT
           WRITE CR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       7100-EXIT.
           EXIT.

       7900-PRINT-VERDICT.
           MOVE SPACES TO WS-VERDICT-LINE
           IF WS-CLOSE-REFUSED
               MOVE 'PERIOD NOT CLOSED - ' TO WS-VDT-TEXT
               MOVE WS-EXCEPTION-REASON    TO WS-VDT-REASON
           ELSE
               IF WS-OPEN-FAILED
                   MOVE 'PERIOD NOT CLOSED - ' TO WS-VDT-TEXT
                   MOVE 'A FILE WOULD NOT OPEN' TO WS-VDT-REASON
               ELSE
                   MOVE 'PERIOD CLOSED' TO WS-VDT-TEXT
               END-IF
           END-IF
           WRITE CR-LINE FROM WS-VERDICT-LINE
               AFTER ADVANCING 2 LINES.
       7900-EXIT.
           EXIT.

      *> refusal path - the period stays open and the reason goes to
      *> the exception log against the period
       8000-REFUSE-THE-CLOSE.
           SET WS-CLOSE-REFUSED TO TRUE
           DISPLAY "PERDCLOSE: " WS-PERIOD " - " WS-EXCEPTION-REASON
           MOVE 'PERDCLOSE'         TO WS-EXC-PROGRAM
           IF WS-PERIOD-PARM NOT = SPACES
               MOVE WS-PERIOD-PARM  TO WS-EXC-KEY
           ELSE
               MOVE WS-PERIOD       TO WS-EXC-KEY
           END-IF
           MOVE WS-REJECTED-FIELD   TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-FILES-WERE-OPENED
               IF PD-STATUS-OK OR PD-STATUS-NOT-FOUND
                   CLOSE PERIOD-CONTROL
               END-IF
               IF GF-STATUS-OK OR GF-STATUS-EOF
                   CLOSE GL-FEED-FILE
               END-IF
               IF AJ-STATUS-OK OR AJ-STATUS-EOF
                   CLOSE ADJUSTMENT-HISTORY
               END-IF
               IF BH-STATUS-OK OR BH-STATUS-EOF
                   CLOSE BILLING-HISTORY
               END-IF
           END-IF
           IF CR-STATUS-OK
               CLOSE CLOSE-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-OPEN-FAILED OR WS-CLOSE-REFUSED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
