      *> batch billing adjustments against the billing history - the
      *> only way besides PAYAPPLY's receipts that a charge BILLSTMT
      *> posted can change. reads a stack of adjustment transactions,
      *> each a credit memo, debit memo or write-off against one
      *> BH-KEY (customer plus statement run date) with a reason code
      *> and an amount. the charge itself is never rewritten - the
      *> adjustment is added into BH-ADJ-DEBIT or BH-ADJ-CREDIT on the
      *> history record and written whole, with the open amount
      *> either side of it, to the ADJHIST adjustment history, so the
      *> original bill and every change to it can still be read
      *> back. a credit or write-off bigger than the charge as
      *> adjusted so far would take it below zero and is refused. a
      *> credit memo against a charge that has already been paid
      *> takes off what is still owed, and the rest of it comes off
      *> BH-PAID onto the customer's credit on CREDFILE, where the
      *> next statement draws it down the way it does an
      *> overpayment. a write-off only ever takes what is still
      *> owed. bad transactions go to the shared EXCEPTION-LOG, and
      *> a control report like PAYAPPLY's shows the money by reason
      *> code.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJAPPLY.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - credit memos, debit memos
      *>                 and write-offs against BILLHIST with an
      *>                 ADJHIST adjustment history
      *> 2026-10-15  jm  an adjustment is dated the run date, so the
      *>                 run asks PERIODRTN whether that month has
      *>                 been closed by PERDCLOSE - a closed period
      *>                 takes no adjustments, the refusal is logged
      *>                 and the run ends with return code 8
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> 2026-10-15  jm  BILLHIST is rewritten before the ADJHIST
      *>                 record is written, so the history never
      *>                 shows an adjustment the charge didn't get -
      *>                 a failed rewrite rejects the adjustment, a
      *>                 failed ADJHIST write backs it out again
      *> 2026-10-15  jm  a credit memo is limited by the charge as
      *>                 adjusted, not by what is still unpaid - the
      *>                 part of it already paid goes on account on
      *>                 CREDFILE, so a disputed bill that was paid
      *>                 can still be credited
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.

      *> one keyed read and rewrite per adjustment, straight at the
      *> charge the transaction names
           SELECT BILLING-HISTORY ASSIGN TO "BILLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

      *> every adjustment applied, keyed by the charge, the date and a
      *> sequence number - I-O so a second adjustment to the same
      *> charge on the same day can find the next free number
           SELECT ADJUSTMENT-HISTORY ASSIGN TO "ADJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-AJ-STATUS.

      *> the customer credit PAYAPPLY posts overpayments to - a
      *> credit memo against money already paid lands here too
           SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CC-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "ADJRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> one adjustment per record - which charge, what kind, why and
      *> how much
       FD  ADJUSTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AT-RECORD.
           05 AT-CUST-ID          PIC X(05).
           05 AT-BILL-DATE        PIC 9(08).
           05 AT-TYPE             PIC X(01).
              88 AT-CREDIT-MEMO       VALUE 'C'.
              88 AT-DEBIT-MEMO        VALUE 'D'.
              88 AT-WRITE-OFF         VALUE 'W'.
              88 AT-TYPE-VALID        VALUE 'C' 'D' 'W'.
      *> DS disputed bill, MR meter misread, BE billing error,
      *> GW goodwill, BD bad debt, OT anything else
           05 AT-REASON           PIC X(02).
              88 AT-REASON-VALID      VALUE 'DS' 'MR' 'BE' 'GW'
                                            'BD' 'OT'.
           05 AT-AMOUNT           PIC 9(07)V99.

      *> same layout as BILLSTMT's BILLING-HISTORY
       FD  BILLING-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  BH-RECORD.
           COPY BILLHREC.

       FD  ADJUSTMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  AJ-RECORD.
           COPY ADJREC.

      *> same layout as PAYAPPLY's/BILLSTMT's CREDIT-FILE
       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CC-RECORD.
           COPY CREDREC.

       FD  CONTROL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-AT-STATUS  PIC X(02) VALUE '00'.
          88 AT-STATUS-OK    VALUE '00'.
          88 AT-STATUS-EOF   VALUE '10'.
       01 WS-BH-STATUS  PIC X(02) VALUE '00'.
          88 BH-STATUS-OK         VALUE '00'.
          88 BH-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-AJ-STATUS  PIC X(02) VALUE '00'.
          88 AJ-STATUS-OK         VALUE '00'.
          88 AJ-STATUS-DUPLICATE  VALUE '22'.
          88 AJ-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CC-STATUS  PIC X(02) VALUE '00'.
          88 CC-STATUS-OK         VALUE '00'.
          88 CC-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CR-STATUS  PIC X(02) VALUE '00'.
          88 CR-STATUS-OK    VALUE '00'.

       01 WS-AT-EOF-SW  PIC X(01) VALUE 'N'.
          88 AT-AT-EOF        VALUE 'Y'.

      *> flipped when a file fails to open, so the audit END record
      *> shows the run went abnormal even though nothing was read
       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> the CCYYMM every adjustment this run is dated into, and
      *> whether PERDCLOSE has already closed it
       01 WS-POST-PERIOD       PIC 9(06) VALUE 0.
       01 WS-PERIOD-CLOSED-SW  PIC X(01) VALUE 'N'.
          88 WS-PERIOD-IS-CLOSED VALUE 'Y'.

      *> flipped by 3000-WRITE-HISTORY once the adjustment lands on
      *> ADJHIST under a free sequence number
       01 WS-HIST-WRITTEN-SW  PIC X(01) VALUE 'N'.
          88 WS-HIST-WRITTEN    VALUE 'Y'.
       01 WS-HIST-FAILED-SW   PIC X(01) VALUE 'N'.
          88 WS-HIST-FAILED     VALUE 'Y'.

      *> flipped by 3500-POST-TO-ACCOUNT once the part of a credit
      *> memo that was already paid is on CREDFILE
       01 WS-CREDIT-POST-SW   PIC X(01) VALUE 'N'.
          88 WS-CREDIT-POSTED   VALUE 'Y'.

      *> the charge's open amount before and after the adjustment -
      *> signed, the way AGERPT carries it, so an overpaid charge
      *> reads as nothing left to collect. the charge as adjusted
      *> is the most a credit memo or write-off can take off it,
      *> and the part of a credit memo past the open amount is
      *> what goes on account
       01 WS-OPEN-BEFORE       PIC S9(07)V99 VALUE 0.
       01 WS-OPEN-AFTER        PIC S9(07)V99 VALUE 0.
       01 WS-NET-CHARGE        PIC S9(07)V99 VALUE 0.
       01 WS-TO-ACCOUNT        PIC 9(07)V99 VALUE 0.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.

      *> which field 8000-LOG-ADJ-ERROR should log against - set
      *> ahead of each PERFORM, the same way PAYAPPLY's works
       01 WS-REJECTED-FIELD    PIC X(15) VALUE SPACES.

      *> control totals
       01 WS-ADJS-READ         PIC 9(07) VALUE 0.
       01 WS-ADJS-APPLIED      PIC 9(07) VALUE 0.
       01 WS-ADJS-REJECTED     PIC 9(07) VALUE 0.
       01 WS-AMT-CREDITED      PIC 9(09)V99 VALUE 0.
       01 WS-AMT-DEBITED       PIC 9(09)V99 VALUE 0.
       01 WS-AMT-WRITTEN-OFF   PIC 9(09)V99 VALUE 0.
       01 WS-AMT-TO-ACCOUNT    PIC 9(09)V99 VALUE 0.

      *> the report's break-out by reason code, one slot per code
      *> seen this run in the order they turn up - the valid codes
      *> are the 88 on AT-REASON, so the slots can never run out
       01 WS-RSN-MAX           PIC 9(02) VALUE 10 COMP.
       01 WS-RSN-COUNT         PIC 9(02) VALUE 0  COMP.
       01 WS-RSN-IX            PIC 9(02) VALUE 0  COMP.
       01 WS-RSN-FOUND         PIC 9(02) VALUE 0  COMP.
       01 WS-REASON-TABLE.
          05 WS-RSN-ENTRY OCCURS 10 TIMES.
             10 WS-RSN-CODE       PIC X(02).
             10 WS-RSN-TALLY      PIC 9(07).
             10 WS-RSN-CREDITED   PIC 9(09)V99.
             10 WS-RSN-DEBITED    PIC 9(09)V99.
             10 WS-RSN-WRITTEN    PIC 9(09)V99.

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
          05 FILLER            PIC X(30) VALUE
               'ADJAPPLY CONTROL TOTAL REPORT'.
          05 FILLER            PIC X(50) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-LABEL      PIC X(24).
          05 WS-DTL-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 WS-AMT-LABEL      PIC X(24).
          05 WS-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(42) VALUE SPACES.

       01 WS-REASON-HEADING.
          05 FILLER            PIC X(08) VALUE 'REASON'.
          05 FILLER            PIC X(09) VALUE '    COUNT'.
          05 FILLER            PIC X(15) VALUE '   CREDIT MEMOS'.
          05 FILLER            PIC X(15) VALUE '    DEBIT MEMOS'.
          05 FILLER            PIC X(15) VALUE '     WRITE-OFFS'.
          05 FILLER            PIC X(18) VALUE SPACES.

       01 WS-REASON-LINE.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-RSL-CODE       PIC X(02).
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-RSL-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-RSL-CREDITED   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-RSL-DEBITED    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-RSL-WRITTEN    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ADJUSTMENT THRU 2000-EXIT
               UNTIL AT-AT-EOF
           IF CR-STATUS-OK
               PERFORM 7000-PRINT-CONTROL-REPORT THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-PERIOD-IS-CLOSED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'ADJAPPLY'  TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           OPEN INPUT ADJUSTMENT-FILE
           OPEN I-O BILLING-HISTORY
           OPEN I-O ADJUSTMENT-HISTORY
           OPEN I-O CREDIT-FILE
           OPEN OUTPUT CONTROL-REPORT
           IF NOT AT-STATUS-OK
               DISPLAY "ADJAPPLY: UNABLE TO OPEN ADJUSTMENT-FILE, "
                       "STATUS = " WS-AT-STATUS
               SET AT-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT BH-STATUS-OK
               DISPLAY "ADJAPPLY: UNABLE TO OPEN BILLING-HISTORY, "
                       "STATUS = " WS-BH-STATUS
               SET AT-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
      *> an adjustment with no history behind it is exactly the
      *> untraceable change this program exists to stop - held up
      *> the same way as the billing history itself
           IF NOT AJ-STATUS-OK
               DISPLAY "ADJAPPLY: UNABLE TO OPEN ADJUSTMENT-HISTORY, "
                       "STATUS = " WS-AJ-STATUS
               SET AT-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
      *> without the credit file a credit memo on a paid charge has
      *> nowhere to put the money - held up the same way, as
      *> PAYAPPLY holds its overpayments
           IF NOT CC-STATUS-OK
               DISPLAY "ADJAPPLY: UNABLE TO OPEN CREDIT-FILE, "
                       "STATUS = " WS-CC-STATUS
               SET AT-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CR-STATUS-OK
               DISPLAY "ADJAPPLY: UNABLE TO OPEN CONTROL-REPORT, "
                       "STATUS = " WS-CR-STATUS
           END-IF
           IF WS-OPEN-FAILED
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-POST-PERIOD
           CALL 'PERIODRTN' USING WS-POST-PERIOD WS-PERIOD-CLOSED-SW
           IF WS-PERIOD-IS-CLOSED
               SET AT-AT-EOF TO TRUE
               PERFORM 8100-LOG-CLOSED-PERIOD THRU 8100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> one adjustment per pass - edit the transaction, find the
      *> charge it names, prove it can't take the charge below zero,
      *> then record it on ADJHIST and post it to the charge
       2000-PROCESS-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET AT-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ADJS-READ

           IF NOT AT-TYPE-VALID
               MOVE "ADJUSTMENT TYPE NOT C, D OR W"
                   TO WS-EXCEPTION-REASON
               MOVE 'AT-TYPE' TO WS-REJECTED-FIELD
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT AT-REASON-VALID
               MOVE "REASON CODE NOT RECOGNISED"
                   TO WS-EXCEPTION-REASON
               MOVE 'AT-REASON' TO WS-REJECTED-FIELD
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF AT-AMOUNT NOT NUMERIC OR AT-AMOUNT = 0
               MOVE "ADJUSTMENT AMOUNT MISSING"
                   TO WS-EXCEPTION-REASON
               MOVE 'AT-AMOUNT' TO WS-REJECTED-FIELD
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE AT-CUST-ID   TO BH-CUST-ID
           MOVE AT-BILL-DATE TO BH-RUN-DATE
           READ BILLING-HISTORY
               INVALID KEY
                   MOVE "NO CHARGE ON FILE FOR BH-KEY"
                       TO WS-EXCEPTION-REASON
                   MOVE 'AT-BILL-DATE' TO WS-REJECTED-FIELD
                   PERFORM 2900-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ

           COMPUTE WS-NET-CHARGE = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT
           COMPUTE WS-OPEN-BEFORE = WS-NET-CHARGE - BH-PAID
           IF WS-OPEN-BEFORE < 0
               MOVE 0 TO WS-OPEN-BEFORE
           END-IF
           MOVE 0 TO WS-TO-ACCOUNT
      *> a credit memo or write-off can take off no more than the
      *> charge comes to as adjusted so far - anything past that
      *> would leave the charge below zero. whatever a credit memo
      *> takes past what is still owed was paid already and goes
      *> back to the customer on account; a write-off is only ever
      *> of money still owed
           IF AT-DEBIT-MEMO
               COMPUTE WS-OPEN-AFTER = WS-OPEN-BEFORE + AT-AMOUNT
           ELSE
               IF AT-AMOUNT > WS-NET-CHARGE
                   MOVE "WOULD TAKE CHARGE BELOW ZERO"
                       TO WS-EXCEPTION-REASON
                   MOVE 'AT-AMOUNT' TO WS-REJECTED-FIELD
                   PERFORM 2900-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
               IF AT-AMOUNT > WS-OPEN-BEFORE
                   IF AT-WRITE-OFF
                       MOVE "WRITE-OFF MORE THAN IS OWED"
                           TO WS-EXCEPTION-REASON
                       MOVE 'AT-AMOUNT' TO WS-REJECTED-FIELD
                       PERFORM 2900-REJECT THRU 2900-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   COMPUTE WS-TO-ACCOUNT = AT-AMOUNT - WS-OPEN-BEFORE
               END-IF
               COMPUTE WS-OPEN-AFTER = WS-OPEN-BEFORE - AT-AMOUNT
                   + WS-TO-ACCOUNT
           END-IF

      *> the charge is rewritten first - AGERPT, DUNNING and
      *> HISTARCH take the open balance off BILLHIST, so ADJHIST
      *> must never show an adjustment the charge didn't get
           IF AT-DEBIT-MEMO
               ADD AT-AMOUNT TO BH-ADJ-DEBIT
           ELSE
               ADD AT-AMOUNT TO BH-ADJ-CREDIT
               SUBTRACT WS-TO-ACCOUNT FROM BH-PAID
           END-IF
           REWRITE BH-RECORD
               INVALID KEY
                   DISPLAY "ADJAPPLY: HISTORY REWRITE FAILED FOR "
                           AT-CUST-ID ", STATUS = " WS-BH-STATUS
                   MOVE "HISTORY REWRITE FAILED"
                       TO WS-EXCEPTION-REASON
                   MOVE 'AT-BILL-DATE' TO WS-REJECTED-FIELD
                   PERFORM 2900-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-REWRITE

           PERFORM 3000-WRITE-HISTORY THRU 3000-EXIT
           IF NOT WS-HIST-WRITTEN
               PERFORM 2950-BACK-OUT-ADJUSTMENT THRU 2950-EXIT
               MOVE "ADJUSTMENT HISTORY WRITE FAILED"
                   TO WS-EXCEPTION-REASON
               MOVE 'AT-BILL-DATE' TO WS-REJECTED-FIELD
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

      *> the paid part of a credit memo goes on account last - if it
      *> can't, the history record and the charge both come back
           IF WS-TO-ACCOUNT > 0
               PERFORM 3500-POST-TO-ACCOUNT THRU 3500-EXIT
               IF NOT WS-CREDIT-POSTED
                   PERFORM 2960-REMOVE-HISTORY THRU 2960-EXIT
                   PERFORM 2950-BACK-OUT-ADJUSTMENT THRU 2950-EXIT
                   MOVE "CREDIT FILE POST FAILED"
                       TO WS-EXCEPTION-REASON
                   MOVE 'AT-AMOUNT' TO WS-REJECTED-FIELD
                   PERFORM 2900-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
               ADD WS-TO-ACCOUNT TO WS-AMT-TO-ACCOUNT
           END-IF

           ADD 1 TO WS-ADJS-APPLIED
           PERFORM 4000-ADD-TO-REASON THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

       2900-REJECT.
           ADD 1 TO WS-ADJS-REJECTED
           PERFORM 8000-LOG-ADJ-ERROR THRU 8000-EXIT.
       2900-EXIT.
           EXIT.

      *> no ADJHIST record to show for it, so the amount comes back
      *> off the charge - a back-out that won't rewrite leaves the
      *> charge adjusted with no history, and says so
       2950-BACK-OUT-ADJUSTMENT.
           IF AT-DEBIT-MEMO
               SUBTRACT AT-AMOUNT FROM BH-ADJ-DEBIT
           ELSE
               SUBTRACT AT-AMOUNT FROM BH-ADJ-CREDIT
               ADD WS-TO-ACCOUNT TO BH-PAID
           END-IF
           REWRITE BH-RECORD
               INVALID KEY
                   DISPLAY "ADJAPPLY: ADJUSTMENT NOT BACKED OUT FOR "
                           AT-CUST-ID ", STATUS = " WS-BH-STATUS
           END-REWRITE.
       2950-EXIT.
           EXIT.

      *> the ADJHIST record just written, taken off again when the
      *> credit it records could not be put on account - AJ-KEY
      *> still holds the sequence number it was written under
       2960-REMOVE-HISTORY.
           DELETE ADJUSTMENT-HISTORY
               INVALID KEY
                   DISPLAY "ADJAPPLY: ADJHIST NOT BACKED OUT FOR "
                           AT-CUST-ID ", STATUS = " WS-AJ-STATUS
           END-DELETE.
       2960-EXIT.
           EXIT.

      *> the adjustment goes on ADJHIST under the charge's key and
      *> today's run date - the first free sequence number wins, so a
      *> second adjustment to the same charge the same day sits
      *> beside the first instead of replacing it
       3000-WRITE-HISTORY.
           MOVE 'N' TO WS-HIST-WRITTEN-SW
           MOVE 'N' TO WS-HIST-FAILED-SW
           MOVE AT-CUST-ID     TO AJ-CUST-ID
           MOVE AT-BILL-DATE   TO AJ-BILL-DATE
           MOVE WS-RUN-DATE    TO AJ-ADJ-DATE
           MOVE AT-TYPE        TO AJ-TYPE
           MOVE AT-REASON      TO AJ-REASON
           MOVE AT-AMOUNT      TO AJ-AMOUNT
           MOVE WS-OPEN-BEFORE TO AJ-OPEN-BEFORE
           MOVE WS-OPEN-AFTER  TO AJ-OPEN-AFTER
           MOVE 0 TO AJ-SEQ
           PERFORM 3100-TRY-ONE-SEQUENCE THRU 3100-EXIT
               UNTIL WS-HIST-WRITTEN OR WS-HIST-FAILED.
       3000-EXIT.
           EXIT.

       3100-TRY-ONE-SEQUENCE.
           IF AJ-SEQ = 999
               SET WS-HIST-FAILED TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO AJ-SEQ
           WRITE AJ-RECORD
               INVALID KEY
                   IF NOT AJ-STATUS-DUPLICATE
                       DISPLAY "ADJAPPLY: ADJHIST WRITE FAILED FOR "
                               AT-CUST-ID ", STATUS = " WS-AJ-STATUS
                       SET WS-HIST-FAILED TO TRUE
                   END-IF
                   GO TO 3100-EXIT
           END-WRITE
           SET WS-HIST-WRITTEN TO TRUE.
       3100-EXIT.
           EXIT.

      *> the paid part of a credit memo on the customer's credit,
      *> dated the run date - a second one the same day, or an
      *> overpayment PAYAPPLY posted under the same date, adds to
      *> what is there
       3500-POST-TO-ACCOUNT.
           MOVE AT-CUST-ID  TO CC-CUST-ID
           MOVE WS-RUN-DATE TO CC-PAY-DATE
           SET WS-CREDIT-POSTED TO TRUE
           READ CREDIT-FILE
               INVALID KEY
                   PERFORM 3510-WRITE-NEW-CREDIT THRU 3510-EXIT
               NOT INVALID KEY
                   PERFORM 3520-ADD-TO-CREDIT THRU 3520-EXIT
           END-READ
           IF NOT WS-CREDIT-POSTED
               DISPLAY "ADJAPPLY: CREDIT POST FAILED FOR "
                       AT-CUST-ID ", STATUS = " WS-CC-STATUS
           END-IF.
       3500-EXIT.
           EXIT.

       3510-WRITE-NEW-CREDIT.
           MOVE AT-CUST-ID    TO CC-CUST-ID
           MOVE WS-RUN-DATE   TO CC-PAY-DATE
           MOVE WS-TO-ACCOUNT TO CC-AMOUNT
           MOVE 0             TO CC-USED
           MOVE WS-RUN-DATE   TO CC-POST-DATE
           MOVE 0             TO CC-LAST-USED-DATE
           WRITE CC-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CREDIT-POST-SW
           END-WRITE.
       3510-EXIT.
           EXIT.

       3520-ADD-TO-CREDIT.
           ADD WS-TO-ACCOUNT TO CC-AMOUNT
           MOVE WS-RUN-DATE TO CC-POST-DATE
           REWRITE CC-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CREDIT-POST-SW
           END-REWRITE.
       3520-EXIT.
           EXIT.

      *> roll the adjustment into its reason code's slot and the run
      *> totals - the first time a code is seen it claims the next
      *> free slot
       4000-ADD-TO-REASON.
           MOVE 0 TO WS-RSN-FOUND
           PERFORM 4100-MATCH-ONE-REASON THRU 4100-EXIT
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-COUNT
                  OR WS-RSN-FOUND > 0
           IF WS-RSN-FOUND = 0
               IF WS-RSN-COUNT < WS-RSN-MAX
                   ADD 1 TO WS-RSN-COUNT
                   MOVE WS-RSN-COUNT TO WS-RSN-FOUND
                   MOVE AT-REASON TO WS-RSN-CODE(WS-RSN-FOUND)
                   MOVE 0 TO WS-RSN-TALLY(WS-RSN-FOUND)
                   MOVE 0 TO WS-RSN-CREDITED(WS-RSN-FOUND)
                   MOVE 0 TO WS-RSN-DEBITED(WS-RSN-FOUND)
                   MOVE 0 TO WS-RSN-WRITTEN(WS-RSN-FOUND)
               ELSE
                   MOVE WS-RSN-MAX TO WS-RSN-FOUND
                   MOVE '**' TO WS-RSN-CODE(WS-RSN-FOUND)
               END-IF
           END-IF
           ADD 1 TO WS-RSN-TALLY(WS-RSN-FOUND)
           IF AT-CREDIT-MEMO
               ADD AT-AMOUNT TO WS-RSN-CREDITED(WS-RSN-FOUND)
               ADD AT-AMOUNT TO WS-AMT-CREDITED
           END-IF
           IF AT-DEBIT-MEMO
               ADD AT-AMOUNT TO WS-RSN-DEBITED(WS-RSN-FOUND)
               ADD AT-AMOUNT TO WS-AMT-DEBITED
           END-IF
           IF AT-WRITE-OFF
               ADD AT-AMOUNT TO WS-RSN-WRITTEN(WS-RSN-FOUND)
               ADD AT-AMOUNT TO WS-AMT-WRITTEN-OFF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-MATCH-ONE-REASON.
           IF WS-RSN-CODE(WS-RSN-IX) = AT-REASON
               MOVE WS-RSN-IX TO WS-RSN-FOUND
           END-IF.
       4100-EXIT.
           EXIT.

       7000-PRINT-CONTROL-REPORT.
           WRITE CR-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'ADJUSTMENTS READ'     TO WS-DTL-LABEL
           MOVE WS-ADJS-READ           TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'ADJUSTMENTS APPLIED'  TO WS-DTL-LABEL
           MOVE WS-ADJS-APPLIED        TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'ADJUSTMENTS REJECTED' TO WS-DTL-LABEL
           MOVE WS-ADJS-REJECTED       TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'AMOUNT CREDITED'      TO WS-AMT-LABEL
           MOVE WS-AMT-CREDITED        TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'AMOUNT DEBITED'       TO WS-AMT-LABEL
           MOVE WS-AMT-DEBITED         TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'AMOUNT WRITTEN OFF'   TO WS-AMT-LABEL
           MOVE WS-AMT-WRITTEN-OFF     TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

      *> the part of the amount credited that was already paid and
      *> went on account instead of off the receivable
           MOVE 'CREDITED TO ACCOUNT'  TO WS-AMT-LABEL
           MOVE WS-AMT-TO-ACCOUNT      TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

      *> the same money again by reason code - each column adds back
      *> to its total above
           WRITE CR-LINE FROM WS-REASON-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 7100-PRINT-ONE-REASON THRU 7100-EXIT
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-COUNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-REASON.
           MOVE WS-RSN-CODE(WS-RSN-IX)     TO WS-RSL-CODE
           MOVE WS-RSN-TALLY(WS-RSN-IX)    TO WS-RSL-COUNT
           MOVE WS-RSN-CREDITED(WS-RSN-IX) TO WS-RSL-CREDITED
           MOVE WS-RSN-DEBITED(WS-RSN-IX)  TO WS-RSL-DEBITED
           MOVE WS-RSN-WRITTEN(WS-RSN-IX)  TO WS-RSL-WRITTEN
           WRITE CR-LINE FROM WS-REASON-LINE
               AFTER ADVANCING 1 LINE.
       7100-EXIT.
           EXIT.

      *> exceptions path - every rejected adjustment lands here
       8000-LOG-ADJ-ERROR.
           DISPLAY "ADJAPPLY: " AT-CUST-ID " - " WS-EXCEPTION-REASON
           MOVE 'ADJAPPLY'          TO WS-EXC-PROGRAM
           MOVE AT-CUST-ID          TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD   TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

      *> the whole stack is held back - the adjustments stay on
      *> ADJTRAN until the period question is sorted out
       8100-LOG-CLOSED-PERIOD.
           DISPLAY "ADJAPPLY: PERIOD " WS-POST-PERIOD
                   " IS CLOSED - NO ADJUSTMENTS APPLIED"
           MOVE 'ADJAPPLY'                 TO WS-EXC-PROGRAM
           MOVE WS-POST-PERIOD             TO WS-EXC-KEY
           MOVE 'PERIOD'                   TO WS-EXC-FIELD
           MOVE 'POSTING PERIOD IS CLOSED' TO WS-EXC-REASON
           MOVE WS-RUN-DATE                TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF AT-STATUS-OK OR AT-STATUS-EOF
               CLOSE ADJUSTMENT-FILE
           END-IF
           IF BH-STATUS-OK OR BH-STATUS-NOT-FOUND
               CLOSE BILLING-HISTORY
           END-IF
           IF AJ-STATUS-OK OR AJ-STATUS-DUPLICATE
               OR AJ-STATUS-NOT-FOUND
               CLOSE ADJUSTMENT-HISTORY
           END-IF
           IF CC-STATUS-OK OR CC-STATUS-NOT-FOUND
               CLOSE CREDIT-FILE
           END-IF
           IF CR-STATUS-OK
               CLOSE CONTROL-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-ADJS-REJECTED > 0 OR WS-OPEN-FAILED
               OR WS-PERIOD-IS-CLOSED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
