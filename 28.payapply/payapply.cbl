      *> fully applied go to the shared EXCEPTION-LOG, and a control
      *> report like CUSTAPPLY's shows applied/rejected totals plus
      *> the amounts, so the night's receipts can be balanced against
      *> the bank deposit. money left over once every open charge is
      *> settled - an overpayment, or a payment in ahead of its
      *> statement - is put on account on the CREDFILE customer
      *> credit file for the next statement run to use.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPPLY.
      *>                 miss-only redirect never fired and the
      *>                 money posted against the dead record's
      *>                 billing history instead of the survivor's
      *> 2026-10-15  jm  an overpayment, or a payment with no open
      *>                 charge to settle yet, is posted to the new
      *>                 CREDFILE customer credit file by customer and
      *>                 payment date instead of being logged as
      *>                 "PAYMENT EXCEEDS OPEN BALANCE" and left in
      *>                 WS-AMT-UNAPPLIED - BILLSTMT takes it off the
      *>                 next charge. the control report adds the
      *>                 amount put on account
      *> 2026-10-15  jm  a charge's open amount takes in ADJAPPLY's
      *>                 BH-ADJ-DEBIT/BH-ADJ-CREDIT adjustments, and
      *>                 WS-OPEN-AMOUNT is signed so a charge credited
      *>                 down to what was already paid reads as
      *>                 settled rather than as its absolute value
      *> 2026-10-15  jm  each run appends one 'P' record per currency
      *>                 to the GLFEED general-ledger feeder file -
      *>                 received, applied, put on account and
      *>                 unapplied, in the customer's currency off
      *>                 CTRYTAB - for GLINTF to build the day's cash
      *>                 and receivable entries from. payments whose
      *>                 id is rejected are not on the feed; they
      *>                 belong to no customer and no currency until
      *>                 they are put right
      *> 2026-10-15  jm  the run asks PERIODRTN whether the month of
      *>                 the business day it posts to has been closed
      *>                 by PERDCLOSE - a closed period takes no
      *>                 payments: nothing is applied, nothing goes on
      *>                 the GL feed, the refusal is logged and the
      *>                 run ends with return code 8
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> 2026-10-15  jm  a rejected payment is also written whole to
      *>                 the SUSPFILE suspense file with its reason
      *>                 and the run date, for SUSPMAINT to put right
      *>                 and SUSPREL to send back through on PAYTRAN.
      *>                 a remainder the credit file wouldn't take is
      *>                 suspended as a payment of just that
      *>                 remainder, so releasing it can't apply the
      *>                 part already posted a second time. the
      *>                 control report counts them and the money
      *> 2026-10-15  jm  a GL feed that won't open or write ends the
      *>                 run with return code 4, as BILLSTMT's does
      *> 2026-10-15  jm  a credit-failed remainder that lands on the
      *>                 suspense file comes out of the GL feed's
      *>                 cash received instead of being fed as
      *>                 unapplied - it is received again when
      *>                 SUSPREL releases it
      *> ##########################

       ENVIRONMENT DIVISION.
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

      *> money received with nothing open to settle, held on account
      *> by customer and payment date - I-O because a second
      *> overpayment on the same date adds to the first
           SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CC-STATUS.

      *> the currency each payment is booked in, off the paying
      *> customer's country
           SELECT COUNTRY-TABLE ASSIGN TO "CTRYTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-CODE
               FILE STATUS IS WS-CT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "PAYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

      *> general-ledger feeder file - this run's per-currency money
      *> is appended here for GLINTF to journal
           SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GF-STATUS.

      *> rejected payments held whole until they are fixed or
      *> cancelled - the same file CUSTAPPLY suspends transactions to
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
         FILE SECTION.

       01  BH-RECORD.
           COPY BILLHREC.

      *> same layout as BILLSTMT's CREDIT-FILE
       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CC-RECORD.
           COPY CREDREC.

      *> same layout as CTRYVAL's COUNTRY-TABLE
       FD  COUNTRY-TABLE
           LABEL RECORDS ARE STANDARD.
       01  CT-RECORD.
           COPY CTRYTAB.

       FD  CONTROL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CR-LINE                PIC X(80).

      *> same record BILLSTMT appends
       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  GF-RECORD.
           COPY GLFEED REPLACING
               ==XG-BUS-DATE==    BY ==GF-BUS-DATE==
               ==XG-RUN-DATE==    BY ==GF-RUN-DATE==
               ==XG-RUN-TIME==    BY ==GF-RUN-TIME==
               ==XG-SOURCE==      BY ==GF-SOURCE==
               ==XG-CURRENCY==    BY ==GF-CURRENCY==
               ==XG-CHARGES==     BY ==GF-CHARGES==
               ==XG-TAX==         BY ==GF-TAX==
               ==XG-CREDIT-USED== BY ==GF-CREDIT-USED==
               ==XG-RECEIVED==    BY ==GF-RECEIVED==
               ==XG-APPLIED==     BY ==GF-APPLIED==
               ==XG-TO-CREDIT==   BY ==GF-TO-CREDIT==
               ==XG-UNAPPLIED==   BY ==GF-UNAPPLIED==.

      *> same layout as CUSTAPPLY's SUSPENSE-FILE
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SP-RECORD.
           COPY SUSPREC.

         WORKING-STORAGE SECTION.
       01 WS-PY-STATUS  PIC X(02) VALUE '00'.
          88 PY-STATUS-OK    VALUE '00'.
          88 BH-STATUS-OK         VALUE '00'.
          88 BH-STATUS-EOF        VALUE '10'.
          88 BH-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CC-STATUS  PIC X(02) VALUE '00'.
          88 CC-STATUS-OK         VALUE '00'.
          88 CC-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CT-STATUS  PIC X(02) VALUE '00'.
          88 CT-STATUS-OK         VALUE '00'.
          88 CT-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CR-STATUS  PIC X(02) VALUE '00'.
          88 CR-STATUS-OK    VALUE '00'.
       01 WS-GF-STATUS  PIC X(02) VALUE '00'.
          88 GF-STATUS-OK    VALUE '00'.
       01 WS-SP-STATUS  PIC X(02) VALUE '00'.
          88 SP-STATUS-OK         VALUE '00'.
          88 SP-STATUS-DUPLICATE  VALUE '22'.

       01 WS-PY-EOF-SW  PIC X(01) VALUE 'N'.
          88 PY-AT-EOF        VALUE 'Y'.
       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> CTRYTAB open is attempted once - when it isn't there the
      *> payments still post, and the feed carries them under a
      *> blank currency for the ledger's default accounts
       01 WS-CT-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-CT-IS-OPEN     VALUE 'Y'.

      *> flipped when the GLFEED records could not be written - the
      *> payments stand, but the ledger is short a day's receipts
       01 WS-GF-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-GF-FAILED      VALUE 'Y'.

      *> SUSPFILE open is attempted once - when it isn't there the
      *> run goes on and a reject is only on the exception log, the
      *> way it always was
       01 WS-SP-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-SP-IS-OPEN     VALUE 'Y'.

      *> flipped once a suspense write has landed, or has failed
      *> for good - a duplicate key leaves it off for another try
       01 WS-SUSP-DONE-SW  PIC X(01) VALUE 'N'.
          88 WS-SUSP-DONE      VALUE 'Y'.
      *> flipped only when the payment actually landed on SUSPFILE
       01 WS-SUSP-WRITTEN-SW  PIC X(01) VALUE 'N'.
          88 WS-SUSP-WRITTEN   VALUE 'Y'.

      *> whether the remainder made it onto the credit file
       01 WS-CREDIT-POST-SW  PIC X(01) VALUE 'Y'.
          88 WS-CREDIT-POSTED  VALUE 'Y'.

      *> suspense sequence within the run date, and the amount the
      *> suspended payment is to carry - the whole payment, or only
      *> the remainder the credit file wouldn't take
       01 WS-SUSP-SEQ          PIC 9(05) VALUE 0.
       01 WS-SUSP-AMOUNT       PIC 9(07)V99 VALUE 0.

       01 WS-RUN-DATE          PIC 9(08).

      *> the business day this run's money posts to in the ledger,
      *> asked of BUSDAYRTN - a weekend run's receipts belong to the
      *> Monday - and the time of day stamped on the feed
       01 WS-BUSDAY-FUNCTION   PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE          PIC 9(08) VALUE 0.
       01 WS-BUSDAY-SW         PIC X(01) VALUE 'N'.
       01 WS-RUN-TIME          PIC 9(08) VALUE 0.

      *> the CCYYMM of WS-BUS-DATE, and whether PERDCLOSE has already
      *> closed it - a closed period takes no payments at all
       01 WS-POST-PERIOD       PIC 9(06) VALUE 0.
       01 WS-PERIOD-CLOSED-SW  PIC X(01) VALUE 'N'.
          88 WS-PERIOD-IS-CLOSED VALUE 'Y'.

       01 WS-ID-VALID-SW       PIC X(01) VALUE 'Y'.
          88 WS-ID-IS-VALID    VALUE 'Y'.
          88 WS-ID-IS-INVALID  VALUE 'N'.
      *> eat into it oldest first, whatever survives the walk is the
      *> unapplied remainder
       01 WS-REMAINING         PIC 9(07)V99 VALUE 0.
       01 WS-OPEN-AMOUNT       PIC S9(07)V99 VALUE 0.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.

       01 WS-AMT-RECEIVED      PIC 9(09)V99 VALUE 0.
       01 WS-AMT-APPLIED       PIC 9(09)V99 VALUE 0.
       01 WS-AMT-UNAPPLIED     PIC 9(09)V99 VALUE 0.
       01 WS-AMT-TO-CREDIT     PIC 9(09)V99 VALUE 0.
       01 WS-PAYS-SUSPENDED    PIC 9(07) VALUE 0.
       01 WS-AMT-SUSPENDED     PIC 9(09)V99 VALUE 0.

      *> the paying customer's currency, and what of this payment
      *> went against open charges
       01 WS-CURRENCY          PIC X(03) VALUE SPACES.
       01 WS-PAY-APPLIED       PIC 9(07)V99 VALUE 0.

      *> the GL feed's per-currency break-out, accumulated payment
      *> by payment the way BILLSTMT's trailer table is - one slot
      *> per currency seen this run
       01 WS-CUR-MAX           PIC 9(02) VALUE 20 COMP.
       01 WS-CUR-COUNT         PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-IX            PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-FOUND         PIC 9(02) VALUE 0  COMP.
       01 WS-CURRENCY-TABLE.
          05 WS-CUR-ENTRY OCCURS 20 TIMES.
             10 WS-CUR-CODE      PIC X(03).
             10 WS-CUR-RECEIVED  PIC 9(09)V99.
             10 WS-CUR-APPLIED   PIC 9(09)V99.
             10 WS-CUR-TO-CREDIT PIC 9(09)V99.
             10 WS-CUR-UNAPPLIED PIC 9(09)V99.

      *> which field 8000-LOG-PAY-ERROR should log against - set
      *> ahead of each PERFORM, the same way CUSTAPPLY's
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       01 WS-TITLE-LINE.
          05 FILLER            PIC X(30) VALUE
           IF CR-STATUS-OK
               PERFORM 7000-PRINT-CONTROL-REPORT THRU 7000-EXIT
           END-IF
           IF NOT WS-OPEN-FAILED AND NOT WS-PERIOD-IS-CLOSED
               PERFORM 4000-WRITE-GL-FEED THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-GF-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PERIOD-IS-CLOSED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           OPEN INPUT PAYMENT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O BILLING-HISTORY
           OPEN I-O CREDIT-FILE
           OPEN OUTPUT CONTROL-REPORT
           IF NOT PY-STATUS-OK
               DISPLAY "PAYAPPLY: UNABLE TO OPEN PAYMENT-FILE, "
               SET PY-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
      *> without the credit file an overpayment has nowhere to go -
      *> held up the same way as the history it would have settled
           IF NOT CC-STATUS-OK
               DISPLAY "PAYAPPLY: UNABLE TO OPEN CREDIT-FILE, "
                       "STATUS = " WS-CC-STATUS
               SET PY-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CR-STATUS-OK
               DISPLAY "PAYAPPLY: UNABLE TO OPEN CONTROL-REPORT, "
                       "STATUS = " WS-CR-STATUS
           END-IF
           OPEN INPUT COUNTRY-TABLE
           IF CT-STATUS-OK
               SET WS-CT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PAYAPPLY: COUNTRY-TABLE UNAVAILABLE, "
                       "STATUS = " WS-CT-STATUS
                       " - GL FEED CURRENCY LEFT BLANK"
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF SP-STATUS-OK
               SET WS-SP-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PAYAPPLY: SUSPENSE-FILE UNAVAILABLE, "
                       "STATUS = " WS-SP-STATUS
                       " - REJECTS NOT SUSPENDED"
           END-IF
           IF WS-OPEN-FAILED
               GO TO 1000-EXIT
           END-IF
      *> the ledger day decides the period, the same day the GL
      *> feed is stamped with and PERDCLOSE totals by
           CALL 'BUSDAYRTN' USING WS-BUSDAY-FUNCTION WS-RUN-DATE
               WS-BUS-DATE WS-BUSDAY-SW
           MOVE WS-BUS-DATE(1:6) TO WS-POST-PERIOD
           CALL 'PERIODRTN' USING WS-POST-PERIOD WS-PERIOD-CLOSED-SW
           IF WS-PERIOD-IS-CLOSED
               SET PY-AT-EOF TO TRUE
               PERFORM 8100-LOG-CLOSED-PERIOD THRU 8100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
               ADD PY-AMOUNT TO WS-AMT-UNAPPLIED
               MOVE 'PY-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-PAY-ERROR THRU 8000-EXIT
               MOVE PY-AMOUNT TO WS-SUSP-AMOUNT
               PERFORM 8050-SUSPEND-PAYMENT THRU 8050-EXIT
               GO TO 2000-EXIT
           END-IF

                   TO WS-EXCEPTION-REASON
               MOVE 'PY-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-PAY-ERROR THRU 8000-EXIT
               MOVE PY-AMOUNT TO WS-SUSP-AMOUNT
               PERFORM 8050-SUSPEND-PAYMENT THRU 8050-EXIT
               GO TO 2000-EXIT
           END-IF

           PERFORM 2600-GET-CURRENCY THRU 2600-EXIT
           PERFORM 2700-ADD-TO-CURRENCY THRU 2700-EXIT
           PERFORM 3000-APPLY-ONE-PAYMENT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
       2500-EXIT.
           EXIT.

      *> the currency the money is booked in - the customer's
      *> country's CY-CURRENCY, blank when the table or the country
      *> row isn't there
       2600-GET-CURRENCY.
           MOVE SPACES TO WS-CURRENCY
           IF NOT WS-CT-IS-OPEN
               GO TO 2600-EXIT
           END-IF
           MOVE CM-COUNTRY TO CY-CODE
           READ COUNTRY-TABLE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           MOVE CY-CURRENCY TO WS-CURRENCY.
       2600-EXIT.
           EXIT.

      *> find or open the currency's slot and count the payment in
      *> as received - WS-CUR-FOUND stays pointing at the slot for
      *> the applied, on-account and unapplied amounts to follow
       2700-ADD-TO-CURRENCY.
           MOVE 0 TO WS-CUR-FOUND
           PERFORM 2710-MATCH-ONE-CURRENCY THRU 2710-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
                  OR WS-CUR-FOUND > 0
           IF WS-CUR-FOUND = 0
               IF WS-CUR-COUNT < WS-CUR-MAX
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-FOUND
                   MOVE WS-CURRENCY TO WS-CUR-CODE(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-RECEIVED(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-APPLIED(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-TO-CREDIT(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-UNAPPLIED(WS-CUR-FOUND)
               ELSE
      *> more currencies than slots should never happen - lump the
      *> surplus under a starred slot rather than drop the money
                   MOVE WS-CUR-MAX TO WS-CUR-FOUND
                   MOVE '***' TO WS-CUR-CODE(WS-CUR-FOUND)
               END-IF
           END-IF
           ADD PY-AMOUNT TO WS-CUR-RECEIVED(WS-CUR-FOUND).
       2700-EXIT.
           EXIT.

       2710-MATCH-ONE-CURRENCY.
           IF WS-CUR-CODE(WS-CUR-IX) = WS-CURRENCY
               MOVE WS-CUR-IX TO WS-CUR-FOUND
           END-IF.
       2710-EXIT.
           EXIT.

      *> oldest charge first - position at the customer's first run
      *> date and let each open charge eat into the payment until
      *> the money or the charges run out
               UNTIL WS-APPLY-DONE

           ADD 1 TO WS-PAYS-APPLIED
           COMPUTE WS-PAY-APPLIED = PY-AMOUNT - WS-REMAINING
           ADD WS-PAY-APPLIED TO WS-AMT-APPLIED
           ADD WS-PAY-APPLIED TO WS-CUR-APPLIED(WS-CUR-FOUND)
      *> money left after every charge is settled - more than was
      *> owed, or in ahead of the statement it was meant for - goes
      *> on account for the next statement run to take off the charge
           IF WS-REMAINING > 0
               PERFORM 3500-POST-TO-CREDIT THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
               GO TO 3100-EXIT
           END-IF

           COMPUTE WS-OPEN-AMOUNT = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF WS-OPEN-AMOUNT <= 0
               GO TO 3100-EXIT
           END-IF
       3100-EXIT.
           EXIT.

      *> the remainder lands on the customer's credit under the id
      *> the money was posted to and the payment's own date - a
      *> second overpayment the same day adds to the first. only a
      *> credit record that can't be written is still unapplied, and
      *> that is logged so the office chases it
       3500-POST-TO-CREDIT.
           MOVE WS-POST-ID  TO CC-CUST-ID
           MOVE PY-PAY-DATE TO CC-PAY-DATE
           SET WS-CREDIT-POSTED TO TRUE
           READ CREDIT-FILE
               INVALID KEY
                   PERFORM 3510-WRITE-NEW-CREDIT THRU 3510-EXIT
               NOT INVALID KEY
                   PERFORM 3520-ADD-TO-CREDIT THRU 3520-EXIT
           END-READ
           IF WS-CREDIT-POSTED
               PERFORM 3580-CREDIT-POSTED THRU 3580-EXIT
           ELSE
               PERFORM 3590-CREDIT-FAILED THRU 3590-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      *> the first overpayment under this id and payment date
       3510-WRITE-NEW-CREDIT.
           MOVE WS-POST-ID   TO CC-CUST-ID
           MOVE PY-PAY-DATE  TO CC-PAY-DATE
           MOVE WS-REMAINING TO CC-AMOUNT
           MOVE 0            TO CC-USED
           MOVE WS-RUN-DATE  TO CC-POST-DATE
           MOVE 0            TO CC-LAST-USED-DATE
           WRITE CC-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CREDIT-POST-SW
           END-WRITE.
       3510-EXIT.
           EXIT.

       3520-ADD-TO-CREDIT.
           ADD WS-REMAINING TO CC-AMOUNT
           MOVE WS-RUN-DATE TO CC-POST-DATE
           REWRITE CC-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CREDIT-POST-SW
           END-REWRITE.
       3520-EXIT.
           EXIT.

       3580-CREDIT-POSTED.
           ADD WS-REMAINING TO WS-AMT-TO-CREDIT
           ADD WS-REMAINING TO WS-CUR-TO-CREDIT(WS-CUR-FOUND).
       3580-EXIT.
           EXIT.

      *> a suspended remainder comes back through PAYTRAN as a
      *> receipt of its own once SUSPREL releases it, so it is taken
      *> out of tonight's cash received for the GL feed, the same as
      *> a whole payment rejected in 2000 never reaches it. only a
      *> remainder that could not be suspended stays in the cash and
      *> is fed as unapplied
       3590-CREDIT-FAILED.
           ADD WS-REMAINING TO WS-AMT-UNAPPLIED
           MOVE "CREDIT POST FAILED - UNAPPLIED"
               TO WS-EXCEPTION-REASON
           MOVE 'PY-AMOUNT' TO WS-REJECTED-FIELD
           PERFORM 8000-LOG-PAY-ERROR THRU 8000-EXIT
           MOVE WS-REMAINING TO WS-SUSP-AMOUNT
           PERFORM 8050-SUSPEND-PAYMENT THRU 8050-EXIT
           IF WS-SUSP-WRITTEN
               SUBTRACT WS-REMAINING
                   FROM WS-CUR-RECEIVED(WS-CUR-FOUND)
           ELSE
               ADD WS-REMAINING TO WS-CUR-UNAPPLIED(WS-CUR-FOUND)
           END-IF.
       3590-EXIT.
           EXIT.

      *> one 'P' feeder record per currency goes onto GLFEED -
      *> appended run after run, same open pattern CUSTBATCH uses on
      *> the balancing file
       4000-WRITE-GL-FEED.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND GL-FEED-FILE
           IF NOT GF-STATUS-OK
               OPEN OUTPUT GL-FEED-FILE
           END-IF
           IF NOT GF-STATUS-OK
               DISPLAY "PAYAPPLY: UNABLE TO OPEN GL-FEED-FILE, "
                       "STATUS = " WS-GF-STATUS
               SET WS-GF-FAILED TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-WRITE-ONE-CURRENCY THRU 4100-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
           CLOSE GL-FEED-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-CURRENCY.
           MOVE WS-BUS-DATE                 TO GF-BUS-DATE
           MOVE WS-RUN-DATE                 TO GF-RUN-DATE
           MOVE WS-RUN-TIME                 TO GF-RUN-TIME
           MOVE 'P'                         TO GF-SOURCE
           MOVE WS-CUR-CODE(WS-CUR-IX)      TO GF-CURRENCY
           MOVE 0 TO GF-CHARGES
           MOVE 0 TO GF-TAX
           MOVE 0 TO GF-CREDIT-USED
           MOVE WS-CUR-RECEIVED(WS-CUR-IX)  TO GF-RECEIVED
           MOVE WS-CUR-APPLIED(WS-CUR-IX)   TO GF-APPLIED
           MOVE WS-CUR-TO-CREDIT(WS-CUR-IX) TO GF-TO-CREDIT
           MOVE WS-CUR-UNAPPLIED(WS-CUR-IX) TO GF-UNAPPLIED
           WRITE GF-RECORD
           IF NOT GF-STATUS-OK
               DISPLAY "PAYAPPLY: GL-FEED-FILE WRITE FAILED, "
                       "STATUS = " WS-GF-STATUS
               SET WS-GF-FAILED TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

       7000-PRINT-CONTROL-REPORT.
           WRITE CR-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'AMOUNT TO CREDIT'   TO WS-AMT-LABEL
           MOVE WS-AMT-TO-CREDIT     TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'AMOUNT UNAPPLIED'   TO WS-AMT-LABEL
           MOVE WS-AMT-UNAPPLIED     TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'PAYMENTS SUSPENDED' TO WS-DTL-LABEL
           MOVE WS-PAYS-SUSPENDED    TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'AMOUNT SUSPENDED'   TO WS-AMT-LABEL
           MOVE WS-AMT-SUSPENDED     TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
       8000-EXIT.
           EXIT.

      *> the payment itself goes onto the suspense file with the
      *> same field and reason the exception log was given, carrying
      *> WS-SUSP-AMOUNT - a key already taken by an earlier run on
      *> this date just moves the sequence on
       8050-SUSPEND-PAYMENT.
           MOVE 'N' TO WS-SUSP-WRITTEN-SW
           IF NOT WS-SP-IS-OPEN
               GO TO 8050-EXIT
           END-IF
           MOVE 'P'                 TO SP-SOURCE
           MOVE WS-RUN-DATE         TO SP-SUSP-DATE
           MOVE 'O'                 TO SP-STATUS
           MOVE PY-CUST-ID          TO SP-CUST-ID
           MOVE WS-REJECTED-FIELD   TO SP-FIELD
           MOVE WS-EXCEPTION-REASON TO SP-REASON
           MOVE WS-RUN-DATE         TO SP-ACTION-DATE
           MOVE SPACES              TO SP-ACTION-OPER
           MOVE PY-RECORD           TO SP-TRAN-DATA
           MOVE WS-SUSP-AMOUNT      TO SP-PY-AMOUNT
           MOVE 'N' TO WS-SUSP-DONE-SW
           PERFORM 8060-WRITE-SUSPENSE THRU 8060-EXIT
               UNTIL WS-SUSP-DONE.
       8050-EXIT.
           EXIT.

       8060-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSP-SEQ
           MOVE WS-SUSP-SEQ TO SP-SEQ
           WRITE SP-RECORD
               INVALID KEY
                   IF SP-STATUS-DUPLICATE AND WS-SUSP-SEQ < 99999
                       GO TO 8060-EXIT
                   END-IF
                   DISPLAY "PAYAPPLY: SUSPENSE-FILE WRITE FAILED "
                           "FOR " PY-CUST-ID ", STATUS = "
                           WS-SP-STATUS
                   SET WS-SUSP-DONE TO TRUE
                   GO TO 8060-EXIT
           END-WRITE
           SET WS-SUSP-DONE TO TRUE
           SET WS-SUSP-WRITTEN TO TRUE
           ADD 1 TO WS-PAYS-SUSPENDED
           ADD WS-SUSP-AMOUNT TO WS-AMT-SUSPENDED.
       8060-EXIT.
           EXIT.

      *> the whole stack is held back - the payments stay on PAYTRAN
      *> until the period question is sorted out
       8100-LOG-CLOSED-PERIOD.
           DISPLAY "PAYAPPLY: PERIOD " WS-POST-PERIOD
                   " IS CLOSED - NO PAYMENTS APPLIED"
           MOVE 'PAYAPPLY'                 TO WS-EXC-PROGRAM
           MOVE WS-POST-PERIOD             TO WS-EXC-KEY
           MOVE 'PERIOD'                   TO WS-EXC-FIELD
           MOVE 'POSTING PERIOD IS CLOSED' TO WS-EXC-REASON
           MOVE WS-RUN-DATE                TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF PY-STATUS-OK OR PY-STATUS-EOF
               CLOSE PAYMENT-FILE
           IF BH-STATUS-OK OR BH-STATUS-EOF OR BH-STATUS-NOT-FOUND
               CLOSE BILLING-HISTORY
           END-IF
           IF CC-STATUS-OK OR CC-STATUS-NOT-FOUND
               CLOSE CREDIT-FILE
           END-IF
           IF WS-CT-IS-OPEN
               CLOSE COUNTRY-TABLE
           END-IF
           IF WS-SP-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF CR-STATUS-OK
               CLOSE CONTROL-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-PAYS-REJECTED > 0 OR WS-AMT-UNAPPLIED > 0
               OR WS-OPEN-FAILED OR WS-GF-FAILED
               OR WS-PERIOD-IS-CLOSED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
