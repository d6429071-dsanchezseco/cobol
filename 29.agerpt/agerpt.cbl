      *> statement run date: current, over 30, over 60, over 90
      *> days. one line per customer with an open balance, then
      *> control totals - total charged ties back to the sum of the
      *> statement trailers, total open is charged plus ADJAPPLY's
      *> debit adjustments less its credits and write-offs, less
      *> paid.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGERPT.
      *> modification history
      *> 2026-09-02  jm  initial version - current/30/60/90 aging
      *>                 off BILLHIST with control totals
      *> 2026-10-15  jm  ages the adjusted open amount - charge plus
      *>                 BH-ADJ-DEBIT less BH-ADJ-CREDIT less paid -
      *>                 now that ADJAPPLY posts credit memos, debit
      *>                 memos and write-offs, and the totals add the
      *>                 debit and credit adjustments so charged,
      *>                 adjusted and paid still foot to total open
      *> 2026-10-15  jm  the open totals are broken out by the
      *>                 customer's statement currency (CM-COUNTRY
      *>                 off CUSTMAST, CY-CURRENCY off CTRYTAB) and
      *>                 consolidated into the house currency at the
      *>                 FXRATE exchange rate in effect on the run
      *>                 date. a currency with no rate on file is
      *>                 named on the report and the exception log
      *>                 and ends the run with a return code 4
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> 2026-10-15  jm  the last currency slot is kept back for the
      *>                 surplus, opened starred and empty, instead
      *>                 of relabelling a slot already holding a
      *>                 real currency's totals
      *> ##########################

       ENVIRONMENT DIVISION.
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

      *> the customer's country, one keyed read per customer, and
      *> the country's currency - together they say which currency
      *> each open balance is owed in
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

           SELECT COUNTRY-TABLE ASSIGN TO "CTRYTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-CODE
               FILE STATUS IS WS-CT-STATUS.

      *> DYNAMIC for the keyed START and READ NEXT walk through a
      *> currency's effective-dated rates, the way BILLSTMT does
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.

           SELECT AGING-REPORT ASSIGN TO "AGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       01  BH-RECORD.
           COPY BILLHREC.

      *> same layout as DATATYPES'/CUSTBATCH's CUSTOMER-MASTER
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CM-RECORD.
           COPY CUSTREC.

      *> same layout as CTRYVAL's COUNTRY-TABLE
       FD  COUNTRY-TABLE
           LABEL RECORDS ARE STANDARD.
       01  CT-RECORD.
           COPY CTRYTAB.

      *> same layout as FXMAINT's EXCHANGE-RATE-FILE
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RECORD.
           COPY FXRATE.

       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AR-LINE                PIC X(80).
       01 WS-BH-STATUS  PIC X(02) VALUE '00'.
          88 BH-STATUS-OK    VALUE '00'.
          88 BH-STATUS-EOF   VALUE '10'.
       01 WS-CM-STATUS  PIC X(02) VALUE '00'.
          88 CM-STATUS-OK         VALUE '00'.
          88 CM-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CT-STATUS  PIC X(02) VALUE '00'.
          88 CT-STATUS-OK         VALUE '00'.
          88 CT-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-FX-STATUS  PIC X(02) VALUE '00'.
          88 FX-STATUS-OK         VALUE '00'.
          88 FX-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-AR-STATUS  PIC X(02) VALUE '00'.
          88 AR-STATUS-OK    VALUE '00'.

      *> the master, the country table and the exchange rates are
      *> each opened once - the aging itself needs none of them.
      *> without the first two every balance is in an unknown
      *> currency, without the third every currency has no rate,
      *> and the report says so rather than stopping
       01 WS-CM-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-CM-IS-OPEN     VALUE 'Y'.
       01 WS-CT-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-CT-IS-OPEN     VALUE 'Y'.
       01 WS-FX-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-FX-IS-OPEN     VALUE 'Y'.

       01 WS-BH-EOF-SW  PIC X(01) VALUE 'N'.
          88 BH-AT-EOF        VALUE 'Y'.

          05 WS-CUST-OVER-90   PIC 9(07)V99 VALUE 0.
          05 WS-CUST-OPEN      PIC 9(07)V99 VALUE 0.

      *> the customer's currency - '???' when the customer or its
      *> country can't be found, which no rate will ever match
       01 WS-CURRENCY          PIC X(03) VALUE SPACES.

      *> the open totals by currency, one slot per currency seen -
      *> the same twenty-slot table BILLSTMT's trailer keeps
       01 WS-CUR-MAX           PIC 9(02) VALUE 20 COMP.
       01 WS-CUR-COUNT         PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-IX            PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-FOUND         PIC 9(02) VALUE 0  COMP.
       01 WS-CURRENCY-TABLE.
          05 WS-CUR-ENTRY OCCURS 20 TIMES.
             10 WS-CUR-CODE    PIC X(03).
             10 WS-CUR-OPEN    PIC 9(09)V99.
             10 WS-CUR-CURRENT PIC 9(09)V99.
             10 WS-CUR-OVER-30 PIC 9(09)V99.
             10 WS-CUR-OVER-60 PIC 9(09)V99.
             10 WS-CUR-OVER-90 PIC 9(09)V99.

      *> the exchange rate in effect on the run date for the
      *> currency being converted
       01 WS-FX-FOUND-SW       PIC X(01) VALUE 'N'.
          88 WS-FX-WAS-FOUND       VALUE 'Y'.
       01 WS-FX-SCAN-SW        PIC X(01) VALUE 'N'.
          88 WS-FX-SCAN-DONE       VALUE 'Y'.
       01 WS-FX-RATE           PIC 9(05)V9(06).

      *> the open totals consolidated into the house currency, and
      *> how many currencies had no rate to be converted at
       01 WS-HOUSE-BUCKETS.
          05 WS-HOUSE-OPEN     PIC 9(09)V99 VALUE 0.
          05 WS-HOUSE-CURRENT  PIC 9(09)V99 VALUE 0.
          05 WS-HOUSE-OVER-30  PIC 9(09)V99 VALUE 0.
          05 WS-HOUSE-OVER-60  PIC 9(09)V99 VALUE 0.
          05 WS-HOUSE-OVER-90  PIC 9(09)V99 VALUE 0.
       01 WS-CURS-NO-FX-RATE   PIC 9(07) VALUE 0.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.
       01 WS-EXCEPTION-REC.
           COPY EXCLOG REPLACING ==XL-PROGRAM==  BY ==WS-EXC-PROGRAM==
                                 ==XL-KEY==      BY ==WS-EXC-KEY==
                                 ==XL-FIELD==    BY ==WS-EXC-FIELD==
                                 ==XL-REASON==   BY ==WS-EXC-REASON==
                                 ==XL-RUN-DATE== BY ==WS-EXC-RUN-DATE==.

      *> control totals - charged must tie back to the statement
      *> trailers, open is charged plus debits less credits less paid
       01 WS-RECORDS-READ      PIC 9(07) VALUE 0.
       01 WS-CUSTS-LISTED      PIC 9(07) VALUE 0.
       01 WS-TOTAL-CHARGED     PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-PAID        PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-ADJ-DEBIT   PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-ADJ-CREDIT  PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-OPEN        PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-BUCKETS.
          05 WS-TOT-CURRENT    PIC 9(09)V99 VALUE 0.
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       01 WS-TITLE-LINE.
          05 FILLER            PIC X(26) VALUE
          05 WS-CNT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

      *> the per-currency break-out lines under the totals
       01 WS-CUR-TOTAL-LINE.
          05 WS-CTL-LABEL      PIC X(16).
          05 WS-CTL-CURRENCY   PIC X(03).
          05 FILLER            PIC X(05) VALUE SPACES.
          05 WS-CTL-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(42) VALUE SPACES.

      *> the rate each currency was consolidated at, or the word
      *> that it had none
       01 WS-FX-LINE.
          05 WS-FXL-LABEL      PIC X(16).
          05 WS-FXL-CURRENCY   PIC X(03).
          05 FILLER            PIC X(05) VALUE SPACES.
          05 WS-FXL-RATE       PIC ZZZZ9.999999.
          05 FILLER            PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-CURS-NO-FX-RATE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           MOVE WS-RUN-DATE TO WS-DATE-SPLIT
               SET BH-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               SET WS-CM-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AGERPT: CUSTOMER-MASTER UNAVAILABLE, "
                       "STATUS = " WS-CM-STATUS
                       " - CURRENCIES UNKNOWN"
           END-IF
           OPEN INPUT COUNTRY-TABLE
           IF CT-STATUS-OK
               SET WS-CT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AGERPT: COUNTRY-TABLE UNAVAILABLE, "
                       "STATUS = " WS-CT-STATUS
                       " - CURRENCIES UNKNOWN"
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF FX-STATUS-OK
               SET WS-FX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AGERPT: EXCHANGE-RATE-FILE UNAVAILABLE, "
                       "STATUS = " WS-FX-STATUS
                       " - NO HOUSE-CURRENCY TOTALS"
           END-IF
           IF AR-STATUS-OK AND NOT WS-OPEN-FAILED
               MOVE WS-RUN-DATE TO WS-TTL-DATE
               WRITE AR-LINE FROM WS-TITLE-LINE
           ADD 1 TO WS-RECORDS-READ
           ADD BH-CHARGE TO WS-TOTAL-CHARGED
           ADD BH-PAID   TO WS-TOTAL-PAID
           ADD BH-ADJ-DEBIT  TO WS-TOTAL-ADJ-DEBIT
           ADD BH-ADJ-CREDIT TO WS-TOTAL-ADJ-CREDIT

           IF WS-HAVE-PRIOR AND BH-CUST-ID NOT = WS-PRIOR-CUST
               PERFORM 3000-PRINT-CUSTOMER-LINE THRU 3000-EXIT
           END-IF
           IF NOT WS-HAVE-PRIOR OR BH-CUST-ID NOT = WS-PRIOR-CUST
               PERFORM 2100-GET-CUSTOMER-CURRENCY THRU 2100-EXIT
               PERFORM 2150-FIND-CURRENCY-SLOT THRU 2150-EXIT
           END-IF
           MOVE BH-CUST-ID TO WS-PRIOR-CUST
           SET WS-HAVE-PRIOR TO TRUE

           COMPUTE WS-OPEN-AMOUNT = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF WS-OPEN-AMOUNT <= 0
               GO TO 2000-EXIT
           END-IF

           ADD WS-OPEN-AMOUNT TO WS-CUST-OPEN
           ADD WS-OPEN-AMOUNT TO WS-TOTAL-OPEN
           ADD WS-OPEN-AMOUNT TO WS-CUR-OPEN(WS-CUR-FOUND)
           IF WS-AGE-DAYS > 90
               ADD WS-OPEN-AMOUNT TO WS-CUST-OVER-90
               ADD WS-OPEN-AMOUNT TO WS-TOT-OVER-90
               ADD WS-OPEN-AMOUNT TO WS-CUR-OVER-90(WS-CUR-FOUND)
           ELSE
               IF WS-AGE-DAYS > 60
                   ADD WS-OPEN-AMOUNT TO WS-CUST-OVER-60
                   ADD WS-OPEN-AMOUNT TO WS-TOT-OVER-60
                   ADD WS-OPEN-AMOUNT TO WS-CUR-OVER-60(WS-CUR-FOUND)
               ELSE
                   IF WS-AGE-DAYS > 30
                       ADD WS-OPEN-AMOUNT TO WS-CUST-OVER-30
                       ADD WS-OPEN-AMOUNT TO WS-TOT-OVER-30
                       ADD WS-OPEN-AMOUNT
                           TO WS-CUR-OVER-30(WS-CUR-FOUND)
                   ELSE
                       ADD WS-OPEN-AMOUNT TO WS-CUST-CURRENT
                       ADD WS-OPEN-AMOUNT TO WS-TOT-CURRENT
                       ADD WS-OPEN-AMOUNT
                           TO WS-CUR-CURRENT(WS-CUR-FOUND)
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *> the currency a new customer's balances are owed in -
      *> looked up once per customer, at the control break, '???'
      *> when the master or country table can't say
       2100-GET-CUSTOMER-CURRENCY.
           MOVE '???' TO WS-CURRENCY
           IF NOT WS-CM-IS-OPEN OR NOT WS-CT-IS-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE BH-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           MOVE CM-COUNTRY TO CY-CODE
           READ COUNTRY-TABLE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           MOVE CY-CURRENCY TO WS-CURRENCY.
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-CURRENCY.
           IF WS-CUR-CODE(WS-CUR-IX) = WS-CURRENCY
               MOVE WS-CUR-IX TO WS-CUR-FOUND
           END-IF.
       2110-EXIT.
           EXIT.

      *> the slot the customer's balances are totalled under - a
      *> currency not yet seen this run takes the next free slot,
      *> and the last slot is kept back for the rest, opened starred
      *> and empty the first time it is needed, so no currency's
      *> own totals are ever carried under the star
       2150-FIND-CURRENCY-SLOT.
           MOVE 0 TO WS-CUR-FOUND
           PERFORM 2110-MATCH-ONE-CURRENCY THRU 2110-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
                  OR WS-CUR-FOUND > 0
           IF WS-CUR-FOUND > 0
               GO TO 2150-EXIT
           END-IF
           IF WS-CUR-COUNT = WS-CUR-MAX
               MOVE WS-CUR-MAX TO WS-CUR-FOUND
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-CUR-COUNT
           MOVE WS-CUR-COUNT TO WS-CUR-FOUND
           IF WS-CUR-COUNT < WS-CUR-MAX
               MOVE WS-CURRENCY TO WS-CUR-CODE(WS-CUR-FOUND)
           ELSE
               MOVE '***' TO WS-CUR-CODE(WS-CUR-FOUND)
           END-IF
           MOVE 0 TO WS-CUR-OPEN(WS-CUR-FOUND)
           MOVE 0 TO WS-CUR-CURRENT(WS-CUR-FOUND)
           MOVE 0 TO WS-CUR-OVER-30(WS-CUR-FOUND)
           MOVE 0 TO WS-CUR-OVER-60(WS-CUR-FOUND)
           MOVE 0 TO WS-CUR-OVER-90(WS-CUR-FOUND).
       2150-EXIT.
           EXIT.

      *> one line per customer who owes anything - a customer whose
      *> charges are all settled takes no ink
       3000-PRINT-CUSTOMER-LINE.
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL CHARGED'     TO WS-AMT-LABEL
           MOVE WS-TOTAL-CHARGED    TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DEBIT ADJUSTMENTS' TO WS-AMT-LABEL
           MOVE WS-TOTAL-ADJ-DEBIT  TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL CREDIT ADJUSTMENTS' TO WS-AMT-LABEL
           MOVE WS-TOTAL-ADJ-CREDIT TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL PAID'        TO WS-AMT-LABEL
           MOVE 'TOTAL OVER 90'     TO WS-AMT-LABEL
           MOVE WS-TOT-OVER-90      TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

      *> the open money again by currency, each converted into the
      *> house currency as it is printed
           PERFORM 4100-PRINT-ONE-CURRENCY THRU 4100-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT

      *> consolidated - short by whatever is in a currency counted
      *> here as having no rate
           MOVE 'HOUSE OPEN'        TO WS-AMT-LABEL
           MOVE WS-HOUSE-OPEN       TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'HOUSE CURRENT'     TO WS-AMT-LABEL
           MOVE WS-HOUSE-CURRENT    TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HOUSE OVER 30'     TO WS-AMT-LABEL
           MOVE WS-HOUSE-OVER-30    TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HOUSE OVER 60'     TO WS-AMT-LABEL
           MOVE WS-HOUSE-OVER-60    TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HOUSE OVER 90'     TO WS-AMT-LABEL
           MOVE WS-HOUSE-OVER-90    TO WS-AMT-VALUE
           WRITE AR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CURRENCIES WITH NO RATE' TO WS-CNT-LABEL
           MOVE WS-CURS-NO-FX-RATE  TO WS-CNT-COUNT
           WRITE AR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CURRENCY.
           MOVE WS-CUR-CODE(WS-CUR-IX)    TO WS-CTL-CURRENCY
           MOVE 'OPEN'     TO WS-CTL-LABEL
           MOVE WS-CUR-OPEN(WS-CUR-IX)    TO WS-CTL-VALUE
           WRITE AR-LINE FROM WS-CUR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CURRENT'  TO WS-CTL-LABEL
           MOVE WS-CUR-CURRENT(WS-CUR-IX) TO WS-CTL-VALUE
           WRITE AR-LINE FROM WS-CUR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER 30'  TO WS-CTL-LABEL
           MOVE WS-CUR-OVER-30(WS-CUR-IX) TO WS-CTL-VALUE
           WRITE AR-LINE FROM WS-CUR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER 60'  TO WS-CTL-LABEL
           MOVE WS-CUR-OVER-60(WS-CUR-IX) TO WS-CTL-VALUE
           WRITE AR-LINE FROM WS-CUR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER 90'  TO WS-CTL-LABEL
           MOVE WS-CUR-OVER-90(WS-CUR-IX) TO WS-CTL-VALUE
           WRITE AR-LINE FROM WS-CUR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 4200-CONVERT-ONE-CURRENCY THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *> the currency's open money into the house currency at the
      *> rate in effect on the run date - a currency with no rate
      *> is named on the report and logged, never quietly dropped
       4200-CONVERT-ONE-CURRENCY.
           MOVE 'N' TO WS-FX-FOUND-SW
           IF WS-FX-IS-OPEN
               PERFORM 4210-MATCH-ONE-FX-RATE THRU 4210-EXIT
           END-IF
           MOVE WS-CUR-CODE(WS-CUR-IX) TO WS-FXL-CURRENCY
           IF NOT WS-FX-WAS-FOUND
               ADD 1 TO WS-CURS-NO-FX-RATE
               MOVE 'NO EXCHANGE RATE' TO WS-FXL-LABEL
               MOVE 0 TO WS-FXL-RATE
               WRITE AR-LINE FROM WS-FX-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 8000-LOG-NO-FX-RATE THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF
           MOVE 'EXCHANGE RATE'  TO WS-FXL-LABEL
           MOVE WS-FX-RATE       TO WS-FXL-RATE
           WRITE AR-LINE FROM WS-FX-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-HOUSE-OPEN ROUNDED = WS-HOUSE-OPEN
               + WS-CUR-OPEN(WS-CUR-IX) * WS-FX-RATE
           COMPUTE WS-HOUSE-CURRENT ROUNDED = WS-HOUSE-CURRENT
               + WS-CUR-CURRENT(WS-CUR-IX) * WS-FX-RATE
           COMPUTE WS-HOUSE-OVER-30 ROUNDED = WS-HOUSE-OVER-30
               + WS-CUR-OVER-30(WS-CUR-IX) * WS-FX-RATE
           COMPUTE WS-HOUSE-OVER-60 ROUNDED = WS-HOUSE-OVER-60
               + WS-CUR-OVER-60(WS-CUR-IX) * WS-FX-RATE
           COMPUTE WS-HOUSE-OVER-90 ROUNDED = WS-HOUSE-OVER-90
               + WS-CUR-OVER-90(WS-CUR-IX) * WS-FX-RATE.
       4200-EXIT.
           EXIT.

      *> position at the currency's earliest rate and walk forward
      *> through the ascending effective dates, keeping the last
      *> one not past WS-RUN-DATE
       4210-MATCH-ONE-FX-RATE.
           MOVE WS-CUR-CODE(WS-CUR-IX) TO FX-CURRENCY
           MOVE 0                      TO FX-EFF-DATE
           START EXCHANGE-RATE-FILE KEY NOT < FX-KEY
               INVALID KEY
                   GO TO 4210-EXIT
           END-START
           MOVE 'N' TO WS-FX-SCAN-SW
           PERFORM 4220-SCAN-ONE-FX-RATE THRU 4220-EXIT
               UNTIL WS-FX-SCAN-DONE.
       4210-EXIT.
           EXIT.

       4220-SCAN-ONE-FX-RATE.
           READ EXCHANGE-RATE-FILE NEXT
               AT END
                   SET WS-FX-SCAN-DONE TO TRUE
                   GO TO 4220-EXIT
           END-READ
           IF FX-CURRENCY NOT = WS-CUR-CODE(WS-CUR-IX)
               OR FX-EFF-DATE > WS-RUN-DATE
               SET WS-FX-SCAN-DONE TO TRUE
               GO TO 4220-EXIT
           END-IF
           SET WS-FX-WAS-FOUND TO TRUE
           MOVE FX-RATE TO WS-FX-RATE.
       4220-EXIT.
           EXIT.

      *> exceptions path - a currency the house totals could not
      *> take in. '???' is money whose customer or country could
      *> not be found, so that is what it is logged as
       8000-LOG-NO-FX-RATE.
           IF WS-CUR-CODE(WS-CUR-IX) = '???'
               MOVE "CURRENCY UNKNOWN FOR CUSTOMERS"
                   TO WS-EXCEPTION-REASON
           ELSE
               MOVE "NO EXCHANGE RATE FOR CURRENCY"
                   TO WS-EXCEPTION-REASON
           END-IF
           DISPLAY "AGERPT: " WS-CUR-CODE(WS-CUR-IX) " - "
                   WS-EXCEPTION-REASON
           MOVE 'AGERPT'            TO WS-EXC-PROGRAM
           MOVE WS-CUR-CODE(WS-CUR-IX) TO WS-EXC-KEY
           MOVE 'FX-CURRENCY'       TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF BH-STATUS-OK OR BH-STATUS-EOF
               CLOSE BILLING-HISTORY
           IF AR-STATUS-OK
               CLOSE AGING-REPORT
           END-IF
           IF WS-CM-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-CT-IS-OPEN
               CLOSE COUNTRY-TABLE
           END-IF
           IF WS-FX-IS-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-OPEN-FAILED OR WS-CURS-NO-FX-RATE > 0
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
