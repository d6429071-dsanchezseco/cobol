      *> a trailer with total customers billed and total amount
      *> charged for balancing. customers with no rate on file are
      *> not billed - they are logged to the EXCEPTION-LOG and
      *> counted on the trailer instead. each statement carries the
      *> customer's balance forward off BILLHIST - previous balance,
      *> payments since the last statement, this period's charges,
      *> amount due and the older items still open - and the trailer
      *> total of open receivables ties to AGERPT's TOTAL OPEN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLSTMT.
      *>                 SECTION and GOBACKs instead of STOP RUN:
      *>                 8 when a file wouldn't open, 4 for a run
      *>                 with unbilled customers
      *> 2026-10-15  jm  balance-forward statements - 2300-GATHER-
      *>                 BALANCE-FORWARD walks the customer's BILLHIST
      *>                 records before the charge is posted, and
      *>                 2400-PRINT-BALANCE-FORWARD prints previous
      *>                 balance, payments since the last statement,
      *>                 this period's charges, amount due and each
      *>                 older item still open. the amount due is kept
      *>                 on the new BH-STMT-DUE field so the next run
      *>                 can tell what was paid in between. BILLHIST is
      *>                 DYNAMIC access now for the walk. the trailer
      *>                 adds total amount due, the open items of
      *>                 customers not statemented, and total open
      *>                 receivables to tie to AGERPT's TOTAL OPEN
      *> 2026-10-15  jm  credit PAYAPPLY put on account on CREDFILE
      *>                 is taken off the new charge before anything
      *>                 else, oldest payment date first, by 2600-
      *>                 CONSUME-CREDIT - posted to BH-PAID so AGERPT
      *>                 still ties, printed as a credit line on the
      *>                 statement with whatever is left on account,
      *>                 and totalled on the trailer
      *> 2026-10-15  jm  open amounts take in ADJAPPLY's BH-ADJ-DEBIT/
      *>                 BH-ADJ-CREDIT adjustments. the balance
      *>                 forward now starts from what the last
      *>                 statement asked for and foots to the amount
      *>                 due - debit and credit adjustments since the
      *>                 last statement come off the ADJHIST history
      *>                 on their own lines, and payments are what is
      *>                 left to explain, so a credit memo is never
      *>                 shown to the customer as money they sent
      *> 2026-10-15  jm  each run appends one 'B' record per currency
      *>                 to the GLFEED general-ledger feeder file -
      *>                 charges, tax and credit applied, stamped
      *>                 with the business day they post to - for
      *>                 GLINTF to build the day's journal entries
      *>                 from, instead of finance re-keying the
      *>                 trailer. a feed that can't be written is a
      *>                 return code 4
      *> 2026-10-15  jm  the trailer's per-currency break-out is
      *>                 converted into the house currency at the
      *>                 FXRATE exchange rate in effect on the run
      *>                 date, with consolidated house charged, tax
      *>                 and amount due lines after it. a currency
      *>                 with no rate on file is named on the
      *>                 trailer and the exception log, counted, and
      *>                 makes the run a return code 4
      *> 2026-10-15  jm  the billing period is checked with PERIODRTN
      *>                 before anything is posted - a period
      *>                 PERDCLOSE has closed is refused outright, no
      *>                 statements, no history, no GL feed, return
      *>                 code 8, so a rerun under the RUNCTL date
      *>                 override can't change a reported month
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> 2026-10-15  jm  PROFORMA prices the period with this same
      *>                 charge arithmetic to compare proposed rates
      *>                 and factors - a change here goes there too
      *> 2026-10-15  jm  every statement is also written to the
      *>                 INVFILE invoice interface for the print-
      *>                 and-mail vendor and e-billing - an 'I'
      *>                 header per invoice with the bill-to
      *>                 address, 'D' charge and tax details, and
      *>                 per-currency 'S' totals and a 'T' trailer
      *>                 inside CUSTEXTR's 'H'/'T' framing. invoices
      *>                 to addresses RETMAIL flagged are marked not
      *>                 to be mailed. a file that won't open or
      *>                 write leaves the statements standing and
      *>                 ends the run with a 4
      *> 2026-10-15  jm  INVFILE opened only once the period check
      *>                 has passed, so a refused run leaves the last
      *>                 good run's invoice file in place
      *> 2026-10-15  jm  STMTRPT opened after the period check as
      *>                 well, so a refused run no longer empties the
      *>                 last good statement report
      *> 2026-10-15  jm  a credit adjustment shows on the statement
      *>                 as what it took off the open amount - the
      *>                 part ADJAPPLY put on account shows as credit
      *>                 applied when a statement uses it
      *> ##########################

       ENVIRONMENT DIVISION.

      *> where each statement's charge lands so it outlives the
      *> printout - I-O because a rerun rewrites its own run date's
      *> records instead of posting them twice, DYNAMIC because the
      *> balance forward is a keyed START at (CM-CUST-ID, date zero)
      *> and a READ NEXT walk through that customer's older charges
           SELECT BILLING-HISTORY ASSIGN TO "BILLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

      *> money on account from PAYAPPLY - DYNAMIC because each
      *> customer is a keyed START at (CM-CUST-ID, date zero) and a
      *> READ NEXT walk, oldest payment first, rewriting what the
      *> new charge uses
           SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CC-STATUS.

      *> ADJAPPLY's adjustment history, for the adjustments made
      *> since the customer's last statement - DYNAMIC for the same
      *> keyed START and READ NEXT walk as the billing history
           SELECT ADJUSTMENT-HISTORY ASSIGN TO "ADJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-AJ-STATUS.

      *> the house-currency conversion of the trailer - DYNAMIC for
      *> the same keyed START and READ NEXT walk through a
      *> currency's effective-dated rates as RATEFILE's
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

      *> the same statements as a structured file for the print-and-
      *> mail vendor and the customers billed electronically
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IV-STATUS.

      *> general-ledger feeder file - this run's per-currency money
      *> is appended here for GLINTF to journal
           SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GF-STATUS.

       DATA DIVISION.
         FILE SECTION.

       01  BH-RECORD.
           COPY BILLHREC.

      *> same layout as PAYAPPLY's CREDIT-FILE
       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CC-RECORD.
           COPY CREDREC.

      *> same layout as ADJAPPLY's ADJUSTMENT-HISTORY
       FD  ADJUSTMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  AJ-RECORD.
           COPY ADJREC.

      *> same layout as FXMAINT's EXCHANGE-RATE-FILE
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RECORD.
           COPY FXRATE.

       FD  STATEMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SR-LINE                PIC X(80).

      *> one record type byte up front tells the receiving side what
      *> it is holding - the layouts in working-storage are moved in
      *> here, the way CUSTEXTR builds its feed
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  IV-RECORD              PIC X(125).

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

         WORKING-STORAGE SECTION.
       01 WS-CM-STATUS  PIC X(02) VALUE '00'.
          88 CM-STATUS-OK    VALUE '00'.
          88 CL-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-BH-STATUS  PIC X(02) VALUE '00'.
          88 BH-STATUS-OK         VALUE '00'.
          88 BH-STATUS-EOF        VALUE '10'.
          88 BH-STATUS-NOT-FOUND  VALUE '23'.
          88 BH-STATUS-DUPLICATE  VALUE '22'.
       01 WS-CC-STATUS  PIC X(02) VALUE '00'.
          88 CC-STATUS-OK         VALUE '00'.
          88 CC-STATUS-EOF        VALUE '10'.
          88 CC-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-AJ-STATUS  PIC X(02) VALUE '00'.
          88 AJ-STATUS-OK         VALUE '00'.
       01 WS-FX-STATUS  PIC X(02) VALUE '00'.
          88 FX-STATUS-OK         VALUE '00'.
          88 FX-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-SR-STATUS  PIC X(02) VALUE '00'.
          88 SR-STATUS-OK    VALUE '00'.
       01 WS-GF-STATUS  PIC X(02) VALUE '00'.
          88 GF-STATUS-OK    VALUE '00'.
       01 WS-IV-STATUS  PIC X(02) VALUE '00'.
          88 IV-STATUS-OK    VALUE '00'.

       01 WS-CM-EOF-SW  PIC X(01) VALUE 'N'.
          88 CM-AT-EOF        VALUE 'Y'.
       01 WS-AF-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-AF-IS-OPEN     VALUE 'Y'.

      *> ADJHIST the same way - without it the adjustments since the
      *> last statement are folded into the payments line, and the
      *> amount due is still right
       01 WS-AJ-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-AJ-IS-OPEN     VALUE 'Y'.

      *> FXRATE the same way - without it the statements are right,
      *> only the consolidated figures are missing, and every
      *> currency is named as having no rate
       01 WS-FX-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-FX-IS-OPEN     VALUE 'Y'.

      *> flipped when the billing period has been closed by
      *> PERDCLOSE - the run posts nothing and ends with an 8
       01 WS-PERIOD-CLOSED-SW  PIC X(01) VALUE 'N'.
          88 WS-PERIOD-IS-CLOSED   VALUE 'Y'.

      *> flipped when the GLFEED records could not be written - the
      *> statements stand, but the ledger is short a day's billing
      *> until the feed is put right, so the run ends with a 4
       01 WS-GF-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-GF-FAILED      VALUE 'Y'.

      *> INVFILE open is attempted once - flipped when it won't open
      *> or a write fails. the statements and postings stand, but
      *> the vendor's file is incomplete and no trailer is written,
      *> so the receiving side rejects it and the run ends with a 4
       01 WS-IV-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-IV-IS-OPEN     VALUE 'Y'.
       01 WS-IV-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-IV-FAILED      VALUE 'Y'.

      *> STMTRPT is opened only once the period check has passed -
      *> a refused run never opens it, so it is not closed either
       01 WS-SR-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-SR-IS-OPEN     VALUE 'Y'.

      *> the business day this run's money posts to in the ledger,
      *> asked of BUSDAYRTN, and the time of day that tells this run
      *> apart from a rerun of the same date on the feed
       01 WS-BUSDAY-FUNCTION   PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE          PIC 9(08) VALUE 0.
       01 WS-BUSDAY-SW         PIC X(01) VALUE 'N'.
       01 WS-RUN-TIME          PIC 9(08) VALUE 0.

      *> the address block actually printed - the bill-to override
      *> when there is one, the master's CUSTADDR group when not
       01 WS-ADDRESS.
       01 WS-CHARGE            PIC 9(07)V99.
       01 WS-TAX               PIC 9(07)V99.

      *> flipped when the walk through one customer's billing
      *> history runs off the customer or off the end of the file
       01 WS-HIST-SCAN-SW      PIC X(01) VALUE 'N'.
          88 WS-HIST-SCAN-DONE     VALUE 'Y'.

      *> the customer's balance forward, gathered off BILLHIST before
      *> this run's charge is posted - what is still open on older
      *> run dates, what the last statement said was due and when it
      *> was cut, and what has already been paid or adjusted against
      *> this run date's own charge when the night is being rerun
       01 WS-PRIOR-OPEN        PIC 9(07)V99.
       01 WS-LAST-DUE          PIC 9(07)V99.
       01 WS-LAST-RUN-DATE     PIC 9(08).
       01 WS-CURRENT-SETTLED   PIC S9(07)V99.
       01 WS-PAID-SINCE        PIC 9(07)V99.

      *> ADJHIST adjustments dated after the last statement, and the
      *> difference the balance-forward lines have to foot - what is
      *> left once the previous balance, adjustments, charges and
      *> credit are set against the amount due is the payments
       01 WS-AJ-SCAN-SW        PIC X(01) VALUE 'N'.
          88 WS-AJ-SCAN-DONE       VALUE 'Y'.
       01 WS-ADJ-DEBITS        PIC 9(07)V99.
       01 WS-ADJ-CREDITS       PIC 9(07)V99.
       01 WS-FOOT              PIC S9(09)V99.
       01 WS-CURRENT-OPEN      PIC 9(07)V99.
       01 WS-AMOUNT-DUE        PIC 9(07)V99.

      *> credit on account taken off this run's charge, and what is
      *> still on account after it - the walk through the customer's
      *> credit records stops consuming once the charge is covered
      *> but keeps counting what is left
       01 WS-CRED-SCAN-SW      PIC X(01) VALUE 'N'.
          88 WS-CRED-SCAN-DONE     VALUE 'Y'.
       01 WS-CREDIT-NEEDED     PIC 9(07)V99.
       01 WS-CREDIT-AVAIL      PIC 9(07)V99.
       01 WS-CREDIT-TAKEN      PIC 9(07)V99.
       01 WS-CREDIT-APPLIED    PIC 9(07)V99.
       01 WS-CREDIT-LEFT       PIC 9(07)V99.

      *> one history record's open amount - signed, the way AGERPT
      *> carries it, so an overpaid record never counts as owed
       01 WS-ITEM-OPEN         PIC S9(07)V99.

      *> control totals for the balancing trailer
       01 WS-CUSTS-READ        PIC 9(07) VALUE 0.
       01 WS-CUSTS-BILLED      PIC 9(07) VALUE 0.
       01 WS-TOTAL-CHARGED     PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-TAX         PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-UNITS       PIC 9(09) VALUE 0.
      *> amount due across every statement cut, plus whatever is
      *> open on BILLHIST that no statement carried this run -
      *> customers not billed, and run dates after this one when a
      *> back-dated rerun is made. together they are every open
      *> item on the file, the figure AGERPT prints as TOTAL OPEN
       01 WS-TOTAL-DUE         PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-CREDIT      PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-NOT-STMT    PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-OPEN        PIC 9(09)V99 VALUE 0.

      *> the trailer's per-currency break-out, accumulated as each
      *> statement is cut - one slot per currency seen this run.
       01 WS-CURRENCY-TABLE.
          05 WS-CUR-ENTRY OCCURS 20 TIMES.
             10 WS-CUR-CODE    PIC X(03).
             10 WS-CUR-BILLED  PIC 9(07).
             10 WS-CUR-CHARGED PIC 9(09)V99.
             10 WS-CUR-TAX     PIC 9(09)V99.
             10 WS-CUR-DUE     PIC 9(09)V99.
             10 WS-CUR-CREDIT  PIC 9(09)V99.

      *> the exchange rate in effect on the run date for the trailer
      *> currency being converted, found the way 2100-MATCH-ONE-RATE
      *> finds a customer's price
       01 WS-FX-FOUND-SW       PIC X(01) VALUE 'N'.
          88 WS-FX-WAS-FOUND       VALUE 'Y'.
       01 WS-FX-SCAN-SW        PIC X(01) VALUE 'N'.
          88 WS-FX-SCAN-DONE       VALUE 'Y'.
       01 WS-FX-RATE           PIC 9(05)V9(06).

      *> the trailer's money consolidated into the house currency,
      *> and how many currencies had no rate to be converted at
       01 WS-HOUSE-CHARGED     PIC 9(09)V99 VALUE 0.
       01 WS-HOUSE-TAX         PIC 9(09)V99 VALUE 0.
       01 WS-HOUSE-DUE         PIC 9(09)V99 VALUE 0.
       01 WS-CURS-NO-FX-RATE   PIC 9(07) VALUE 0.

      *> invoice file control totals - the trailer's record count
      *> is every 'I', 'D' and 'S' record between 'H' and 'T'
       01 WS-INVOICES-WRITTEN  PIC 9(07) VALUE 0.
       01 WS-INVOICES-UNDELIV  PIC 9(07) VALUE 0.
       01 WS-INV-RECORDS       PIC 9(09) VALUE 0.

      *> file header record - 'H', the run date and billing period
       01 WS-INV-FILE-HDR.
          05 WS-IFH-TYPE       PIC X(01) VALUE 'H'.
          05 WS-IFH-RUN-DATE   PIC 9(08).
          05 WS-IFH-PERIOD     PIC 9(06).
          05 FILLER            PIC X(110) VALUE SPACES.

      *> invoice header - 'I', one per statement. the invoice number
      *> is the customer id and run date, the same key the charge is
      *> posted under on BILLHIST, so a rerun reissues the same
      *> number and a remittance can be matched to the charge.
      *> IVH-DELIVERY is 'U' when RETMAIL has flagged the address
      *> undeliverable - the vendor must not mail it - else 'M'
       01 WS-INV-HEADER.
          05 WS-IVH-TYPE       PIC X(01) VALUE 'I'.
          05 WS-IVH-INVOICE-NO.
             10 WS-IVH-CUST-ID    PIC X(05).
             10 WS-IVH-INV-DATE   PIC 9(08).
          05 WS-IVH-NAME       PIC X(25).
          05 WS-IVH-HOUSE-NUM  PIC 9(03).
          05 WS-IVH-STREET     PIC X(15).
          05 WS-IVH-CITY       PIC X(15).
          05 WS-IVH-COUNTRY    PIC X(15).
          05 WS-IVH-CURRENCY   PIC X(03).
          05 WS-IVH-RUN-DATE   PIC 9(08).
          05 WS-IVH-PERIOD     PIC 9(06).
          05 WS-IVH-INV-TOTAL  PIC 9(07)V99.
          05 WS-IVH-AMOUNT-DUE PIC 9(07)V99.
          05 WS-IVH-DELIVERY   PIC X(01).
          05 FILLER            PIC X(02) VALUE SPACES.

      *> invoice detail - 'D', one per invoice line: line type 'U'
      *> is the usage charge (units, rate, class factor, charge),
      *> 'X' the tax on it (tax percent, tax)
       01 WS-INV-DETAIL.
          05 WS-IVD-TYPE       PIC X(01) VALUE 'D'.
          05 WS-IVD-INVOICE-NO PIC X(13).
          05 WS-IVD-LINE-NO    PIC 9(02).
          05 WS-IVD-LINE-TYPE  PIC X(01).
          05 WS-IVD-PERIOD     PIC 9(06).
          05 WS-IVD-UNITS      PIC 9(07).
          05 WS-IVD-RATE       PIC V999999.
          05 WS-IVD-FACTOR     PIC 9V99.
          05 WS-IVD-TAX-PCT    PIC 99V99.
          05 WS-IVD-AMOUNT     PIC 9(07)V99.
          05 WS-IVD-CURRENCY   PIC X(03).
          05 FILLER            PIC X(70) VALUE SPACES.

      *> currency totals - 'S', one per currency invoiced, the same
      *> figures the statement trailer breaks out
       01 WS-INV-CURRENCY.
          05 WS-IVS-TYPE       PIC X(01) VALUE 'S'.
          05 WS-IVS-CURRENCY   PIC X(03).
          05 WS-IVS-INVOICES   PIC 9(07).
          05 WS-IVS-CHARGED    PIC 9(09)V99.
          05 WS-IVS-TAX        PIC 9(09)V99.
          05 WS-IVS-DUE        PIC 9(09)V99.
          05 FILLER            PIC X(81) VALUE SPACES.

      *> file trailer - 'T', the invoice count, the count of records
      *> between header and trailer, and how many are not to be
      *> mailed
       01 WS-INV-FILE-TRL.
          05 WS-IFT-TYPE       PIC X(01) VALUE 'T'.
          05 WS-IFT-INVOICES   PIC 9(07).
          05 WS-IFT-RECORDS    PIC 9(09).
          05 WS-IFT-UNDELIV    PIC 9(07).
          05 FILLER            PIC X(101) VALUE SPACES.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.
       01 WS-EXCEPTION-REC.
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       01 WS-HDR-LINE.
          05 FILLER            PIC X(20) VALUE 'CUSTOMER STATEMENT'.
          05 WS-TAX-CURRENCY   PIC X(03).
          05 FILLER            PIC X(36) VALUE SPACES.

      *> the balance-forward block under the tax line
       01 WS-BAL-LINE.
          05 WS-BAL-LABEL      PIC X(24).
          05 WS-BAL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-BAL-CURRENCY   PIC X(03).
          05 FILLER            PIC X(40) VALUE SPACES.

      *> one older charge still open, listed by run date
       01 WS-ITEM-LINE.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-ITM-RUN-DATE   PIC 9(08).
          05 FILLER            PIC X(11) VALUE '    CHARGE '.
          05 WS-ITM-CHARGE     PIC Z(6)9.99.
          05 FILLER            PIC X(07) VALUE '  PAID '.
          05 WS-ITM-PAID       PIC Z(6)9.99.
          05 FILLER            PIC X(07) VALUE '  OPEN '.
          05 WS-ITM-OPEN       PIC Z(6)9.99.
          05 FILLER            PIC X(13) VALUE SPACES.

       01 WS-TRAILER-LINE.
          05 WS-TRL-LABEL      PIC X(24).
          05 WS-TRL-COUNT      PIC Z(8)9.
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

         LINKAGE SECTION.
      *> handed back to the CUSTCHAIN driver - 0 clean, 4 customers
      *> left unbilled, the GL feed or invoice file not written or a
      *> currency with no exchange rate, 8 a file wouldn't open or
      *> the billing period is closed
       01 LS-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
           PERFORM 2000-BILL-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL CM-AT-EOF
           IF SR-STATUS-OK AND NOT WS-OPEN-FAILED
               AND NOT WS-PERIOD-IS-CLOSED
               PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT
           END-IF
           IF NOT WS-OPEN-FAILED AND NOT WS-PERIOD-IS-CLOSED
               PERFORM 4000-WRITE-GL-FEED THRU 4000-EXIT
               PERFORM 5000-WRITE-INVOICE-TRAILER THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-OPEN-FAILED OR WS-PERIOD-IS-CLOSED
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               IF WS-CUSTS-NO-RATE > 0 OR WS-CUSTS-NO-CLASS > 0
                   OR WS-CUSTS-NO-CTRY > 0 OR WS-GF-FAILED
                   OR WS-CURS-NO-FX-RATE > 0 OR WS-IV-FAILED
                   MOVE 4 TO LS-RETURN-CODE
               ELSE
                   MOVE 0 TO LS-RETURN-CODE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT RATE-FILE
           OPEN INPUT COUNTRY-TABLE
           OPEN INPUT CLASS-TABLE
           OPEN I-O BILLING-HISTORY
           OPEN I-O CREDIT-FILE
           IF NOT CM-STATUS-OK
               DISPLAY "BILLSTMT: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "STATUS = " WS-CM-STATUS
               SET CM-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
      *> billing without the credit file would ask customers for
      *> money they have already paid
           IF NOT CC-STATUS-OK
               DISPLAY "BILLSTMT: UNABLE TO OPEN CREDIT-FILE, "
                       "STATUS = " WS-CC-STATUS
               SET CM-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
               DISPLAY "BILLSTMT: ADDRESS-FILE UNAVAILABLE, "
                       "STATUS = " WS-AF-STATUS
                       " - MASTER ADDRESSES ONLY"
           END-IF
           OPEN INPUT ADJUSTMENT-HISTORY
           IF AJ-STATUS-OK
               SET WS-AJ-IS-OPEN TO TRUE
           ELSE
               DISPLAY "BILLSTMT: ADJUSTMENT-HISTORY UNAVAILABLE, "
                       "STATUS = " WS-AJ-STATUS
                       " - ADJUSTMENTS SHOWN AS PAYMENTS"
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF FX-STATUS-OK
               SET WS-FX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "BILLSTMT: EXCHANGE-RATE-FILE UNAVAILABLE, "
                       "STATUS = " WS-FX-STATUS
                       " - NO HOUSE-CURRENCY TOTALS"
           END-IF

      *> a closed period takes no more postings - asked once the
      *> files are known to be there, so a refusal is the only
      *> reason the run stops
           IF NOT WS-OPEN-FAILED
               CALL 'PERIODRTN' USING WS-BILL-PERIOD
                   WS-PERIOD-CLOSED-SW
               IF WS-PERIOD-IS-CLOSED
                   SET CM-AT-EOF TO TRUE
                   PERFORM 8200-LOG-CLOSED-PERIOD THRU 8200-EXIT
               END-IF
           END-IF

      *> the statement report and the invoice file are only opened
      *> - and so emptied - once the run is known to go ahead, so a
      *> refused run leaves the last good run's statements and
      *> invoices where they are
           IF WS-OPEN-FAILED OR WS-PERIOD-IS-CLOSED
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT STATEMENT-REPORT
           IF SR-STATUS-OK
               SET WS-SR-IS-OPEN TO TRUE
           ELSE
               DISPLAY "BILLSTMT: UNABLE TO OPEN STATEMENT-REPORT, "
                       "STATUS = " WS-SR-STATUS
               SET CM-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT INVOICE-FILE
           IF IV-STATUS-OK
               SET WS-IV-IS-OPEN TO TRUE
           ELSE
               DISPLAY "BILLSTMT: UNABLE TO OPEN INVOICE-FILE, "
                       "STATUS = " WS-IV-STATUS
                       " - NO INVOICE FILE"
               SET WS-IV-FAILED TO TRUE
           END-IF
           IF WS-IV-IS-OPEN
               MOVE WS-RUN-DATE    TO WS-IFH-RUN-DATE
               MOVE WS-BILL-PERIOD TO WS-IFH-PERIOD
               WRITE IV-RECORD FROM WS-INV-FILE-HDR
               IF NOT IV-STATUS-OK
                   PERFORM 8300-INVOICE-WRITE-FAILED THRU 8300-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      *> their own trailer line so the balancing still proves out
           IF NOT CM-STAT-ACTIVE
               ADD 1 TO WS-CUSTS-INACTIVE
               PERFORM 2500-ADD-NOT-STATEMENTED THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF

               MOVE "NO RATE ON FILE - NOT BILLED"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-UNBILLED THRU 8000-EXIT
               PERFORM 2500-ADD-NOT-STATEMENTED THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF

               MOVE "CLASS NOT ON TABLE - NOT BILLED"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-UNBILLED THRU 8000-EXIT
               PERFORM 2500-ADD-NOT-STATEMENTED THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-CTRY-FOUND-SW
               MOVE "NO COUNTRY TERMS - NOT BILLED"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-UNBILLED THRU 8000-EXIT
               PERFORM 2500-ADD-NOT-STATEMENTED THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2160-GET-PERIOD-USAGE THRU 2160-EXIT

      *> PROFORMA's 2100-PRICE-ONE-CUSTOMER repeats this arithmetic
      *> for its current-against-proposed comparison - keep in step
           COMPUTE WS-CHARGE ROUNDED
               = WS-UNITS * WS-RATE-VALUE * WS-RATE-FACTOR
           COMPUTE WS-TAX ROUNDED
           ADD WS-TAX    TO WS-TOTAL-TAX
           ADD WS-UNITS  TO WS-TOTAL-UNITS
           PERFORM 2175-ADD-TO-CURRENCY THRU 2175-EXIT
           PERFORM 2300-GATHER-BALANCE-FORWARD THRU 2300-EXIT
           PERFORM 2700-GATHER-ADJUSTMENTS THRU 2700-EXIT
           PERFORM 2600-CONSUME-CREDIT THRU 2600-EXIT
           ADD WS-CREDIT-APPLIED TO WS-TOTAL-CREDIT
           ADD WS-CREDIT-APPLIED TO WS-CUR-CREDIT(WS-CUR-FOUND)
           PERFORM 2180-POST-TO-HISTORY THRU 2180-EXIT
           ADD WS-AMOUNT-DUE TO WS-TOTAL-DUE
           ADD WS-AMOUNT-DUE TO WS-CUR-DUE(WS-CUR-FOUND)
           PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT
           PERFORM 2800-WRITE-INVOICE THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-FOUND
                   MOVE WS-CURRENCY TO WS-CUR-CODE(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-BILLED(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-CHARGED(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-TAX(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-DUE(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-CREDIT(WS-CUR-FOUND)
               ELSE
      *> more currencies than slots should never happen - lump the
      *> surplus under a starred slot rather than drop the money
                   MOVE '***' TO WS-CUR-CODE(WS-CUR-FOUND)
               END-IF
           END-IF
           ADD 1         TO WS-CUR-BILLED(WS-CUR-FOUND)
           ADD WS-CHARGE TO WS-CUR-CHARGED(WS-CUR-FOUND)
           ADD WS-TAX    TO WS-CUR-TAX(WS-CUR-FOUND).
       2175-EXIT.
      *> and run date - a rerun of the same run date lands on its own
      *> earlier record and rewrites the charge, keeping whatever
      *> PAYAPPLY had already posted against it, so rerunning a
      *> night neither doubles the receivable nor loses the receipts.
      *> the amount due printed on the statement is kept with the
      *> charge so the next run can work out what came in between
       2180-POST-TO-HISTORY.
           COMPUTE WS-ITEM-OPEN = WS-CHARGE + WS-TAX
               - WS-CURRENT-SETTLED
           IF WS-ITEM-OPEN > 0
               MOVE WS-ITEM-OPEN TO WS-CURRENT-OPEN
           ELSE
               MOVE 0 TO WS-CURRENT-OPEN
           END-IF
           SUBTRACT WS-CREDIT-APPLIED FROM WS-CURRENT-OPEN
           COMPUTE WS-AMOUNT-DUE = WS-PRIOR-OPEN + WS-CURRENT-OPEN
           MOVE CM-CUST-ID  TO BH-CUST-ID
           MOVE WS-RUN-DATE TO BH-RUN-DATE
      *> the receivable is what the statement tells the customer to
      *> pay - charge plus tax
           COMPUTE BH-CHARGE = WS-CHARGE + WS-TAX
           MOVE WS-CREDIT-APPLIED TO BH-PAID
           MOVE WS-AMOUNT-DUE TO BH-STMT-DUE
           MOVE 0           TO BH-ADJ-DEBIT
           MOVE 0           TO BH-ADJ-CREDIT
           WRITE BH-RECORD
               INVALID KEY
                   PERFORM 2190-REPOST-TO-HISTORY THRU 2190-EXIT
                   GO TO 2190-EXIT
           END-READ
           COMPUTE BH-CHARGE = WS-CHARGE + WS-TAX
           ADD WS-CREDIT-APPLIED TO BH-PAID
           MOVE WS-AMOUNT-DUE TO BH-STMT-DUE
           REWRITE BH-RECORD
               INVALID KEY
                   DISPLAY "BILLSTMT: HISTORY REPOST FAILED FOR "
           MOVE WS-TAX        TO WS-TAX-AMOUNT
           MOVE WS-CURRENCY   TO WS-TAX-CURRENCY
           WRITE SR-LINE FROM WS-TAX-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 2400-PRINT-BALANCE-FORWARD THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

      *> the customer's balance forward off BILLHIST, gathered before
      *> this run's charge is posted. every run date before this one
      *> adds its open amount to the previous balance, and the
      *> latest of them says what the last statement asked for.
      *> this run date's own record is only there on a rerun - what
      *> PAYAPPLY and ADJAPPLY already put against it is kept. run
      *> dates past
      *> this one (a back-dated rerun) are not on this statement and
      *> go to the trailer's not-statemented total instead
       2300-GATHER-BALANCE-FORWARD.
           MOVE 0 TO WS-PRIOR-OPEN
           MOVE 0 TO WS-LAST-DUE
           MOVE 0 TO WS-LAST-RUN-DATE
           MOVE 0 TO WS-CURRENT-SETTLED
           MOVE CM-CUST-ID TO BH-CUST-ID
           MOVE 0          TO BH-RUN-DATE
           START BILLING-HISTORY KEY NOT < BH-KEY
               INVALID KEY
                   GO TO 2300-EXIT
           END-START
           MOVE 'N' TO WS-HIST-SCAN-SW
           PERFORM 2310-GATHER-ONE-ITEM THRU 2310-EXIT
               UNTIL WS-HIST-SCAN-DONE.
       2300-EXIT.
           EXIT.

       2310-GATHER-ONE-ITEM.
           READ BILLING-HISTORY NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 2310-EXIT
           END-READ
           IF BH-CUST-ID NOT = CM-CUST-ID
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2310-EXIT
           END-IF
           IF BH-RUN-DATE = WS-RUN-DATE
               COMPUTE WS-CURRENT-SETTLED = BH-PAID + BH-ADJ-CREDIT
                   - BH-ADJ-DEBIT
               GO TO 2310-EXIT
           END-IF
           COMPUTE WS-ITEM-OPEN = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF BH-RUN-DATE > WS-RUN-DATE
               IF WS-ITEM-OPEN > 0
                   ADD WS-ITEM-OPEN TO WS-TOTAL-NOT-STMT
               END-IF
               GO TO 2310-EXIT
           END-IF
           MOVE BH-RUN-DATE TO WS-LAST-RUN-DATE
           MOVE BH-STMT-DUE TO WS-LAST-DUE
           IF WS-ITEM-OPEN > 0
               ADD WS-ITEM-OPEN TO WS-PRIOR-OPEN
           END-IF.
       2310-EXIT.
           EXIT.

      *> the balance-forward block, footing from what the last
      *> statement asked for to what this one asks for - previous
      *> balance, less payments, plus debit and less credit
      *> adjustments, plus this period's charges, less credit taken
      *> off account, is the amount due. the payments line is what
      *> is left once everything else is set against the amount due.
      *> a history record written before statements kept their
      *> amount due carries zero there - when that would make the
      *> payments come out below nothing, the previous balance is
      *> raised to cover it instead, so nothing is claimed as paid
      *> that wasn't
       2400-PRINT-BALANCE-FORWARD.
           COMPUTE WS-FOOT = WS-LAST-DUE + WS-ADJ-DEBITS
               - WS-ADJ-CREDITS + WS-CHARGE + WS-TAX
               - WS-CREDIT-APPLIED - WS-AMOUNT-DUE
           IF WS-FOOT < 0
               COMPUTE WS-LAST-DUE = WS-LAST-DUE - WS-FOOT
               MOVE 0 TO WS-PAID-SINCE
           ELSE
               MOVE WS-FOOT TO WS-PAID-SINCE
           END-IF

           MOVE 'PREVIOUS BALANCE'  TO WS-BAL-LABEL
           MOVE WS-LAST-DUE         TO WS-BAL-AMOUNT
           MOVE WS-CURRENCY         TO WS-BAL-CURRENCY
           WRITE SR-LINE FROM WS-BAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-BAL-LABEL
           IF WS-LAST-RUN-DATE = 0
               MOVE 'PAYMENTS RECEIVED' TO WS-BAL-LABEL
           ELSE
               STRING 'PAYMENTS SINCE ' DELIMITED BY SIZE
                      WS-LAST-RUN-DATE  DELIMITED BY SIZE
                   INTO WS-BAL-LABEL
           END-IF
           MOVE WS-PAID-SINCE       TO WS-BAL-AMOUNT
           WRITE SR-LINE FROM WS-BAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-ADJ-DEBITS > 0
               MOVE 'DEBIT ADJUSTMENTS' TO WS-BAL-LABEL
               MOVE WS-ADJ-DEBITS       TO WS-BAL-AMOUNT
               WRITE SR-LINE FROM WS-BAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ADJ-CREDITS > 0
               MOVE 'CREDIT ADJUSTMENTS' TO WS-BAL-LABEL
               MOVE WS-ADJ-CREDITS      TO WS-BAL-AMOUNT
               WRITE SR-LINE FROM WS-BAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'THIS PERIOD CHARGES' TO WS-BAL-LABEL
           COMPUTE WS-BAL-AMOUNT = WS-CHARGE + WS-TAX
           WRITE SR-LINE FROM WS-BAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CREDIT-APPLIED > 0
               MOVE 'CREDIT APPLIED'    TO WS-BAL-LABEL
               MOVE WS-CREDIT-APPLIED   TO WS-BAL-AMOUNT
               WRITE SR-LINE FROM WS-BAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'AMOUNT DUE'        TO WS-BAL-LABEL
           MOVE WS-AMOUNT-DUE       TO WS-BAL-AMOUNT
           WRITE SR-LINE FROM WS-BAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CREDIT-LEFT > 0
               MOVE 'CREDIT ON ACCOUNT' TO WS-BAL-LABEL
               MOVE WS-CREDIT-LEFT      TO WS-BAL-AMOUNT
               WRITE SR-LINE FROM WS-BAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

      *> the older items making up the previous balance, oldest run
      *> date first - a second walk, since posting this run's charge
      *> has moved the file position
           IF WS-PRIOR-OPEN = 0
               GO TO 2400-EXIT
           END-IF
           MOVE SPACES TO SR-LINE
           MOVE 'OPEN ITEMS' TO SR-LINE
           WRITE SR-LINE AFTER ADVANCING 2 LINES
           MOVE CM-CUST-ID TO BH-CUST-ID
           MOVE 0          TO BH-RUN-DATE
           START BILLING-HISTORY KEY NOT < BH-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START
           MOVE 'N' TO WS-HIST-SCAN-SW
           PERFORM 2410-PRINT-ONE-ITEM THRU 2410-EXIT
               UNTIL WS-HIST-SCAN-DONE.
       2400-EXIT.
           EXIT.

       2410-PRINT-ONE-ITEM.
           READ BILLING-HISTORY NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF BH-CUST-ID NOT = CM-CUST-ID
               OR BH-RUN-DATE NOT < WS-RUN-DATE
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2410-EXIT
           END-IF
           COMPUTE WS-ITEM-OPEN = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF WS-ITEM-OPEN NOT > 0
               GO TO 2410-EXIT
           END-IF
      *> the charge as adjusted, so charge less paid is the open
           MOVE BH-RUN-DATE  TO WS-ITM-RUN-DATE
           COMPUTE WS-ITM-CHARGE = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT
           MOVE BH-PAID      TO WS-ITM-PAID
           MOVE WS-ITEM-OPEN TO WS-ITM-OPEN
           WRITE SR-LINE FROM WS-ITEM-LINE
               AFTER ADVANCING 1 LINE.
       2410-EXIT.
           EXIT.

      *> a customer who gets no statement this run still owes what
      *> is open on BILLHIST - added to the trailer's not-statemented
      *> total so the open receivables still tie to AGERPT
       2500-ADD-NOT-STATEMENTED.
           MOVE CM-CUST-ID TO BH-CUST-ID
           MOVE 0          TO BH-RUN-DATE
           START BILLING-HISTORY KEY NOT < BH-KEY
               INVALID KEY
                   GO TO 2500-EXIT
           END-START
           MOVE 'N' TO WS-HIST-SCAN-SW
           PERFORM 2510-ADD-ONE-ITEM THRU 2510-EXIT
               UNTIL WS-HIST-SCAN-DONE.
       2500-EXIT.
           EXIT.

       2510-ADD-ONE-ITEM.
           READ BILLING-HISTORY NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF BH-CUST-ID NOT = CM-CUST-ID
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2510-EXIT
           END-IF
           COMPUTE WS-ITEM-OPEN = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF WS-ITEM-OPEN > 0
               ADD WS-ITEM-OPEN TO WS-TOTAL-NOT-STMT
           END-IF.
       2510-EXIT.
           EXIT.

      *> credit on account comes off the new charge first, oldest
      *> payment date first - only what this run's charge still has
      *> open after anything PAYAPPLY or ADJAPPLY already put
      *> against it on a rerun. whatever is not needed stays on
      *> account and is counted for the statement's credit-on-account
      *> line
       2600-CONSUME-CREDIT.
           MOVE 0 TO WS-CREDIT-APPLIED
           MOVE 0 TO WS-CREDIT-LEFT
           COMPUTE WS-ITEM-OPEN = WS-CHARGE + WS-TAX
               - WS-CURRENT-SETTLED
           IF WS-ITEM-OPEN > 0
               MOVE WS-ITEM-OPEN TO WS-CREDIT-NEEDED
           ELSE
               MOVE 0 TO WS-CREDIT-NEEDED
           END-IF
           MOVE CM-CUST-ID TO CC-CUST-ID
           MOVE 0          TO CC-PAY-DATE
           START CREDIT-FILE KEY NOT < CC-KEY
               INVALID KEY
                   GO TO 2600-EXIT
           END-START
           MOVE 'N' TO WS-CRED-SCAN-SW
           PERFORM 2610-CONSUME-ONE-CREDIT THRU 2610-EXIT
               UNTIL WS-CRED-SCAN-DONE.
       2600-EXIT.
           EXIT.

       2610-CONSUME-ONE-CREDIT.
           READ CREDIT-FILE NEXT
               AT END
                   SET WS-CRED-SCAN-DONE TO TRUE
                   GO TO 2610-EXIT
           END-READ
           IF CC-CUST-ID NOT = CM-CUST-ID
               SET WS-CRED-SCAN-DONE TO TRUE
               GO TO 2610-EXIT
           END-IF
           COMPUTE WS-CREDIT-AVAIL = CC-AMOUNT - CC-USED
           IF WS-CREDIT-AVAIL = 0
               GO TO 2610-EXIT
           END-IF
           IF WS-CREDIT-NEEDED = 0
               ADD WS-CREDIT-AVAIL TO WS-CREDIT-LEFT
               GO TO 2610-EXIT
           END-IF
           IF WS-CREDIT-AVAIL < WS-CREDIT-NEEDED
               MOVE WS-CREDIT-AVAIL  TO WS-CREDIT-TAKEN
           ELSE
               MOVE WS-CREDIT-NEEDED TO WS-CREDIT-TAKEN
           END-IF
           ADD WS-CREDIT-TAKEN TO CC-USED
           MOVE WS-RUN-DATE    TO CC-LAST-USED-DATE
           REWRITE CC-RECORD
               INVALID KEY
                   DISPLAY "BILLSTMT: CREDIT REWRITE FAILED FOR "
                           CM-CUST-ID ", STATUS = " WS-CC-STATUS
                   SET WS-CRED-SCAN-DONE TO TRUE
                   GO TO 2610-EXIT
           END-REWRITE
           ADD WS-CREDIT-TAKEN TO WS-CREDIT-APPLIED
           SUBTRACT WS-CREDIT-TAKEN FROM WS-CREDIT-NEEDED
           SUBTRACT WS-CREDIT-TAKEN FROM WS-CREDIT-AVAIL
           ADD WS-CREDIT-AVAIL TO WS-CREDIT-LEFT.
       2610-EXIT.
           EXIT.

      *> debit and credit adjustments ADJAPPLY has posted against any
      *> of the customer's charges since the last statement was cut
      *> (write-offs count as credits) - the balance-forward block
      *> shows them on their own lines instead of hiding them in the
      *> payments. a credit counts for what it took off the open
      *> amount; the part of it that was already paid went on
      *> account and is on the statement as credit applied
       2700-GATHER-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-DEBITS
           MOVE 0 TO WS-ADJ-CREDITS
           IF NOT WS-AJ-IS-OPEN
               GO TO 2700-EXIT
           END-IF
           MOVE CM-CUST-ID TO AJ-CUST-ID
           MOVE 0          TO AJ-BILL-DATE
           MOVE 0          TO AJ-ADJ-DATE
           MOVE 0          TO AJ-SEQ
           START ADJUSTMENT-HISTORY KEY NOT < AJ-KEY
               INVALID KEY
                   GO TO 2700-EXIT
           END-START
           MOVE 'N' TO WS-AJ-SCAN-SW
           PERFORM 2710-GATHER-ONE-ADJUSTMENT THRU 2710-EXIT
               UNTIL WS-AJ-SCAN-DONE.
       2700-EXIT.
           EXIT.

       2710-GATHER-ONE-ADJUSTMENT.
           READ ADJUSTMENT-HISTORY NEXT
               AT END
                   SET WS-AJ-SCAN-DONE TO TRUE
                   GO TO 2710-EXIT
           END-READ
           IF AJ-CUST-ID NOT = CM-CUST-ID
               SET WS-AJ-SCAN-DONE TO TRUE
               GO TO 2710-EXIT
           END-IF
           IF AJ-ADJ-DATE NOT > WS-LAST-RUN-DATE
               OR AJ-ADJ-DATE > WS-RUN-DATE
               GO TO 2710-EXIT
           END-IF
           IF AJ-DEBIT-MEMO
               ADD AJ-AMOUNT TO WS-ADJ-DEBITS
           ELSE
               COMPUTE WS-ADJ-CREDITS = WS-ADJ-CREDITS
                   + AJ-OPEN-BEFORE - AJ-OPEN-AFTER
           END-IF.
       2710-EXIT.
           EXIT.

      *> the statement just printed as an invoice on INVFILE - the
      *> header with the bill-to address 2200-PRINT-STATEMENT left
      *> in WS-ADDRESS, then the usage charge and tax lines
       2800-WRITE-INVOICE.
           IF NOT WS-IV-IS-OPEN OR WS-IV-FAILED
               GO TO 2800-EXIT
           END-IF
           MOVE CM-CUST-ID      TO WS-IVH-CUST-ID
           MOVE WS-RUN-DATE     TO WS-IVH-INV-DATE
           MOVE CM-NAME         TO WS-IVH-NAME
           MOVE WS-HOUSE-NUMBER TO WS-IVH-HOUSE-NUM
           MOVE WS-STREET       TO WS-IVH-STREET
           MOVE WS-CITY         TO WS-IVH-CITY
           MOVE WS-COUNTRY      TO WS-IVH-COUNTRY
           MOVE WS-CURRENCY     TO WS-IVH-CURRENCY
           MOVE WS-RUN-DATE     TO WS-IVH-RUN-DATE
           MOVE WS-BILL-PERIOD  TO WS-IVH-PERIOD
           COMPUTE WS-IVH-INV-TOTAL = WS-CHARGE + WS-TAX
           MOVE WS-AMOUNT-DUE   TO WS-IVH-AMOUNT-DUE
           IF CM-MAIL-UNDELIVERABLE
               MOVE 'U' TO WS-IVH-DELIVERY
               ADD 1 TO WS-INVOICES-UNDELIV
           ELSE
               MOVE 'M' TO WS-IVH-DELIVERY
           END-IF
           MOVE WS-INV-HEADER TO IV-RECORD
           PERFORM 2850-PUT-INVOICE-RECORD THRU 2850-EXIT

           MOVE WS-IVH-INVOICE-NO TO WS-IVD-INVOICE-NO
           MOVE 1               TO WS-IVD-LINE-NO
           MOVE 'U'             TO WS-IVD-LINE-TYPE
           MOVE WS-BILL-PERIOD  TO WS-IVD-PERIOD
           MOVE WS-UNITS        TO WS-IVD-UNITS
           MOVE WS-RATE-VALUE   TO WS-IVD-RATE
           MOVE WS-RATE-FACTOR  TO WS-IVD-FACTOR
           MOVE 0               TO WS-IVD-TAX-PCT
           MOVE WS-CHARGE       TO WS-IVD-AMOUNT
           MOVE WS-CURRENCY     TO WS-IVD-CURRENCY
           MOVE WS-INV-DETAIL TO IV-RECORD
           PERFORM 2850-PUT-INVOICE-RECORD THRU 2850-EXIT

           MOVE 2               TO WS-IVD-LINE-NO
           MOVE 'X'             TO WS-IVD-LINE-TYPE
           MOVE 0               TO WS-IVD-UNITS
           MOVE 0               TO WS-IVD-RATE
           MOVE 0               TO WS-IVD-FACTOR
           MOVE WS-TAX-RATE     TO WS-IVD-TAX-PCT
           MOVE WS-TAX          TO WS-IVD-AMOUNT
           MOVE WS-INV-DETAIL TO IV-RECORD
           PERFORM 2850-PUT-INVOICE-RECORD THRU 2850-EXIT
           IF NOT WS-IV-FAILED
               ADD 1 TO WS-INVOICES-WRITTEN
           END-IF.
       2800-EXIT.
           EXIT.

      *> every record between the file header and trailer goes out
      *> through here, counted for the trailer
       2850-PUT-INVOICE-RECORD.
           IF WS-IV-FAILED
               GO TO 2850-EXIT
           END-IF
           WRITE IV-RECORD
           IF NOT IV-STATUS-OK
               PERFORM 8300-INVOICE-WRITE-FAILED THRU 8300-EXIT
               GO TO 2850-EXIT
           END-IF
           ADD 1 TO WS-INV-RECORDS.
       2850-EXIT.
           EXIT.

      *> balancing trailer - billed plus unbilled must equal read,
      *> and the total amount is what the statements add up to
       3000-PRINT-TRAILER.
           MOVE WS-TOTAL-TAX        TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL CREDIT APPLIED' TO WS-AMT-LABEL
           MOVE WS-TOTAL-CREDIT     TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

      *> the receivable side - what the statements asked for, plus
      *> what is open on BILLHIST that no statement carried, adds to
      *> every open item on the file and ties to AGERPT's TOTAL OPEN
           MOVE 'TOTAL AMOUNT DUE'  TO WS-AMT-LABEL
           MOVE WS-TOTAL-DUE        TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'OPEN NOT ON STATEMENTS' TO WS-AMT-LABEL
           MOVE WS-TOTAL-NOT-STMT   TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL OPEN RECEIVABLES' TO WS-AMT-LABEL
           COMPUTE WS-TOTAL-OPEN = WS-TOTAL-DUE + WS-TOTAL-NOT-STMT
           MOVE WS-TOTAL-OPEN       TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

      *> the same money again, broken out by currency - each
      *> currency's charged and tax lines add back to the totals
      *> above
           PERFORM 3100-PRINT-ONE-CURRENCY THRU 3100-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT

      *> and consolidated into the house currency - short by
      *> whatever is in a currency counted here as having no rate
           MOVE 'HOUSE CHARGED'     TO WS-AMT-LABEL
           MOVE WS-HOUSE-CHARGED    TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'HOUSE TAX'         TO WS-AMT-LABEL
           MOVE WS-HOUSE-TAX        TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HOUSE AMOUNT DUE'  TO WS-AMT-LABEL
           MOVE WS-HOUSE-DUE        TO WS-AMT-VALUE
           WRITE SR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CURRENCIES WITH NO RATE' TO WS-TRL-LABEL
           MOVE WS-CURS-NO-FX-RATE  TO WS-TRL-COUNT
           WRITE SR-LINE FROM WS-TRAILER-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.

           MOVE WS-CUR-CODE(WS-CUR-IX)    TO WS-CTL-CURRENCY
           MOVE WS-CUR-TAX(WS-CUR-IX)     TO WS-CTL-VALUE
           WRITE SR-LINE FROM WS-CUR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AMOUNT DUE' TO WS-CTL-LABEL
           MOVE WS-CUR-CODE(WS-CUR-IX)    TO WS-CTL-CURRENCY
           MOVE WS-CUR-DUE(WS-CUR-IX)     TO WS-CTL-VALUE
           WRITE SR-LINE FROM WS-CUR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3200-CONVERT-ONE-CURRENCY THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *> the currency's money into the house currency at the rate
      *> in effect on the run date - a currency with no rate is
      *> named on the trailer and logged, never quietly dropped
       3200-CONVERT-ONE-CURRENCY.
           MOVE 'N' TO WS-FX-FOUND-SW
           IF WS-FX-IS-OPEN
               PERFORM 3210-MATCH-ONE-FX-RATE THRU 3210-EXIT
           END-IF
           MOVE WS-CUR-CODE(WS-CUR-IX) TO WS-FXL-CURRENCY
           IF NOT WS-FX-WAS-FOUND
               ADD 1 TO WS-CURS-NO-FX-RATE
               MOVE 'NO EXCHANGE RATE' TO WS-FXL-LABEL
               MOVE 0 TO WS-FXL-RATE
               WRITE SR-LINE FROM WS-FX-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 8100-LOG-NO-FX-RATE THRU 8100-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE 'EXCHANGE RATE'  TO WS-FXL-LABEL
           MOVE WS-FX-RATE       TO WS-FXL-RATE
           WRITE SR-LINE FROM WS-FX-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-HOUSE-CHARGED ROUNDED = WS-HOUSE-CHARGED
               + WS-CUR-CHARGED(WS-CUR-IX) * WS-FX-RATE
           COMPUTE WS-HOUSE-TAX ROUNDED = WS-HOUSE-TAX
               + WS-CUR-TAX(WS-CUR-IX) * WS-FX-RATE
           COMPUTE WS-HOUSE-DUE ROUNDED = WS-HOUSE-DUE
               + WS-CUR-DUE(WS-CUR-IX) * WS-FX-RATE.
       3200-EXIT.
           EXIT.

      *> position at the currency's earliest rate and walk forward
      *> through the ascending effective dates, keeping the last
      *> one not past WS-RUN-DATE
       3210-MATCH-ONE-FX-RATE.
           MOVE WS-CUR-CODE(WS-CUR-IX) TO FX-CURRENCY
           MOVE 0                      TO FX-EFF-DATE
           START EXCHANGE-RATE-FILE KEY NOT < FX-KEY
               INVALID KEY
                   GO TO 3210-EXIT
           END-START
           MOVE 'N' TO WS-FX-SCAN-SW
           PERFORM 3220-SCAN-ONE-FX-RATE THRU 3220-EXIT
               UNTIL WS-FX-SCAN-DONE.
       3210-EXIT.
           EXIT.

       3220-SCAN-ONE-FX-RATE.
           READ EXCHANGE-RATE-FILE NEXT
               AT END
                   SET WS-FX-SCAN-DONE TO TRUE
                   GO TO 3220-EXIT
           END-READ
           IF FX-CURRENCY NOT = WS-CUR-CODE(WS-CUR-IX)
               OR FX-EFF-DATE > WS-RUN-DATE
               SET WS-FX-SCAN-DONE TO TRUE
               GO TO 3220-EXIT
           END-IF
           SET WS-FX-WAS-FOUND TO TRUE
           MOVE FX-RATE TO WS-FX-RATE.
       3220-EXIT.
           EXIT.

      *> one 'B' feeder record per currency goes onto GLFEED -
      *> appended run after run, same open pattern CUSTBATCH uses on
      *> the balancing file. stamped with the business day the money
      *> posts to and this run's time, so GLINTF can tell a rerun's
      *> figures from the run they replace
       4000-WRITE-GL-FEED.
           CALL 'BUSDAYRTN' USING WS-BUSDAY-FUNCTION WS-RUN-DATE
               WS-BUS-DATE WS-BUSDAY-SW
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND GL-FEED-FILE
           IF NOT GF-STATUS-OK
               OPEN OUTPUT GL-FEED-FILE
           END-IF
           IF NOT GF-STATUS-OK
               DISPLAY "BILLSTMT: UNABLE TO OPEN GL-FEED-FILE, "
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
           MOVE WS-BUS-DATE               TO GF-BUS-DATE
           MOVE WS-RUN-DATE               TO GF-RUN-DATE
           MOVE WS-RUN-TIME               TO GF-RUN-TIME
           MOVE 'B'                       TO GF-SOURCE
           MOVE WS-CUR-CODE(WS-CUR-IX)    TO GF-CURRENCY
           MOVE WS-CUR-CHARGED(WS-CUR-IX) TO GF-CHARGES
           MOVE WS-CUR-TAX(WS-CUR-IX)     TO GF-TAX
           MOVE WS-CUR-CREDIT(WS-CUR-IX)  TO GF-CREDIT-USED
           MOVE 0 TO GF-RECEIVED
           MOVE 0 TO GF-APPLIED
           MOVE 0 TO GF-TO-CREDIT
           MOVE 0 TO GF-UNAPPLIED
           WRITE GF-RECORD
           IF NOT GF-STATUS-OK
               DISPLAY "BILLSTMT: GL-FEED-FILE WRITE FAILED, "
                       "STATUS = " WS-GF-STATUS
               SET WS-GF-FAILED TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      *> the invoice file closes with one 'S' record per currency and
      *> the 'T' trailer the receiving side proves the file against -
      *> never written after a failed write, so a short file can't
      *> pass for a whole one
       5000-WRITE-INVOICE-TRAILER.
           IF NOT WS-IV-IS-OPEN OR WS-IV-FAILED
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-WRITE-ONE-CURRENCY THRU 5100-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
           IF WS-IV-FAILED
               GO TO 5000-EXIT
           END-IF
           MOVE WS-INVOICES-WRITTEN TO WS-IFT-INVOICES
           MOVE WS-INV-RECORDS      TO WS-IFT-RECORDS
           MOVE WS-INVOICES-UNDELIV TO WS-IFT-UNDELIV
           WRITE IV-RECORD FROM WS-INV-FILE-TRL
           IF NOT IV-STATUS-OK
               PERFORM 8300-INVOICE-WRITE-FAILED THRU 8300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-CURRENCY.
           MOVE WS-CUR-CODE(WS-CUR-IX)    TO WS-IVS-CURRENCY
           MOVE WS-CUR-BILLED(WS-CUR-IX)  TO WS-IVS-INVOICES
           MOVE WS-CUR-CHARGED(WS-CUR-IX) TO WS-IVS-CHARGED
           MOVE WS-CUR-TAX(WS-CUR-IX)     TO WS-IVS-TAX
           MOVE WS-CUR-DUE(WS-CUR-IX)     TO WS-IVS-DUE
           MOVE WS-INV-CURRENCY TO IV-RECORD
           PERFORM 2850-PUT-INVOICE-RECORD THRU 2850-EXIT.
       5100-EXIT.
           EXIT.

      *> exceptions path - every customer left unbilled lands here
       8000-LOG-UNBILLED.
           DISPLAY "BILLSTMT: " CM-CUST-ID " - " WS-EXCEPTION-REASON
       8000-EXIT.
           EXIT.

      *> a trailer currency the house totals could not take in
       8100-LOG-NO-FX-RATE.
           DISPLAY "BILLSTMT: " WS-CUR-CODE(WS-CUR-IX)
                   " - NO EXCHANGE RATE FOR CURRENCY"
           MOVE 'BILLSTMT'          TO WS-EXC-PROGRAM
           MOVE WS-CUR-CODE(WS-CUR-IX) TO WS-EXC-KEY
           MOVE 'FX-CURRENCY'       TO WS-EXC-FIELD
           MOVE "NO EXCHANGE RATE FOR CURRENCY" TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

      *> the whole run refused - logged against the period
       8200-LOG-CLOSED-PERIOD.
           DISPLAY "BILLSTMT: PERIOD " WS-BILL-PERIOD
                   " IS CLOSED - NOTHING POSTED"
           MOVE 'BILLSTMT'          TO WS-EXC-PROGRAM
           MOVE WS-BILL-PERIOD      TO WS-EXC-KEY
           MOVE 'WS-BILL-PERIOD'    TO WS-EXC-FIELD
           MOVE "BILLING PERIOD IS CLOSED" TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8200-EXIT.
           EXIT.

      *> the invoice file stops at the first failed write - the rest
      *> of the run goes on without it
       8300-INVOICE-WRITE-FAILED.
           DISPLAY "BILLSTMT: INVOICE-FILE WRITE FAILED, "
                   "STATUS = " WS-IV-STATUS " - NO TRAILER WRITTEN"
           SET WS-IV-FAILED TO TRUE.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF CM-STATUS-OK OR CM-STATUS-EOF
               CLOSE CUSTOMER-MASTER
           IF WS-AF-IS-OPEN
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-AJ-IS-OPEN
               CLOSE ADJUSTMENT-HISTORY
           END-IF
           IF WS-FX-IS-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           IF CT-STATUS-OK OR CT-STATUS-NOT-FOUND
               CLOSE COUNTRY-TABLE
           END-IF
               CLOSE CLASS-TABLE
           END-IF
           IF BH-STATUS-OK OR BH-STATUS-NOT-FOUND
               OR BH-STATUS-DUPLICATE OR BH-STATUS-EOF
               CLOSE BILLING-HISTORY
           END-IF
           IF CC-STATUS-OK OR CC-STATUS-EOF OR CC-STATUS-NOT-FOUND
               CLOSE CREDIT-FILE
           END-IF
           IF WS-SR-IS-OPEN
               CLOSE STATEMENT-REPORT
           END-IF
           IF WS-IV-IS-OPEN
               CLOSE INVOICE-FILE
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-CUSTS-NO-RATE > 0 OR WS-CUSTS-NO-CLASS > 0
               OR WS-CUSTS-NO-CTRY > 0 OR WS-OPEN-FAILED
               OR WS-GF-FAILED OR WS-CURS-NO-FX-RATE > 0
               OR WS-PERIOD-IS-CLOSED OR WS-IV-FAILED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
