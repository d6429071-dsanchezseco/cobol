      *> pro-forma statement run - prices the billing period the way
      *> BILLSTMT does (units off USAGE-FILE, times the rate in
      *> effect on the run date, times the class's CL-RATE-FACTOR)
      *> and prices it a second time with the proposed rates and
      *> class factors off the WHATIF file, so pricing can see what
      *> a RATEMAINT change or a new factor does to revenue before
      *> it goes live. nothing is posted - BILLHIST, CREDFILE and
      *> GLFEED are never opened and no statement is printed. the
      *> comparison report lists every priced customer with current
      *> charge, proposed charge and the difference, the biggest
      *> changes either way first (ranked on the difference in the
      *> house currency, at the FXRATE rate in effect on the run
      *> date), then totals by class in the house currency and by
      *> country in the country's own currency. charges are before
      *> tax, which only scales with them. customers BILLSTMT would
      *> not bill - inactive, no rate, class or country terms - are
      *> counted, not priced.
      *>
      *> parameter card, read from SYSIN:
      *>   card 1 - billing period CCYYMM whose usage is priced,
      *>            blank for the run-date month BILLSTMT would bill

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFORMA.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - current against proposed
      *>                 pricing off a what-if file, ranked by the
      *>                 size of the change
      *> 2026-10-15  jm  the last currency and country slots are
      *>                 kept back for the surplus, opened starred
      *>                 and empty, instead of relabelling a slot
      *>                 already holding a real one
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

      *> DYNAMIC for the keyed START and READ NEXT walk through a
      *> customer's effective-dated rates, the way BILLSTMT does
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-RF-STATUS.

           SELECT USAGE-FILE ASSIGN TO "USAGEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UF-KEY
               FILE STATUS IS WS-UF-STATUS.

           SELECT COUNTRY-TABLE ASSIGN TO "CTRYTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-CODE
               FILE STATUS IS WS-CT-STATUS.

           SELECT CLASS-TABLE ASSIGN TO "CLASSTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CODE
               FILE STATUS IS WS-CL-STATUS.

      *> DYNAMIC for the same effective-dated walk as RATEFILE's
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.

      *> the proposed prices - a card deck pricing puts together
      *> for the one run, read once into the tables below
           SELECT WHAT-IF-FILE ASSIGN TO "WHATIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WI-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

           SELECT SORTED-FILE ASSIGN TO "SRTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SF-STATUS.

           SELECT PROFORMA-REPORT ASSIGN TO "PROFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as DATATYPES'/CUSTBATCH's CUSTOMER-MASTER
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CM-RECORD.
           COPY CUSTREC.

      *> same layout as RATERPT's RATE-FILE
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RF-RECORD.
           COPY RATEREC.

      *> same layout as BILLSTMT's USAGE-FILE
       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  UF-RECORD.
           COPY USAGEREC.

      *> same layout as CTRYVAL's COUNTRY-TABLE
       FD  COUNTRY-TABLE
           LABEL RECORDS ARE STANDARD.
       01  CT-RECORD.
           COPY CTRYTAB.

      *> same layout as CLASSVAL's CLASS-TABLE
       FD  CLASS-TABLE
           LABEL RECORDS ARE STANDARD.
       01  CL-RECORD.
           COPY CLASSTAB.

      *> same layout as FXMAINT's EXCHANGE-RATE-FILE
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RECORD.
           COPY FXRATE.

       FD  WHAT-IF-FILE
           LABEL RECORDS ARE STANDARD.
       01  WI-RECORD.
           COPY WHATIF.

      *> sort work file - one priced customer per record, reordered
      *> biggest change first
       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           05 SRT-SIZE            PIC 9(09)V99.
           05 SRT-CUST-ID         PIC X(05).
           05 SRT-NAME            PIC X(25).
           05 SRT-CLASS           PIC 9(02).
           05 SRT-CURRENCY        PIC X(03).
           05 SRT-CURRENT         PIC 9(07)V99.
           05 SRT-PROPOSED        PIC 9(07)V99.
           05 SRT-DIFFERENCE      PIC S9(07)V99.
           05 SRT-HOUSE-DIFF      PIC S9(09)V99.
           05 SRT-FX-SW           PIC X(01).

      *> the sorted output of SORT-WORK-FILE, read back sequentially
      *> to drive the customer section of the report
       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SF-RECORD.
           05 SF-SIZE             PIC 9(09)V99.
           05 SF-CUST-ID          PIC X(05).
           05 SF-NAME             PIC X(25).
           05 SF-CLASS            PIC 9(02).
           05 SF-CURRENCY         PIC X(03).
           05 SF-CURRENT          PIC 9(07)V99.
           05 SF-PROPOSED         PIC 9(07)V99.
           05 SF-DIFFERENCE       PIC S9(07)V99.
           05 SF-HOUSE-DIFF       PIC S9(09)V99.
           05 SF-FX-SW            PIC X(01).
              88 SF-NO-FX-RATE        VALUE 'N'.

       FD  PROFORMA-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-CM-STATUS  PIC X(02) VALUE '00'.
          88 CM-STATUS-OK    VALUE '00'.
          88 CM-STATUS-EOF   VALUE '10'.
       01 WS-RF-STATUS  PIC X(02) VALUE '00'.
          88 RF-STATUS-OK         VALUE '00'.
          88 RF-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-UF-STATUS  PIC X(02) VALUE '00'.
          88 UF-STATUS-OK         VALUE '00'.
          88 UF-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CT-STATUS  PIC X(02) VALUE '00'.
          88 CT-STATUS-OK         VALUE '00'.
          88 CT-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CL-STATUS  PIC X(02) VALUE '00'.
          88 CL-STATUS-OK         VALUE '00'.
          88 CL-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-FX-STATUS  PIC X(02) VALUE '00'.
          88 FX-STATUS-OK         VALUE '00'.
       01 WS-WI-STATUS  PIC X(02) VALUE '00'.
          88 WI-STATUS-OK    VALUE '00'.
          88 WI-STATUS-EOF   VALUE '10'.
       01 WS-SF-STATUS  PIC X(02) VALUE '00'.
          88 SF-STATUS-OK    VALUE '00'.
          88 SF-STATUS-EOF   VALUE '10'.
       01 WS-PR-STATUS  PIC X(02) VALUE '00'.
          88 PR-STATUS-OK    VALUE '00'.

       01 WS-CM-EOF-SW  PIC X(01) VALUE 'N'.
          88 CM-AT-EOF        VALUE 'Y'.
       01 WS-WI-EOF-SW  PIC X(01) VALUE 'N'.
          88 WI-AT-EOF        VALUE 'Y'.
       01 WS-SF-EOF-SW  PIC X(01) VALUE 'N'.
          88 SF-AT-EOF        VALUE 'Y'.

       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.
       01 WS-PARM-ERROR-SW  PIC X(01) VALUE 'N'.
          88 WS-PARM-ERROR      VALUE 'Y'.

      *> FXRATE open is attempted once - without it every customer
      *> is still priced, only the house-currency ranking and class
      *> totals are missing and every currency is named as having
      *> no rate
       01 WS-FX-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-FX-IS-OPEN     VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> the period card - blank takes the run-date month, the same
      *> period BILLSTMT would bill tonight
       01 WS-PERIOD-PARM       PIC X(06).
       01 WS-PERIOD-PARM-N REDEFINES WS-PERIOD-PARM.
          05 WS-PARM-CCYY      PIC 9(04).
          05 WS-PARM-MM        PIC 9(02).
       01 WS-BILL-PERIOD       PIC 9(06).

      *> the proposed rates off the what-if file, one slot per
      *> customer named. sized well past any price review pricing
      *> has ever keyed - an overflow is logged and the surplus
      *> proposals dropped, the way AUDITRPT's table overflows
       01 WS-WR-MAX            PIC 9(04) VALUE 2000 COMP.
       01 WS-WR-COUNT          PIC 9(04) VALUE 0    COMP.
       01 WS-WR-IX             PIC 9(04) VALUE 0    COMP.
       01 WS-WR-FOUND          PIC 9(04) VALUE 0    COMP.
       01 WS-WR-TABLE.
          05 WS-WR-ENTRY OCCURS 2000 TIMES.
             10 WS-WR-CUST-ID  PIC X(05).
             10 WS-WR-RATE     PIC V999999.
             10 WS-WR-USED-SW  PIC X(01).
                88 WS-WR-USED      VALUE 'Y'.

      *> the proposed class factors - one slot per two-digit class
      *> code, subscripted by the code plus one, so there is no
      *> search and nothing to overflow
       01 WS-WC-IX             PIC 9(03) VALUE 0 COMP.
       01 WS-WC-TABLE.
          05 WS-WC-ENTRY OCCURS 100 TIMES.
             10 WS-WC-PRESENT-SW PIC X(01).
                88 WS-WC-PRESENT   VALUE 'Y'.
             10 WS-WC-FACTOR   PIC 9V99.
             10 WS-WC-USED-SW  PIC X(01).
                88 WS-WC-USED      VALUE 'Y'.

      *> the same found/scan switches BILLSTMT's pricing uses
       01 WS-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
          88 WS-RATE-WAS-FOUND     VALUE 'Y'.
       01 WS-RATE-SCAN-SW      PIC X(01) VALUE 'N'.
          88 WS-RATE-SCAN-DONE     VALUE 'Y'.
       01 WS-CLASS-FOUND-SW    PIC X(01) VALUE 'N'.
          88 WS-CLASS-WAS-FOUND    VALUE 'Y'.
       01 WS-CTRY-FOUND-SW     PIC X(01) VALUE 'N'.
          88 WS-CTRY-WAS-FOUND     VALUE 'Y'.

      *> one customer's prices, current and proposed, and the charge
      *> each side gives
       01 WS-RATE-VALUE        PIC V999999.
       01 WS-NEW-RATE-VALUE    PIC V999999.
       01 WS-RATE-FACTOR       PIC 9V99.
       01 WS-NEW-RATE-FACTOR   PIC 9V99.
       01 WS-UNITS             PIC 9(07).
       01 WS-CURRENCY          PIC X(03).
       01 WS-CURRENT-CHARGE    PIC 9(07)V99.
       01 WS-PROPOSED-CHARGE   PIC 9(07)V99.
       01 WS-DIFFERENCE        PIC S9(07)V99.

      *> the same two charges in the house currency, for the ranking
      *> and the class totals
       01 WS-HOUSE-CURRENT     PIC 9(09)V99.
       01 WS-HOUSE-PROPOSED    PIC 9(09)V99.
       01 WS-HOUSE-DIFF        PIC S9(09)V99.

      *> each currency's exchange rate, looked up once the first
      *> time a customer in that currency is priced. twenty slots
      *> is the number of currencies the shop could ever bill in,
      *> the same ceiling BILLSTMT's trailer break-out has
       01 WS-CUR-MAX           PIC 9(02) VALUE 20 COMP.
       01 WS-CUR-COUNT         PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-IX            PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-FOUND         PIC 9(02) VALUE 0  COMP.
       01 WS-CURRENCY-TABLE.
          05 WS-CUR-ENTRY OCCURS 20 TIMES.
             10 WS-CUR-CODE    PIC X(03).
             10 WS-CUR-RATE    PIC 9(05)V9(06).
             10 WS-CUR-RATE-SW PIC X(01).
                88 WS-CUR-HAS-RATE VALUE 'Y'.
       01 WS-FX-SCAN-SW        PIC X(01) VALUE 'N'.
          88 WS-FX-SCAN-DONE       VALUE 'Y'.

      *> class totals in the house currency, one slot per class code
      *> the way the proposed factors are held
       01 WS-CLS-TABLE.
          05 WS-CLS-ENTRY OCCURS 100 TIMES.
             10 WS-CLS-COUNT     PIC 9(07).
             10 WS-CLS-CURRENT   PIC 9(09)V99.
             10 WS-CLS-PROPOSED  PIC 9(09)V99.
       01 WS-CLS-DIFF          PIC S9(09)V99.

      *> country totals in the country's own currency - one slot
      *> per country priced, a surplus lumped under a starred slot
      *> rather than dropped from the report
       01 WS-CTS-MAX           PIC 9(03) VALUE 100 COMP.
       01 WS-CTS-COUNT         PIC 9(03) VALUE 0   COMP.
       01 WS-CTS-IX            PIC 9(03) VALUE 0   COMP.
       01 WS-CTS-FOUND         PIC 9(03) VALUE 0   COMP.
       01 WS-CTS-TABLE.
          05 WS-CTS-ENTRY OCCURS 100 TIMES.
             10 WS-CTS-COUNTRY   PIC X(15).
             10 WS-CTS-CURRENCY  PIC X(03).
             10 WS-CTS-CUSTS     PIC 9(07).
             10 WS-CTS-CURRENT   PIC 9(09)V99.
             10 WS-CTS-PROPOSED  PIC 9(09)V99.
       01 WS-CTS-DIFF          PIC S9(09)V99.

      *> control totals
       01 WS-CUSTS-READ        PIC 9(07) VALUE 0.
       01 WS-CUSTS-PRICED      PIC 9(07) VALUE 0.
       01 WS-CUSTS-INACTIVE    PIC 9(07) VALUE 0.
       01 WS-CUSTS-NO-RATE     PIC 9(07) VALUE 0.
       01 WS-CUSTS-NO-CLASS    PIC 9(07) VALUE 0.
       01 WS-CUSTS-NO-CTRY     PIC 9(07) VALUE 0.
       01 WS-CUSTS-NO-FX       PIC 9(07) VALUE 0.
       01 WS-CUSTS-UP          PIC 9(07) VALUE 0.
       01 WS-CUSTS-DOWN        PIC 9(07) VALUE 0.
       01 WS-CUSTS-SAME        PIC 9(07) VALUE 0.
       01 WS-WHATIF-READ       PIC 9(07) VALUE 0.
       01 WS-WHATIF-REJECTED   PIC 9(07) VALUE 0.
       01 WS-WHATIF-UNUSED     PIC 9(07) VALUE 0.
       01 WS-CURS-NO-FX-RATE   PIC 9(07) VALUE 0.
       01 WS-TOTAL-CURRENT     PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-PROPOSED    PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-DIFF        PIC S9(09)V99 VALUE 0.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.
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
               'PRO-FORMA BILLING COMPARISON'.
          05 FILLER            PIC X(07) VALUE 'PERIOD '.
          05 WS-TTL-PERIOD     PIC 9(06).
          05 FILLER            PIC X(11) VALUE '  RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(18) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 WS-SEC-TEXT       PIC X(50).
          05 FILLER            PIC X(30) VALUE SPACES.

       01 WS-CUST-HEADING.
          05 FILLER            PIC X(06) VALUE 'ID'.
          05 FILLER            PIC X(19) VALUE 'NAME'.
          05 FILLER            PIC X(03) VALUE 'CL'.
          05 FILLER            PIC X(04) VALUE 'CUR'.
          05 FILLER            PIC X(11) VALUE '   CURRENT'.
          05 FILLER            PIC X(11) VALUE '  PROPOSED'.
          05 FILLER            PIC X(12) VALUE ' DIFFERENCE'.
          05 FILLER            PIC X(14) VALUE '    HOUSE DIFF'.

      *> one priced customer - local money, then the house-currency
      *> difference the ranking is on
       01 WS-CUST-LINE.
          05 WS-CUL-ID         PIC X(05).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CUL-NAME       PIC X(18).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CUL-CLASS      PIC 9(02).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CUL-CURRENCY   PIC X(03).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CUL-CURRENT    PIC Z(6)9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CUL-PROPOSED   PIC Z(6)9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CUL-DIFF       PIC -(7)9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CUL-HOUSE      PIC -(9)9.99.
          05 WS-CUL-HOUSE-X REDEFINES WS-CUL-HOUSE PIC X(13).
          05 FILLER            PIC X(01) VALUE SPACES.

       01 WS-CLASS-HEADING.
          05 FILLER            PIC X(08) VALUE 'CLASS'.
          05 FILLER            PIC X(10) VALUE 'CUSTOMERS'.
          05 FILLER            PIC X(16) VALUE '   HOUSE CURRENT'.
          05 FILLER            PIC X(16) VALUE '  HOUSE PROPOSED'.
          05 FILLER            PIC X(16) VALUE '      DIFFERENCE'.
          05 FILLER            PIC X(14) VALUE SPACES.

       01 WS-CLASS-LINE.
          05 WS-CLL-CLASS      PIC 9(02).
          05 FILLER            PIC X(06) VALUE SPACES.
          05 WS-CLL-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CLL-CURRENT    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-CLL-PROPOSED   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CLL-DIFF       PIC ---,---,--9.99.
          05 FILLER            PIC X(16) VALUE SPACES.

       01 WS-COUNTRY-HEADING.
          05 FILLER            PIC X(16) VALUE 'COUNTRY'.
          05 FILLER            PIC X(04) VALUE 'CUR'.
          05 FILLER            PIC X(08) VALUE '   CUSTS'.
          05 FILLER            PIC X(15) VALUE '        CURRENT'.
          05 FILLER            PIC X(15) VALUE '       PROPOSED'.
          05 FILLER            PIC X(15) VALUE '     DIFFERENCE'.
          05 FILLER            PIC X(07) VALUE SPACES.

       01 WS-COUNTRY-LINE.
          05 WS-CTL-COUNTRY    PIC X(15).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CTL-CURRENCY   PIC X(03).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CTL-COUNT      PIC Z(6)9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CTL-CURRENT    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CTL-PROPOSED   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-CTL-DIFF       PIC ---,---,--9.99.
          05 FILLER            PIC X(08) VALUE SPACES.

      *> a proposal that priced nobody - a customer not on file or
      *> not billed, or a class no customer is in
       01 WS-UNUSED-LINE.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-UNL-TYPE       PIC X(10).
          05 WS-UNL-KEY        PIC X(05).
          05 FILLER            PIC X(61) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(32).
          05 WS-TOT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(39) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 WS-AMT-LABEL      PIC X(32).
          05 WS-AMT-VALUE      PIC ---,---,--9.99.
          05 FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-OPEN-FAILED AND NOT WS-PARM-ERROR
               PERFORM 3000-SORT-CUSTOMERS THRU 3000-EXIT
               PERFORM 4000-PRODUCE-REPORT THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-OPEN-FAILED OR WS-PARM-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WHATIF-REJECTED > 0 OR WS-WHATIF-UNUSED > 0
                   OR WS-CURS-NO-FX-RATE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'PROFORMA'  TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
           IF WS-PARM-ERROR
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT RATE-FILE
           OPEN INPUT USAGE-FILE
           OPEN INPUT COUNTRY-TABLE
           OPEN INPUT CLASS-TABLE
           OPEN INPUT WHAT-IF-FILE
           OPEN OUTPUT PROFORMA-REPORT
      *> every file the charge arithmetic needs, the same set
      *> BILLSTMT will not run without - and no what-if file means
      *> nothing to compare
           IF NOT CM-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "STATUS = " WS-CM-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT RF-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN RATE-FILE, "
                       "STATUS = " WS-RF-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT UF-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN USAGE-FILE, "
                       "STATUS = " WS-UF-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CT-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN COUNTRY-TABLE, "
                       "STATUS = " WS-CT-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CL-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN CLASS-TABLE, "
                       "STATUS = " WS-CL-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT WI-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN WHAT-IF-FILE, "
                       "STATUS = " WS-WI-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT PR-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN PROFORMA-REPORT, "
                       "STATUS = " WS-PR-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF FX-STATUS-OK
               SET WS-FX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PROFORMA: EXCHANGE-RATE-FILE UNAVAILABLE, "
                       "STATUS = " WS-FX-STATUS
                       " - NO HOUSE-CURRENCY RANKING"
           END-IF
           IF WS-OPEN-FAILED
               GO TO 1000-EXIT
           END-IF

           INITIALIZE WS-WC-TABLE
           INITIALIZE WS-CLS-TABLE
           PERFORM 1200-LOAD-ONE-PROPOSAL THRU 1200-EXIT
               UNTIL WI-AT-EOF

           MOVE WS-BILL-PERIOD TO WS-TTL-PERIOD
           MOVE WS-RUN-DATE    TO WS-TTL-DATE
           WRITE PR-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.

      *> the period card - blank is the run-date month, anything
      *> else must be a real CCYYMM. a bad card ends the run before
      *> a file is opened
       1100-READ-PARAMETERS.
           ACCEPT WS-PERIOD-PARM
           IF WS-PERIOD-PARM = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-BILL-PERIOD
               GO TO 1100-EXIT
           END-IF
           IF WS-PERIOD-PARM NOT NUMERIC
               OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
               SET WS-PARM-ERROR TO TRUE
               MOVE 'WS-PERIOD-PARM' TO WS-EXC-FIELD
               MOVE "PERIOD NOT A VALID CCYYMM" TO WS-EXC-REASON
               PERFORM 8200-LOG-PARM-ERROR THRU 8200-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE WS-PERIOD-PARM-N TO WS-BILL-PERIOD.
       1100-EXIT.
           EXIT.

      *> one what-if record into its table - a record that cannot
      *> be priced with is rejected and logged, the rest of the
      *> deck still runs
       1200-LOAD-ONE-PROPOSAL.
           READ WHAT-IF-FILE
               AT END
                   SET WI-AT-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           ADD 1 TO WS-WHATIF-READ

           IF WI-TYPE-RATE
               PERFORM 1210-LOAD-RATE-PROPOSAL THRU 1210-EXIT
           ELSE
               IF WI-TYPE-CLASS
                   PERFORM 1220-LOAD-CLASS-PROPOSAL THRU 1220-EXIT
               ELSE
                   MOVE 'WI-TYPE' TO WS-EXC-FIELD
                   MOVE "WHAT-IF TYPE NOT R OR C"
                       TO WS-EXCEPTION-REASON
                   PERFORM 8000-LOG-WHATIF-ERROR THRU 8000-EXIT
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-RATE-PROPOSAL.
           IF WI-RATE NOT NUMERIC
               MOVE 'WI-RATE' TO WS-EXC-FIELD
               MOVE "PROPOSED RATE NOT NUMERIC"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-WHATIF-ERROR THRU 8000-EXIT
               GO TO 1210-EXIT
           END-IF
           PERFORM 2610-FIND-RATE-PROPOSAL THRU 2610-EXIT
           IF WS-WR-FOUND > 0
               MOVE 'WI-CUST-ID' TO WS-EXC-FIELD
               MOVE "DUPLICATE PROPOSED RATE"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-WHATIF-ERROR THRU 8000-EXIT
               GO TO 1210-EXIT
           END-IF
           IF WS-WR-COUNT >= WS-WR-MAX
               DISPLAY "PROFORMA: PROPOSED RATE TABLE FULL - "
                       WI-CUST-ID " DROPPED"
               MOVE 'WI-CUST-ID' TO WS-EXC-FIELD
               MOVE "RATE TABLE FULL - DROPPED"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-WHATIF-ERROR THRU 8000-EXIT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-WR-COUNT
           MOVE WI-CUST-ID TO WS-WR-CUST-ID(WS-WR-COUNT)
           MOVE WI-RATE    TO WS-WR-RATE(WS-WR-COUNT)
           MOVE 'N'        TO WS-WR-USED-SW(WS-WR-COUNT).
       1210-EXIT.
           EXIT.

       1220-LOAD-CLASS-PROPOSAL.
           IF WI-CLASS NOT NUMERIC
               MOVE 'WI-CLASS' TO WS-EXC-FIELD
               MOVE "PROPOSED CLASS NOT NUMERIC"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-WHATIF-ERROR THRU 8000-EXIT
               GO TO 1220-EXIT
           END-IF
           IF WI-RATE-FACTOR NOT NUMERIC
               MOVE 'WI-RATE-FACTOR' TO WS-EXC-FIELD
               MOVE "PROPOSED FACTOR NOT NUMERIC"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-WHATIF-ERROR THRU 8000-EXIT
               GO TO 1220-EXIT
           END-IF
           COMPUTE WS-WC-IX = WI-CLASS + 1
           IF WS-WC-PRESENT(WS-WC-IX)
               MOVE 'WI-CLASS' TO WS-EXC-FIELD
               MOVE "DUPLICATE PROPOSED FACTOR"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-WHATIF-ERROR THRU 8000-EXIT
               GO TO 1220-EXIT
           END-IF
           SET WS-WC-PRESENT(WS-WC-IX) TO TRUE
           MOVE WI-RATE-FACTOR TO WS-WC-FACTOR(WS-WC-IX)
           MOVE 'N'            TO WS-WC-USED-SW(WS-WC-IX).
       1220-EXIT.
           EXIT.

      *> the SORT's input procedure - every active customer BILLSTMT
      *> would bill, priced both ways and released to the sort
       2000-PRICE-CUSTOMERS.
           PERFORM 2100-PRICE-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL CM-AT-EOF.
       2000-EXIT.
           EXIT.

       2100-PRICE-ONE-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   SET CM-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CUSTS-READ

           IF NOT CM-STAT-ACTIVE
               ADD 1 TO WS-CUSTS-INACTIVE
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM 2200-MATCH-ONE-RATE THRU 2200-EXIT
           IF NOT WS-RATE-WAS-FOUND
               ADD 1 TO WS-CUSTS-NO-RATE
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-CLASS-FOUND-SW
           PERFORM 2300-GET-CLASS-FACTOR THRU 2300-EXIT
           IF NOT WS-CLASS-WAS-FOUND
               ADD 1 TO WS-CUSTS-NO-CLASS
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-CTRY-FOUND-SW
           PERFORM 2500-GET-COUNTRY-TERMS THRU 2500-EXIT
           IF NOT WS-CTRY-WAS-FOUND
               ADD 1 TO WS-CUSTS-NO-CTRY
               GO TO 2100-EXIT
           END-IF
           PERFORM 2400-GET-PERIOD-USAGE THRU 2400-EXIT
           PERFORM 2600-APPLY-PROPOSALS THRU 2600-EXIT

      *> BILLSTMT's charge arithmetic, once at each price
           COMPUTE WS-CURRENT-CHARGE ROUNDED
               = WS-UNITS * WS-RATE-VALUE * WS-RATE-FACTOR
           COMPUTE WS-PROPOSED-CHARGE ROUNDED
               = WS-UNITS * WS-NEW-RATE-VALUE * WS-NEW-RATE-FACTOR
           COMPUTE WS-DIFFERENCE
               = WS-PROPOSED-CHARGE - WS-CURRENT-CHARGE
           ADD 1 TO WS-CUSTS-PRICED
           IF WS-DIFFERENCE > 0
               ADD 1 TO WS-CUSTS-UP
           ELSE
               IF WS-DIFFERENCE < 0
                   ADD 1 TO WS-CUSTS-DOWN
               ELSE
                   ADD 1 TO WS-CUSTS-SAME
               END-IF
           END-IF

           PERFORM 2700-CONVERT-TO-HOUSE THRU 2700-EXIT
           PERFORM 2800-ADD-TO-SUMMARIES THRU 2800-EXIT

           MOVE CM-CUST-ID         TO SRT-CUST-ID
           MOVE CM-NAME            TO SRT-NAME
           MOVE CM-CLASS           TO SRT-CLASS
           MOVE WS-CURRENCY        TO SRT-CURRENCY
           MOVE WS-CURRENT-CHARGE  TO SRT-CURRENT
           MOVE WS-PROPOSED-CHARGE TO SRT-PROPOSED
           MOVE WS-DIFFERENCE      TO SRT-DIFFERENCE
           MOVE WS-HOUSE-DIFF      TO SRT-HOUSE-DIFF
      *> the ranking is on the size of the change, up or down
           IF WS-HOUSE-DIFF < 0
               COMPUTE SRT-SIZE = 0 - WS-HOUSE-DIFF
           ELSE
               MOVE WS-HOUSE-DIFF TO SRT-SIZE
           END-IF
           RELEASE SRT-RECORD.
       2100-EXIT.
           EXIT.

      *> the rate in effect on the run date - the same walk through
      *> the customer's ascending effective dates BILLSTMT's
      *> 2100-MATCH-ONE-RATE makes
       2200-MATCH-ONE-RATE.
           MOVE CM-CUST-ID TO RF-ID
           MOVE 0          TO RF-EFF-DATE
           START RATE-FILE KEY NOT < RF-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-START
           MOVE 'N' TO WS-RATE-SCAN-SW
           PERFORM 2210-SCAN-ONE-RATE THRU 2210-EXIT
               UNTIL WS-RATE-SCAN-DONE.
       2200-EXIT.
           EXIT.

       2210-SCAN-ONE-RATE.
           READ RATE-FILE NEXT
               AT END
                   SET WS-RATE-SCAN-DONE TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF RF-ID NOT = CM-CUST-ID
               OR RF-EFF-DATE > WS-RUN-DATE
               SET WS-RATE-SCAN-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF
           SET WS-RATE-WAS-FOUND TO TRUE
           MOVE RF-RATE TO WS-RATE-VALUE.
       2210-EXIT.
           EXIT.

       2300-GET-CLASS-FACTOR.
           MOVE CM-CLASS TO CL-CODE
           READ CLASS-TABLE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           SET WS-CLASS-WAS-FOUND TO TRUE
           MOVE CL-RATE-FACTOR TO WS-RATE-FACTOR.
       2300-EXIT.
           EXIT.

      *> no usage record is a quiet month, zero units on both sides
       2400-GET-PERIOD-USAGE.
           MOVE 0 TO WS-UNITS
           MOVE CM-CUST-ID     TO UF-CUST-ID
           MOVE WS-BILL-PERIOD TO UF-PERIOD
           READ USAGE-FILE
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ
           MOVE UF-UNITS TO WS-UNITS.
       2400-EXIT.
           EXIT.

       2500-GET-COUNTRY-TERMS.
           MOVE CM-COUNTRY TO CY-CODE
           READ COUNTRY-TABLE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ
           SET WS-CTRY-WAS-FOUND TO TRUE
           MOVE CY-CURRENCY TO WS-CURRENCY.
       2500-EXIT.
           EXIT.

      *> the proposed side starts from the current prices and takes
      *> whatever the what-if file proposes for this customer's
      *> rate or this customer's class
       2600-APPLY-PROPOSALS.
           MOVE WS-RATE-VALUE  TO WS-NEW-RATE-VALUE
           MOVE WS-RATE-FACTOR TO WS-NEW-RATE-FACTOR
           MOVE CM-CUST-ID TO WI-CUST-ID
           PERFORM 2610-FIND-RATE-PROPOSAL THRU 2610-EXIT
           IF WS-WR-FOUND > 0
               MOVE WS-WR-RATE(WS-WR-FOUND) TO WS-NEW-RATE-VALUE
               SET WS-WR-USED(WS-WR-FOUND) TO TRUE
           END-IF
           COMPUTE WS-WC-IX = CM-CLASS + 1
           IF WS-WC-PRESENT(WS-WC-IX)
               MOVE WS-WC-FACTOR(WS-WC-IX) TO WS-NEW-RATE-FACTOR
               SET WS-WC-USED(WS-WC-IX) TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

      *> the proposed-rate slot for the id in WI-CUST-ID, zero when
      *> none
       2610-FIND-RATE-PROPOSAL.
           MOVE 0 TO WS-WR-FOUND
           PERFORM 2620-MATCH-ONE-PROPOSAL THRU 2620-EXIT
               VARYING WS-WR-IX FROM 1 BY 1
               UNTIL WS-WR-IX > WS-WR-COUNT
                  OR WS-WR-FOUND > 0.
       2610-EXIT.
           EXIT.

       2620-MATCH-ONE-PROPOSAL.
           IF WS-WR-CUST-ID(WS-WR-IX) = WI-CUST-ID
               MOVE WS-WR-IX TO WS-WR-FOUND
           END-IF.
       2620-EXIT.
           EXIT.

      *> both charges into the house currency at the rate in effect
      *> on the run date. a currency with no rate leaves the house
      *> figures at zero - the customer is still listed, marked, and
      *> counted out of the house totals
       2700-CONVERT-TO-HOUSE.
           MOVE 0 TO WS-HOUSE-CURRENT
           MOVE 0 TO WS-HOUSE-PROPOSED
           MOVE 0 TO WS-HOUSE-DIFF
           MOVE 'Y' TO SRT-FX-SW
           PERFORM 2710-FIND-CURRENCY THRU 2710-EXIT
           IF NOT WS-CUR-HAS-RATE(WS-CUR-FOUND)
               MOVE 'N' TO SRT-FX-SW
               ADD 1 TO WS-CUSTS-NO-FX
               GO TO 2700-EXIT
           END-IF
           COMPUTE WS-HOUSE-CURRENT ROUNDED
               = WS-CURRENT-CHARGE * WS-CUR-RATE(WS-CUR-FOUND)
           COMPUTE WS-HOUSE-PROPOSED ROUNDED
               = WS-PROPOSED-CHARGE * WS-CUR-RATE(WS-CUR-FOUND)
           COMPUTE WS-HOUSE-DIFF
               = WS-HOUSE-PROPOSED - WS-HOUSE-CURRENT
           ADD WS-HOUSE-CURRENT  TO WS-TOTAL-CURRENT
           ADD WS-HOUSE-PROPOSED TO WS-TOTAL-PROPOSED
           ADD WS-HOUSE-DIFF     TO WS-TOTAL-DIFF.
       2700-EXIT.
           EXIT.

      *> the currency's slot - the first customer in a currency
      *> claims the next free one and looks its exchange rate up
       2710-FIND-CURRENCY.
           MOVE 0 TO WS-CUR-FOUND
           PERFORM 2720-MATCH-ONE-CURRENCY THRU 2720-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
                  OR WS-CUR-FOUND > 0
           IF WS-CUR-FOUND > 0
               GO TO 2710-EXIT
           END-IF
           IF WS-CUR-COUNT < WS-CUR-MAX - 1
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-FOUND
               MOVE WS-CURRENCY TO WS-CUR-CODE(WS-CUR-FOUND)
               MOVE 0   TO WS-CUR-RATE(WS-CUR-FOUND)
               MOVE 'N' TO WS-CUR-RATE-SW(WS-CUR-FOUND)
               IF WS-FX-IS-OPEN
                   PERFORM 2730-MATCH-ONE-FX-RATE THRU 2730-EXIT
               END-IF
               IF NOT WS-CUR-HAS-RATE(WS-CUR-FOUND)
                   PERFORM 8100-LOG-NO-FX-RATE THRU 8100-EXIT
               END-IF
           ELSE
      *> more currencies than slots should never happen - the
      *> surplus shares the last slot, kept back for it and starred
      *> with no rate, so its customers are listed and counted out
      *> of the house totals and no real currency loses its rate
               MOVE WS-CUR-MAX TO WS-CUR-FOUND
               IF WS-CUR-COUNT < WS-CUR-MAX
                   MOVE WS-CUR-MAX TO WS-CUR-COUNT
                   MOVE '***' TO WS-CUR-CODE(WS-CUR-FOUND)
                   MOVE 0     TO WS-CUR-RATE(WS-CUR-FOUND)
                   MOVE 'N'   TO WS-CUR-RATE-SW(WS-CUR-FOUND)
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.

       2720-MATCH-ONE-CURRENCY.
           IF WS-CUR-CODE(WS-CUR-IX) = WS-CURRENCY
               MOVE WS-CUR-IX TO WS-CUR-FOUND
           END-IF.
       2720-EXIT.
           EXIT.

      *> the rate in effect on the run date, the walk BILLSTMT's
      *> 3210-MATCH-ONE-FX-RATE makes
       2730-MATCH-ONE-FX-RATE.
           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE 0           TO FX-EFF-DATE
           START EXCHANGE-RATE-FILE KEY NOT < FX-KEY
               INVALID KEY
                   GO TO 2730-EXIT
           END-START
           MOVE 'N' TO WS-FX-SCAN-SW
           PERFORM 2740-SCAN-ONE-FX-RATE THRU 2740-EXIT
               UNTIL WS-FX-SCAN-DONE.
       2730-EXIT.
           EXIT.

       2740-SCAN-ONE-FX-RATE.
           READ EXCHANGE-RATE-FILE NEXT
               AT END
                   SET WS-FX-SCAN-DONE TO TRUE
                   GO TO 2740-EXIT
           END-READ
           IF FX-CURRENCY NOT = WS-CURRENCY
               OR FX-EFF-DATE > WS-RUN-DATE
               SET WS-FX-SCAN-DONE TO TRUE
               GO TO 2740-EXIT
           END-IF
           SET WS-CUR-HAS-RATE(WS-CUR-FOUND) TO TRUE
           MOVE FX-RATE TO WS-CUR-RATE(WS-CUR-FOUND).
       2740-EXIT.
           EXIT.

      *> class totals take the house figures, country totals the
      *> customer's own currency
       2800-ADD-TO-SUMMARIES.
           COMPUTE WS-WC-IX = CM-CLASS + 1
           ADD 1 TO WS-CLS-COUNT(WS-WC-IX)
           ADD WS-HOUSE-CURRENT  TO WS-CLS-CURRENT(WS-WC-IX)
           ADD WS-HOUSE-PROPOSED TO WS-CLS-PROPOSED(WS-WC-IX)

           MOVE 0 TO WS-CTS-FOUND
           PERFORM 2810-MATCH-ONE-COUNTRY THRU 2810-EXIT
               VARYING WS-CTS-IX FROM 1 BY 1
               UNTIL WS-CTS-IX > WS-CTS-COUNT
                  OR WS-CTS-FOUND > 0
      *> the last slot is kept back for the surplus, opened starred
      *> and empty the first time it is needed, so no country's own
      *> totals are carried under the star
           IF WS-CTS-FOUND = 0
               IF WS-CTS-COUNT < WS-CTS-MAX
                   ADD 1 TO WS-CTS-COUNT
                   MOVE WS-CTS-COUNT TO WS-CTS-FOUND
                   IF WS-CTS-COUNT < WS-CTS-MAX
                       MOVE CM-COUNTRY  TO WS-CTS-COUNTRY(WS-CTS-FOUND)
                       MOVE WS-CURRENCY
                           TO WS-CTS-CURRENCY(WS-CTS-FOUND)
                   ELSE
                       MOVE '***' TO WS-CTS-COUNTRY(WS-CTS-FOUND)
                       MOVE '***' TO WS-CTS-CURRENCY(WS-CTS-FOUND)
                   END-IF
                   MOVE 0 TO WS-CTS-CUSTS(WS-CTS-FOUND)
                   MOVE 0 TO WS-CTS-CURRENT(WS-CTS-FOUND)
                   MOVE 0 TO WS-CTS-PROPOSED(WS-CTS-FOUND)
               ELSE
                   MOVE WS-CTS-MAX TO WS-CTS-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-CTS-CUSTS(WS-CTS-FOUND)
           ADD WS-CURRENT-CHARGE  TO WS-CTS-CURRENT(WS-CTS-FOUND)
           ADD WS-PROPOSED-CHARGE TO WS-CTS-PROPOSED(WS-CTS-FOUND).
       2800-EXIT.
           EXIT.

       2810-MATCH-ONE-COUNTRY.
           IF WS-CTS-COUNTRY(WS-CTS-IX) = CM-COUNTRY
               MOVE WS-CTS-IX TO WS-CTS-FOUND
           END-IF.
       2810-EXIT.
           EXIT.

      *> prices every customer through the input procedure and
      *> hands the result to SORTED-FILE biggest change first - a
      *> tie goes by customer id so a rerun lists in the same order
       3000-SORT-CUSTOMERS.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SRT-SIZE
               ON ASCENDING KEY SRT-CUST-ID
               INPUT PROCEDURE IS 2000-PRICE-CUSTOMERS THRU 2000-EXIT
               GIVING SORTED-FILE.
       3000-EXIT.
           EXIT.

       4000-PRODUCE-REPORT.
           OPEN INPUT SORTED-FILE
           IF NOT SF-STATUS-OK
               DISPLAY "PROFORMA: UNABLE TO OPEN SORTED-FILE, "
                       "STATUS = " WS-SF-STATUS
               SET WS-OPEN-FAILED TO TRUE
               GO TO 4000-EXIT
           END-IF
           MOVE 'CUSTOMERS - BIGGEST CHANGE FIRST' TO WS-SEC-TEXT
           WRITE PR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE PR-LINE FROM WS-CUST-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 4100-PRINT-ONE-CUSTOMER THRU 4100-EXIT
               UNTIL SF-AT-EOF
           CLOSE SORTED-FILE

           MOVE 'BY CLASS - HOUSE CURRENCY' TO WS-SEC-TEXT
           WRITE PR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING PAGE
           WRITE PR-LINE FROM WS-CLASS-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 4200-PRINT-ONE-CLASS THRU 4200-EXIT
               VARYING WS-WC-IX FROM 1 BY 1
               UNTIL WS-WC-IX > 100

           MOVE 'BY COUNTRY - COUNTRY CURRENCY' TO WS-SEC-TEXT
           WRITE PR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE PR-LINE FROM WS-COUNTRY-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 4300-PRINT-ONE-COUNTRY THRU 4300-EXIT
               VARYING WS-CTS-IX FROM 1 BY 1
               UNTIL WS-CTS-IX > WS-CTS-COUNT

           MOVE 'PROPOSALS THAT PRICED NO CUSTOMER' TO WS-SEC-TEXT
           WRITE PR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           PERFORM 4400-CHECK-ONE-RATE-PROPOSAL THRU 4400-EXIT
               VARYING WS-WR-IX FROM 1 BY 1
               UNTIL WS-WR-IX > WS-WR-COUNT
           PERFORM 4410-CHECK-ONE-CLASS-PROPOSAL THRU 4410-EXIT
               VARYING WS-WC-IX FROM 1 BY 1
               UNTIL WS-WC-IX > 100

           PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CUSTOMER.
           READ SORTED-FILE
               AT END
                   SET SF-AT-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           MOVE SF-CUST-ID     TO WS-CUL-ID
           MOVE SF-NAME        TO WS-CUL-NAME
           MOVE SF-CLASS       TO WS-CUL-CLASS
           MOVE SF-CURRENCY    TO WS-CUL-CURRENCY
           MOVE SF-CURRENT     TO WS-CUL-CURRENT
           MOVE SF-PROPOSED    TO WS-CUL-PROPOSED
           MOVE SF-DIFFERENCE  TO WS-CUL-DIFF
           IF SF-NO-FX-RATE
               MOVE '   NO FX RATE' TO WS-CUL-HOUSE-X
           ELSE
               MOVE SF-HOUSE-DIFF TO WS-CUL-HOUSE
           END-IF
           WRITE PR-LINE FROM WS-CUST-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-CLASS.
           IF WS-CLS-COUNT(WS-WC-IX) = 0
               GO TO 4200-EXIT
           END-IF
           COMPUTE WS-CLL-CLASS = WS-WC-IX - 1
           MOVE WS-CLS-COUNT(WS-WC-IX)    TO WS-CLL-COUNT
           MOVE WS-CLS-CURRENT(WS-WC-IX)  TO WS-CLL-CURRENT
           MOVE WS-CLS-PROPOSED(WS-WC-IX) TO WS-CLL-PROPOSED
           COMPUTE WS-CLS-DIFF = WS-CLS-PROPOSED(WS-WC-IX)
               - WS-CLS-CURRENT(WS-WC-IX)
           MOVE WS-CLS-DIFF TO WS-CLL-DIFF
           WRITE PR-LINE FROM WS-CLASS-LINE
               AFTER ADVANCING 1 LINE.
       4200-EXIT.
           EXIT.

       4300-PRINT-ONE-COUNTRY.
           MOVE WS-CTS-COUNTRY(WS-CTS-IX)  TO WS-CTL-COUNTRY
           MOVE WS-CTS-CURRENCY(WS-CTS-IX) TO WS-CTL-CURRENCY
           MOVE WS-CTS-CUSTS(WS-CTS-IX)    TO WS-CTL-COUNT
           MOVE WS-CTS-CURRENT(WS-CTS-IX)  TO WS-CTL-CURRENT
           MOVE WS-CTS-PROPOSED(WS-CTS-IX) TO WS-CTL-PROPOSED
           COMPUTE WS-CTS-DIFF = WS-CTS-PROPOSED(WS-CTS-IX)
               - WS-CTS-CURRENT(WS-CTS-IX)
           MOVE WS-CTS-DIFF TO WS-CTL-DIFF
           WRITE PR-LINE FROM WS-COUNTRY-LINE
               AFTER ADVANCING 1 LINE.
       4300-EXIT.
           EXIT.

      *> a proposal nobody was priced with is most likely a keying
      *> slip on the deck - listed and logged so it is not mistaken
      *> for a change that made no difference
       4400-CHECK-ONE-RATE-PROPOSAL.
           IF WS-WR-USED(WS-WR-IX)
               GO TO 4400-EXIT
           END-IF
           ADD 1 TO WS-WHATIF-UNUSED
           MOVE 'RATE'                  TO WS-UNL-TYPE
           MOVE WS-WR-CUST-ID(WS-WR-IX) TO WS-UNL-KEY
           WRITE PR-LINE FROM WS-UNUSED-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-WR-CUST-ID(WS-WR-IX) TO WI-CUST-ID
           MOVE 'WI-CUST-ID' TO WS-EXC-FIELD
           MOVE "PROPOSED RATE PRICED NO ONE" TO WS-EXCEPTION-REASON
           PERFORM 8300-LOG-UNUSED THRU 8300-EXIT.
       4400-EXIT.
           EXIT.

       4410-CHECK-ONE-CLASS-PROPOSAL.
           IF NOT WS-WC-PRESENT(WS-WC-IX) OR WS-WC-USED(WS-WC-IX)
               GO TO 4410-EXIT
           END-IF
           ADD 1 TO WS-WHATIF-UNUSED
           MOVE SPACES TO WI-CUST-ID
           COMPUTE WI-CLASS = WS-WC-IX - 1
           MOVE 'CLASS'    TO WS-UNL-TYPE
           MOVE WI-CUST-ID TO WS-UNL-KEY
           WRITE PR-LINE FROM WS-UNUSED-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WI-CLASS' TO WS-EXC-FIELD
           MOVE "PROPOSED FACTOR PRICED NO ONE" TO WS-EXCEPTION-REASON
           PERFORM 8300-LOG-UNUSED THRU 8300-EXIT.
       4410-EXIT.
           EXIT.

       4500-PRINT-TOTALS.
           MOVE 'CUSTOMERS READ'            TO WS-TOT-LABEL
           MOVE WS-CUSTS-READ               TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'CUSTOMERS PRICED'          TO WS-TOT-LABEL
           MOVE WS-CUSTS-PRICED             TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  CHARGE GOES UP'          TO WS-TOT-LABEL
           MOVE WS-CUSTS-UP                 TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  CHARGE GOES DOWN'        TO WS-TOT-LABEL
           MOVE WS-CUSTS-DOWN               TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  CHARGE UNCHANGED'        TO WS-TOT-LABEL
           MOVE WS-CUSTS-SAME               TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS NOT ACTIVE'      TO WS-TOT-LABEL
           MOVE WS-CUSTS-INACTIVE           TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOT PRICED - NO RATE'      TO WS-TOT-LABEL
           MOVE WS-CUSTS-NO-RATE            TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOT PRICED - NO CLASS'     TO WS-TOT-LABEL
           MOVE WS-CUSTS-NO-CLASS           TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOT PRICED - NO COUNTRY'   TO WS-TOT-LABEL
           MOVE WS-CUSTS-NO-CTRY            TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PRICED, NOT IN HOUSE TOTALS' TO WS-TOT-LABEL
           MOVE WS-CUSTS-NO-FX              TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CURRENCIES WITH NO FX RATE' TO WS-TOT-LABEL
           MOVE WS-CURS-NO-FX-RATE          TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WHAT-IF RECORDS READ'      TO WS-TOT-LABEL
           MOVE WS-WHATIF-READ              TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'WHAT-IF RECORDS REJECTED'  TO WS-TOT-LABEL
           MOVE WS-WHATIF-REJECTED          TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PROPOSALS THAT PRICED NO ONE' TO WS-TOT-LABEL
           MOVE WS-WHATIF-UNUSED            TO WS-TOT-COUNT
           WRITE PR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HOUSE CURRENT CHARGES'     TO WS-AMT-LABEL
           MOVE WS-TOTAL-CURRENT            TO WS-AMT-VALUE
           WRITE PR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'HOUSE PROPOSED CHARGES'    TO WS-AMT-LABEL
           MOVE WS-TOTAL-PROPOSED           TO WS-AMT-VALUE
           WRITE PR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HOUSE DIFFERENCE'          TO WS-AMT-LABEL
           MOVE WS-TOTAL-DIFF               TO WS-AMT-VALUE
           WRITE PR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       4500-EXIT.
           EXIT.

      *> a what-if record that could not be loaded - keyed by the id
      *> or class it named, field already moved in by the caller
       8000-LOG-WHATIF-ERROR.
           ADD 1 TO WS-WHATIF-REJECTED
           DISPLAY "PROFORMA: " WI-CUST-ID " - " WS-EXCEPTION-REASON
           MOVE 'PROFORMA'          TO WS-EXC-PROGRAM
           MOVE WI-CUST-ID          TO WS-EXC-KEY
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

      *> a currency the house ranking could not take in - logged the
      *> first time it is met
       8100-LOG-NO-FX-RATE.
           ADD 1 TO WS-CURS-NO-FX-RATE
           DISPLAY "PROFORMA: " WS-CURRENCY
                   " - NO EXCHANGE RATE FOR CURRENCY"
           MOVE 'PROFORMA'          TO WS-EXC-PROGRAM
           MOVE WS-CURRENCY         TO WS-EXC-KEY
           MOVE 'FX-CURRENCY'       TO WS-EXC-FIELD
           MOVE "NO EXCHANGE RATE FOR CURRENCY" TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

       8200-LOG-PARM-ERROR.
           DISPLAY "PROFORMA: PARAMETER ERROR - " WS-EXC-REASON
           MOVE 'PROFORMA'   TO WS-EXC-PROGRAM
           MOVE SPACES       TO WS-EXC-KEY
           MOVE WS-RUN-DATE  TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8200-EXIT.
           EXIT.

       8300-LOG-UNUSED.
           DISPLAY "PROFORMA: " WI-CUST-ID " - " WS-EXCEPTION-REASON
           MOVE 'PROFORMA'          TO WS-EXC-PROGRAM
           MOVE WI-CUST-ID          TO WS-EXC-KEY
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
      *> on the parameter-error path nothing below was ever opened -
      *> every status still holds its initial '00', so only close
      *> what a clean start actually opened
           IF NOT WS-PARM-ERROR
               IF CM-STATUS-OK OR CM-STATUS-EOF
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF RF-STATUS-OK OR RF-STATUS-NOT-FOUND
                   CLOSE RATE-FILE
               END-IF
               IF UF-STATUS-OK OR UF-STATUS-NOT-FOUND
                   CLOSE USAGE-FILE
               END-IF
               IF CT-STATUS-OK OR CT-STATUS-NOT-FOUND
                   CLOSE COUNTRY-TABLE
               END-IF
               IF CL-STATUS-OK OR CL-STATUS-NOT-FOUND
                   CLOSE CLASS-TABLE
               END-IF
               IF WI-STATUS-OK OR WI-STATUS-EOF
                   CLOSE WHAT-IF-FILE
               END-IF
               IF WS-FX-IS-OPEN
                   CLOSE EXCHANGE-RATE-FILE
               END-IF
               IF PR-STATUS-OK
                   CLOSE PROFORMA-REPORT
               END-IF
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-PARM-ERROR OR WS-OPEN-FAILED
               OR WS-WHATIF-REJECTED > 0 OR WS-WHATIF-UNUSED > 0
               OR WS-CURS-NO-FX-RATE > 0
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
