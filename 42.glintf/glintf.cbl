      *> general-ledger interface - the day's receivable-side journal
      *> entries, built off the GLFEED feeder file instead of finance
      *> re-keying the BILLSTMT trailer and the PAYRPT totals every
      *> morning. BILLSTMT appends a 'B' record per currency with
      *> the charges, tax and credit applied; PAYAPPLY a 'P' record
      *> per currency with the money received, applied, put on
      *> account and left unapplied. this program takes every feed
      *> record for the run's business day - a statement rerun's
      *> charges and tax replacing the run they repeat, its credit
      *> applied adding to it - and turns them into balanced
      *> entries, per currency:
      *>   statements  - receivables debit (charges plus tax),
      *>                 revenue credit, tax payable credit, and
      *>                 customer credit debit / receivables credit
      *>                 for the credit on account the charges used
      *>   payments    - cash debit, receivables credit for what was
      *>                 applied, customer credit credit for what was
      *>                 put on account, unapplied cash credit
      *> each line's ledger account comes off the GLMAP mapping
      *> table by entry type and currency. the GLENTRY journal file
      *> is framed by an 'H' header and a 'T' trailer carrying the
      *> detail count and the debit and credit totals, the way
      *> CUSTEXTR frames its feed - and it is not written at all
      *> when debits and credits disagree or a line has no account,
      *> so the ledger never loads half a day. a weekend or holiday
      *> run date ends quietly: its money belongs to the next
      *> business day's file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - balanced per-currency
      *>                 journal entries off the GLFEED feeder file
      *>                 with header/trailer controls
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> 2026-10-15  jm  a statement rerun replaces only the charges
      *>                 and tax of the run it repeats - the credit
      *>                 applied by each run of the day is added up,
      *>                 since a rerun takes only what is left
      *> 2026-10-15  jm  every GLENTRY write is status-checked - a
      *>                 failed write stops the journal and fails
      *>                 the run
      *> 2026-10-15  jm  only a run with the kept run date and a
      *>                 new run time is a rerun, and it replaces
      *>                 that run's charges and tax alone - another
      *>                 run date rolled onto the day adds to it
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GF-STATUS.

      *> one keyed read per journal line, at (entry type, currency)
      *> and again at (entry type, blank) for the default account
           SELECT GL-MAP-TABLE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GM-STATUS.

           SELECT GL-ENTRY-FILE ASSIGN TO "GLENTRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GE-STATUS.

           SELECT GL-REPORT ASSIGN TO "GLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same record BILLSTMT and PAYAPPLY append - read back here
      *> with the copybook's own XG- names
       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  GF-RECORD.
           COPY GLFEED.

       FD  GL-MAP-TABLE
           LABEL RECORDS ARE STANDARD.
       01  GM-RECORD.
           COPY GLMAPREC.

      *> one record type byte up front tells the ledger load what
      *> it is holding - the three layouts below are moved in here
       FD  GL-ENTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GE-RECORD              PIC X(80).

       FD  GL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  GR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-GF-STATUS  PIC X(02) VALUE '00'.
          88 GF-STATUS-OK    VALUE '00'.
          88 GF-STATUS-EOF   VALUE '10'.
       01 WS-GM-STATUS  PIC X(02) VALUE '00'.
          88 GM-STATUS-OK         VALUE '00'.
          88 GM-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-GE-STATUS  PIC X(02) VALUE '00'.
          88 GE-STATUS-OK    VALUE '00'.
       01 WS-GR-STATUS  PIC X(02) VALUE '00'.
          88 GR-STATUS-OK    VALUE '00'.

       01 WS-GF-EOF-SW  PIC X(01) VALUE 'N'.
          88 GF-AT-EOF        VALUE 'Y'.

       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> a GLENTRY write that did not take - what is on the file is
      *> not the journal that was proved, so the run fails
       01 WS-GE-FAIL-SW    PIC X(01) VALUE 'N'.
          88 WS-GE-FAILED      VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> what BUSDAYRTN is asked and what it answers - the journal
      *> is only cut for a business day
       01 WS-BUSDAY-FUNCTION   PIC X(01) VALUE 'B'.
       01 WS-BUSDAY-DATE-OUT   PIC 9(08) VALUE 0.
       01 WS-BUSDAY-SW         PIC X(01) VALUE 'N'.
          88 WS-IS-BUSINESS-DAY    VALUE 'Y'.
       01 WS-SKIP-RUN-SW  PIC X(01) VALUE 'N'.
          88 WS-RUN-SKIPPED    VALUE 'Y'.

      *> the statement run whose figures are being kept - a later
      *> 'B' record with the same run date and a different run time
      *> is a rerun of it, and its charges and tax replace that
      *> run's. a different run date is another statement run
      *> rolled onto this business day, and adds to it
       01 WS-BILL-RUN-DATE     PIC 9(08) VALUE 0.
       01 WS-BILL-RUN-TIME     PIC 9(08) VALUE 0.

      *> the day's money by currency, as the feed records add up -
      *> one slot per currency, the way BILLSTMT's trailer table is
       01 WS-CUR-MAX           PIC 9(02) VALUE 20 COMP.
       01 WS-CUR-COUNT         PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-IX            PIC 9(02) VALUE 0  COMP.
       01 WS-CUR-FOUND         PIC 9(02) VALUE 0  COMP.
       01 WS-CURRENCY-TABLE.
          05 WS-CUR-ENTRY OCCURS 20 TIMES.
             10 WS-CUR-CODE        PIC X(03).
             10 WS-CUR-CHARGES     PIC 9(09)V99.
             10 WS-CUR-TAX         PIC 9(09)V99.
      *> the kept run's own share of the two above - what comes
      *> off when that run is repeated
             10 WS-CUR-RUN-CHARGES PIC 9(09)V99.
             10 WS-CUR-RUN-TAX     PIC 9(09)V99.
             10 WS-CUR-CREDIT-USED PIC 9(09)V99.
             10 WS-CUR-RECEIVED    PIC 9(09)V99.
             10 WS-CUR-APPLIED     PIC 9(09)V99.
             10 WS-CUR-TO-CREDIT   PIC 9(09)V99.
             10 WS-CUR-UNAPPLIED   PIC 9(09)V99.

      *> the journal lines, built in full before anything is
      *> written so the balance can be proved first. nine lines a
      *> currency at the most
       01 WS-ENT-MAX           PIC 9(03) VALUE 180 COMP.
       01 WS-ENT-COUNT         PIC 9(03) VALUE 0   COMP.
       01 WS-ENT-IX            PIC 9(03) VALUE 0   COMP.
       01 WS-ENTRY-TABLE.
          05 WS-ENT-ENTRY OCCURS 180 TIMES.
             10 WS-ENT-TYPE        PIC X(02).
             10 WS-ENT-CURRENCY    PIC X(03).
             10 WS-ENT-DR-CR       PIC X(01).
             10 WS-ENT-AMOUNT      PIC 9(09)V99.
             10 WS-ENT-ACCOUNT     PIC X(10).
             10 WS-ENT-DESC        PIC X(20).

      *> the line 3100-ADD-ENTRY is asked to add
       01 WS-NEW-TYPE          PIC X(02).
       01 WS-NEW-DR-CR         PIC X(01).
          88 WS-NEW-IS-DEBIT   VALUE 'D'.
       01 WS-NEW-AMOUNT        PIC 9(09)V99.
       01 WS-NEW-DESC          PIC X(20).

      *> one currency's debits and credits, and the day's
       01 WS-CUR-DEBITS        PIC 9(11)V99 VALUE 0.
       01 WS-CUR-CREDITS       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DEBITS      PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS     PIC 9(11)V99 VALUE 0.

      *> the reasons the journal is refused - any one of them and
      *> GLENTRY is not written
       01 WS-CURS-UNBALANCED   PIC 9(05) VALUE 0.
       01 WS-MAP-MISSING       PIC 9(05) VALUE 0.
       01 WS-ENT-OVERFLOW      PIC 9(05) VALUE 0.
       01 WS-REFUSED-SW     PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-REFUSED VALUE 'Y'.

      *> control totals
       01 WS-FEED-READ         PIC 9(07) VALUE 0.
       01 WS-FEED-TAKEN        PIC 9(07) VALUE 0.
       01 WS-BILL-REPLACED     PIC 9(07) VALUE 0.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.
       01 WS-REJECTED-FIELD    PIC X(15) VALUE SPACES.
       01 WS-EXCEPTION-KEY     PIC X(10) VALUE SPACES.

      *> header record - 'H', the business day, the rest spaces
       01 WS-HEADER-REC.
          05 WS-HDR-TYPE       PIC X(01) VALUE 'H'.
          05 WS-HDR-BUS-DATE   PIC 9(08).
          05 FILLER            PIC X(71) VALUE SPACES.

      *> detail record - 'D', one journal line
       01 WS-DETAIL-REC.
          05 WS-DTL-TYPE       PIC X(01) VALUE 'D'.
          05 WS-DTL-BUS-DATE   PIC 9(08).
          05 WS-DTL-ACCOUNT    PIC X(10).
          05 WS-DTL-CURRENCY   PIC X(03).
          05 WS-DTL-DR-CR      PIC X(01).
          05 WS-DTL-AMOUNT     PIC 9(09)V99.
          05 WS-DTL-ENTRY-TYPE PIC X(02).
          05 WS-DTL-DESC       PIC X(20).
          05 FILLER            PIC X(24) VALUE SPACES.

      *> trailer record - 'T', the count of 'D' records written and
      *> the debit and credit totals the ledger load proves against
       01 WS-TRAILER-REC.
          05 WS-TRL-TYPE       PIC X(01) VALUE 'T'.
          05 WS-TRL-COUNT      PIC 9(07).
          05 WS-TRL-DEBITS     PIC 9(11)V99.
          05 WS-TRL-CREDITS    PIC 9(11)V99.
          05 FILLER            PIC X(46) VALUE SPACES.

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
               'GL INTERFACE REPORT'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(37) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER            PIC X(12) VALUE 'ACCOUNT'.
          05 FILLER            PIC X(05) VALUE 'CUR'.
          05 FILLER            PIC X(04) VALUE 'TY'.
          05 FILLER            PIC X(22) VALUE 'DESCRIPTION'.
          05 FILLER            PIC X(15) VALUE '         DEBIT'.
          05 FILLER            PIC X(15) VALUE '        CREDIT'.
          05 FILLER            PIC X(07) VALUE SPACES.

       01 WS-LINE-LINE.
          05 WS-LIN-ACCOUNT    PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LIN-CURRENCY   PIC X(03).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LIN-TYPE       PIC X(02).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LIN-DESC       PIC X(20).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LIN-DEBIT      PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LIN-CREDIT     PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(09) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 WS-AMT-LABEL      PIC X(24).
          05 WS-AMT-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(39) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CNT-LABEL      PIC X(24).
          05 WS-CNT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-SKIPPED AND NOT WS-OPEN-FAILED
               PERFORM 2000-TAKE-ONE-FEED THRU 2000-EXIT
                   UNTIL GF-AT-EOF
               PERFORM 3000-BUILD-ONE-CURRENCY THRU 3000-EXIT
                   VARYING WS-CUR-IX FROM 1 BY 1
                   UNTIL WS-CUR-IX > WS-CUR-COUNT
               PERFORM 4000-PROVE-THE-JOURNAL THRU 4000-EXIT
               IF NOT WS-JOURNAL-REFUSED
                   PERFORM 5000-WRITE-THE-JOURNAL THRU 5000-EXIT
               END-IF
               PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
      *> a refused journal fails loudly - the ledger must not wait
      *> for someone to notice a missing file
           IF WS-OPEN-FAILED OR WS-JOURNAL-REFUSED OR WS-GE-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'GLINTF'    TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
      *> the feeders stamp weekend and holiday money with the next
      *> business day, so there is never a journal to cut for one
           CALL 'BUSDAYRTN' USING WS-BUSDAY-FUNCTION WS-RUN-DATE
               WS-BUSDAY-DATE-OUT WS-BUSDAY-SW
           IF NOT WS-IS-BUSINESS-DAY
               SET WS-RUN-SKIPPED TO TRUE
               DISPLAY "GLINTF: " WS-RUN-DATE " IS NOT A "
                       "BUSINESS DAY - NO JOURNAL CUT"
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT GL-FEED-FILE
           OPEN INPUT GL-MAP-TABLE
           OPEN OUTPUT GL-REPORT
           IF NOT GF-STATUS-OK
               DISPLAY "GLINTF: UNABLE TO OPEN GL-FEED-FILE, "
                       "STATUS = " WS-GF-STATUS
               SET GF-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT GM-STATUS-OK
               DISPLAY "GLINTF: UNABLE TO OPEN GL-MAP-TABLE, "
                       "STATUS = " WS-GM-STATUS
               SET GF-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT GR-STATUS-OK
               DISPLAY "GLINTF: UNABLE TO OPEN GL-REPORT, "
                       "STATUS = " WS-GR-STATUS
               SET GF-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT WS-OPEN-FAILED
               MOVE WS-RUN-DATE TO WS-TTL-DATE
               WRITE GR-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE GR-LINE FROM WS-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       1000-EXIT.
           EXIT.

      *> one feeder record per pass - only the run's business day is
      *> taken. the feed is appended in time order, so a statement
      *> run with the kept run's date but another time is a later
      *> rerun of it, and that run's charges and tax come off; a
      *> run with another run date adds to the day
       2000-TAKE-ONE-FEED.
           READ GL-FEED-FILE
               AT END
                   SET GF-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-FEED-READ
           IF XG-BUS-DATE NOT = WS-RUN-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-FEED-TAKEN

           IF XG-SOURCE = 'B'
               IF XG-RUN-DATE = WS-BILL-RUN-DATE
                   AND XG-RUN-TIME NOT = WS-BILL-RUN-TIME
                   ADD 1 TO WS-BILL-REPLACED
                   PERFORM 2200-CLEAR-ONE-BILLING THRU 2200-EXIT
                       VARYING WS-CUR-IX FROM 1 BY 1
                       UNTIL WS-CUR-IX > WS-CUR-COUNT
               END-IF
               IF XG-RUN-DATE NOT = WS-BILL-RUN-DATE
                   PERFORM 2300-START-ONE-BILLING THRU 2300-EXIT
                       VARYING WS-CUR-IX FROM 1 BY 1
                       UNTIL WS-CUR-IX > WS-CUR-COUNT
               END-IF
               MOVE XG-RUN-DATE TO WS-BILL-RUN-DATE
               MOVE XG-RUN-TIME TO WS-BILL-RUN-TIME
           END-IF

           PERFORM 2100-FIND-CURRENCY THRU 2100-EXIT
           ADD XG-CHARGES     TO WS-CUR-CHARGES(WS-CUR-FOUND)
           ADD XG-TAX         TO WS-CUR-TAX(WS-CUR-FOUND)
           IF XG-SOURCE = 'B'
               ADD XG-CHARGES TO WS-CUR-RUN-CHARGES(WS-CUR-FOUND)
               ADD XG-TAX     TO WS-CUR-RUN-TAX(WS-CUR-FOUND)
           END-IF
           ADD XG-CREDIT-USED TO WS-CUR-CREDIT-USED(WS-CUR-FOUND)
           ADD XG-RECEIVED    TO WS-CUR-RECEIVED(WS-CUR-FOUND)
           ADD XG-APPLIED     TO WS-CUR-APPLIED(WS-CUR-FOUND)
           ADD XG-TO-CREDIT   TO WS-CUR-TO-CREDIT(WS-CUR-FOUND)
           ADD XG-UNAPPLIED   TO WS-CUR-UNAPPLIED(WS-CUR-FOUND).
       2000-EXIT.
           EXIT.

      *> find or open the feed record's currency slot
       2100-FIND-CURRENCY.
           MOVE 0 TO WS-CUR-FOUND
           PERFORM 2110-MATCH-ONE-CURRENCY THRU 2110-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
               UNTIL WS-CUR-IX > WS-CUR-COUNT
                  OR WS-CUR-FOUND > 0
           IF WS-CUR-FOUND = 0
               IF WS-CUR-COUNT < WS-CUR-MAX
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-FOUND
                   MOVE XG-CURRENCY TO WS-CUR-CODE(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-CHARGES(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-TAX(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-RUN-CHARGES(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-RUN-TAX(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-CREDIT-USED(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-RECEIVED(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-APPLIED(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-TO-CREDIT(WS-CUR-FOUND)
                   MOVE 0 TO WS-CUR-UNAPPLIED(WS-CUR-FOUND)
               ELSE
      *> more currencies than slots should never happen - lump the
      *> surplus under a starred slot, which has no account and so
      *> refuses the journal rather than drop the money
                   MOVE WS-CUR-MAX TO WS-CUR-FOUND
                   MOVE '***' TO WS-CUR-CODE(WS-CUR-FOUND)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-CURRENCY.
           IF WS-CUR-CODE(WS-CUR-IX) = XG-CURRENCY
               MOVE WS-CUR-IX TO WS-CUR-FOUND
           END-IF.
       2110-EXIT.
           EXIT.

      *> a statement rerun replaces the run it repeats - that run's
      *> charges and tax come off, any other run date's and the
      *> payment figures stay. credit applied
      *> stays too: the rerun only takes credit still left on
      *> account, the first run's stays used on CREDFILE and on the
      *> charge, so the day's credit applied is every run's added
       2200-CLEAR-ONE-BILLING.
           SUBTRACT WS-CUR-RUN-CHARGES(WS-CUR-IX)
               FROM WS-CUR-CHARGES(WS-CUR-IX)
           SUBTRACT WS-CUR-RUN-TAX(WS-CUR-IX)
               FROM WS-CUR-TAX(WS-CUR-IX)
           MOVE 0 TO WS-CUR-RUN-CHARGES(WS-CUR-IX)
           MOVE 0 TO WS-CUR-RUN-TAX(WS-CUR-IX).
       2200-EXIT.
           EXIT.

      *> another run date's statement run - what is held stays in
      *> the day, and the new run's share starts from nothing
       2300-START-ONE-BILLING.
           MOVE 0 TO WS-CUR-RUN-CHARGES(WS-CUR-IX)
           MOVE 0 TO WS-CUR-RUN-TAX(WS-CUR-IX).
       2300-EXIT.
           EXIT.

      *> one currency's journal lines - each side of every entry is
      *> added on its own, so a feed whose parts don't add up to its
      *> whole shows up as an unbalanced currency
       3000-BUILD-ONE-CURRENCY.
           MOVE 0 TO WS-CUR-DEBITS
           MOVE 0 TO WS-CUR-CREDITS

           MOVE 'AR' TO WS-NEW-TYPE
           MOVE 'D'  TO WS-NEW-DR-CR
           COMPUTE WS-NEW-AMOUNT = WS-CUR-CHARGES(WS-CUR-IX)
               + WS-CUR-TAX(WS-CUR-IX)
           MOVE 'STATEMENT CHARGES'  TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
           MOVE 'RV' TO WS-NEW-TYPE
           MOVE 'C'  TO WS-NEW-DR-CR
           MOVE WS-CUR-CHARGES(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'BILLED REVENUE'     TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
           MOVE 'TX' TO WS-NEW-TYPE
           MOVE 'C'  TO WS-NEW-DR-CR
           MOVE WS-CUR-TAX(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'TAX BILLED'         TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT

           MOVE 'CC' TO WS-NEW-TYPE
           MOVE 'D'  TO WS-NEW-DR-CR
           MOVE WS-CUR-CREDIT-USED(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'CREDIT APPLIED'     TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
           MOVE 'AR' TO WS-NEW-TYPE
           MOVE 'C'  TO WS-NEW-DR-CR
           MOVE WS-CUR-CREDIT-USED(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'CREDIT APPLIED'     TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT

           MOVE 'CA' TO WS-NEW-TYPE
           MOVE 'D'  TO WS-NEW-DR-CR
           MOVE WS-CUR-RECEIVED(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'PAYMENTS RECEIVED'  TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
           MOVE 'AR' TO WS-NEW-TYPE
           MOVE 'C'  TO WS-NEW-DR-CR
           MOVE WS-CUR-APPLIED(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'PAYMENTS APPLIED'   TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
           MOVE 'CC' TO WS-NEW-TYPE
           MOVE 'C'  TO WS-NEW-DR-CR
           MOVE WS-CUR-TO-CREDIT(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'PUT ON ACCOUNT'     TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
           MOVE 'UA' TO WS-NEW-TYPE
           MOVE 'C'  TO WS-NEW-DR-CR
           MOVE WS-CUR-UNAPPLIED(WS-CUR-IX) TO WS-NEW-AMOUNT
           MOVE 'UNAPPLIED CASH'     TO WS-NEW-DESC
           PERFORM 3100-ADD-ENTRY THRU 3100-EXIT

           IF WS-CUR-DEBITS NOT = WS-CUR-CREDITS
               ADD 1 TO WS-CURS-UNBALANCED
               MOVE WS-CUR-CODE(WS-CUR-IX) TO WS-EXCEPTION-KEY
               MOVE 'XG-CURRENCY' TO WS-REJECTED-FIELD
               MOVE "CURRENCY DEBITS NOT = CREDITS"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-GL-ERROR THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> one journal line - a zero amount takes no line. the account
      *> is the currency's own mapping, or the entry type's default
       3100-ADD-ENTRY.
           IF WS-NEW-AMOUNT = 0
               GO TO 3100-EXIT
           END-IF
           IF WS-NEW-IS-DEBIT
               ADD WS-NEW-AMOUNT TO WS-CUR-DEBITS
               ADD WS-NEW-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-NEW-AMOUNT TO WS-CUR-CREDITS
               ADD WS-NEW-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           IF WS-ENT-COUNT NOT < WS-ENT-MAX
               ADD 1 TO WS-ENT-OVERFLOW
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-NEW-TYPE   TO WS-ENT-TYPE(WS-ENT-COUNT)
           MOVE WS-CUR-CODE(WS-CUR-IX)
                              TO WS-ENT-CURRENCY(WS-ENT-COUNT)
           MOVE WS-NEW-DR-CR  TO WS-ENT-DR-CR(WS-ENT-COUNT)
           MOVE WS-NEW-AMOUNT TO WS-ENT-AMOUNT(WS-ENT-COUNT)
           MOVE WS-NEW-DESC   TO WS-ENT-DESC(WS-ENT-COUNT)
           PERFORM 3200-MAP-ACCOUNT THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3200-MAP-ACCOUNT.
           MOVE SPACES TO WS-ENT-ACCOUNT(WS-ENT-COUNT)
           MOVE WS-NEW-TYPE            TO GM-ENTRY-TYPE
           MOVE WS-CUR-CODE(WS-CUR-IX) TO GM-CURRENCY
           READ GL-MAP-TABLE
               INVALID KEY
                   MOVE SPACES TO GM-CURRENCY
                   READ GL-MAP-TABLE
                       INVALID KEY
                           PERFORM 3290-NO-ACCOUNT THRU 3290-EXIT
                           GO TO 3200-EXIT
                   END-READ
           END-READ
           MOVE GM-ACCOUNT TO WS-ENT-ACCOUNT(WS-ENT-COUNT).
       3200-EXIT.
           EXIT.

       3290-NO-ACCOUNT.
           ADD 1 TO WS-MAP-MISSING
           MOVE SPACES TO WS-EXCEPTION-KEY
           STRING WS-NEW-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-CODE(WS-CUR-IX) DELIMITED BY SIZE
               INTO WS-EXCEPTION-KEY
           MOVE 'GM-KEY' TO WS-REJECTED-FIELD
           MOVE "NO GL ACCOUNT FOR ENTRY TYPE"
               TO WS-EXCEPTION-REASON
           PERFORM 8000-LOG-GL-ERROR THRU 8000-EXIT.
       3290-EXIT.
           EXIT.

      *> the whole day must balance, every currency must balance,
      *> every line must have an account and every line must have
      *> been kept - otherwise nothing is written
       4000-PROVE-THE-JOURNAL.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               OR WS-CURS-UNBALANCED > 0
               OR WS-MAP-MISSING > 0
               OR WS-ENT-OVERFLOW > 0
               SET WS-JOURNAL-REFUSED TO TRUE
               DISPLAY "GLINTF: JOURNAL NOT WRITTEN FOR "
                       WS-RUN-DATE " - SEE GLRPT"
           END-IF.
       4000-EXIT.
           EXIT.

      *> header, one detail per line, trailer with the count and
      *> the two totals
       5000-WRITE-THE-JOURNAL.
           OPEN OUTPUT GL-ENTRY-FILE
           IF NOT GE-STATUS-OK
               DISPLAY "GLINTF: UNABLE TO OPEN GL-ENTRY-FILE, "
                       "STATUS = " WS-GE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE
           WRITE GE-RECORD FROM WS-HEADER-REC
           IF NOT GE-STATUS-OK
               DISPLAY "GLINTF: GL-ENTRY-FILE WRITE FAILED, "
                       "STATUS = " WS-GE-STATUS
               SET WS-GE-FAILED TO TRUE
               CLOSE GL-ENTRY-FILE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENT-COUNT
                  OR WS-GE-FAILED
           IF WS-GE-FAILED
               CLOSE GL-ENTRY-FILE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-ENT-COUNT     TO WS-TRL-COUNT
           MOVE WS-TOTAL-DEBITS  TO WS-TRL-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-TRL-CREDITS
           WRITE GE-RECORD FROM WS-TRAILER-REC
           IF NOT GE-STATUS-OK
               DISPLAY "GLINTF: GL-ENTRY-FILE WRITE FAILED, "
                       "STATUS = " WS-GE-STATUS
               SET WS-GE-FAILED TO TRUE
           END-IF
           CLOSE GL-ENTRY-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ENTRY.
           MOVE WS-RUN-DATE                TO WS-DTL-BUS-DATE
           MOVE WS-ENT-ACCOUNT(WS-ENT-IX)  TO WS-DTL-ACCOUNT
           MOVE WS-ENT-CURRENCY(WS-ENT-IX) TO WS-DTL-CURRENCY
           MOVE WS-ENT-DR-CR(WS-ENT-IX)    TO WS-DTL-DR-CR
           MOVE WS-ENT-AMOUNT(WS-ENT-IX)   TO WS-DTL-AMOUNT
           MOVE WS-ENT-TYPE(WS-ENT-IX)     TO WS-DTL-ENTRY-TYPE
           MOVE WS-ENT-DESC(WS-ENT-IX)     TO WS-DTL-DESC
           WRITE GE-RECORD FROM WS-DETAIL-REC
           IF NOT GE-STATUS-OK
               DISPLAY "GLINTF: GL-ENTRY-FILE WRITE FAILED, "
                       "STATUS = " WS-GE-STATUS
               SET WS-GE-FAILED TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      *> every line built, written or not, then the totals and the
      *> verdict - a refused journal still shows what it would have
      *> held, so finance can see what is wrong with it
       7000-PRINT-REPORT.
           PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENT-COUNT
           MOVE 'TOTAL DEBITS'      TO WS-AMT-LABEL
           MOVE WS-TOTAL-DEBITS     TO WS-AMT-VALUE
           WRITE GR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL CREDITS'     TO WS-AMT-LABEL
           MOVE WS-TOTAL-CREDITS    TO WS-AMT-VALUE
           WRITE GR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FEED RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-FEED-READ        TO WS-CNT-COUNT
           WRITE GR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'FEED RECORDS TAKEN' TO WS-CNT-LABEL
           MOVE WS-FEED-TAKEN       TO WS-CNT-COUNT
           WRITE GR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STATEMENT RUNS REPLACED' TO WS-CNT-LABEL
           MOVE WS-BILL-REPLACED    TO WS-CNT-COUNT
           WRITE GR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOURNAL LINES'     TO WS-CNT-LABEL
           MOVE WS-ENT-COUNT        TO WS-CNT-COUNT
           WRITE GR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CURRENCIES UNBALANCED' TO WS-CNT-LABEL
           MOVE WS-CURS-UNBALANCED  TO WS-CNT-COUNT
           WRITE GR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LINES WITH NO ACCOUNT' TO WS-CNT-LABEL
           MOVE WS-MAP-MISSING      TO WS-CNT-COUNT
           WRITE GR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LINES NOT HELD'    TO WS-CNT-LABEL
           MOVE WS-ENT-OVERFLOW     TO WS-CNT-COUNT
           WRITE GR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO GR-LINE
           IF WS-JOURNAL-REFUSED
               MOVE 'JOURNAL NOT WRITTEN - OUT OF BALANCE OR UNMAPPED'
                   TO GR-LINE
           ELSE
               IF WS-GE-FAILED OR WS-OPEN-FAILED
                   MOVE 'JOURNAL NOT WRITTEN - GLENTRY FILE ERROR'
                       TO GR-LINE
               ELSE
                   MOVE 'JOURNAL WRITTEN - IN BALANCE' TO GR-LINE
               END-IF
           END-IF
           WRITE GR-LINE AFTER ADVANCING 2 LINES.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-LINE.
           MOVE WS-ENT-ACCOUNT(WS-ENT-IX)  TO WS-LIN-ACCOUNT
           MOVE WS-ENT-CURRENCY(WS-ENT-IX) TO WS-LIN-CURRENCY
           MOVE WS-ENT-TYPE(WS-ENT-IX)     TO WS-LIN-TYPE
           MOVE WS-ENT-DESC(WS-ENT-IX)     TO WS-LIN-DESC
           IF WS-ENT-DR-CR(WS-ENT-IX) = 'D'
               MOVE WS-ENT-AMOUNT(WS-ENT-IX) TO WS-LIN-DEBIT
               MOVE 0 TO WS-LIN-CREDIT
           ELSE
               MOVE 0 TO WS-LIN-DEBIT
               MOVE WS-ENT-AMOUNT(WS-ENT-IX) TO WS-LIN-CREDIT
           END-IF
           WRITE GR-LINE FROM WS-LINE-LINE
               AFTER ADVANCING 1 LINE.
       7100-EXIT.
           EXIT.

      *> exceptions path - unbalanced currencies and unmapped lines
       8000-LOG-GL-ERROR.
           DISPLAY "GLINTF: " WS-EXCEPTION-KEY " - "
                   WS-EXCEPTION-REASON
           MOVE 'GLINTF'            TO WS-EXC-PROGRAM
           MOVE WS-EXCEPTION-KEY    TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD   TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF GF-STATUS-OK OR GF-STATUS-EOF
               CLOSE GL-FEED-FILE
           END-IF
           IF GM-STATUS-OK OR GM-STATUS-NOT-FOUND
               CLOSE GL-MAP-TABLE
           END-IF
           IF GR-STATUS-OK
               CLOSE GL-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-OPEN-FAILED OR WS-JOURNAL-REFUSED OR WS-GE-FAILED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
