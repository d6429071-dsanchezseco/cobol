      *> dunning run off the billing history - the reminder letters
      *> that used to be typed from the AGERPT printout. reads
      *> BILLHIST front to back in key order the way AGERPT's
      *> 2000-AGE-ONE-RECORD does, so each customer's charges arrive
      *> together, and ages the customer by the oldest statement
      *> still carrying an open amount: over 30 days earns a first
      *> notice, over 60 a second, over 90 the final one. each notice
      *> is printed to the bill-to address (the ADDRFILE override
      *> when there is one, the master's own address otherwise) and
      *> the level sent is kept on DUNFILE, so a customer is never
      *> sent the same notice twice and a customer who pays up
      *> starts again from the first notice next time. a customer
      *> past the final-notice threshold who is still active is put
      *> on credit hold - CM-STATUS suspended, rewritten and
      *> journalled through JRNLRTN like any other master change, so
      *> JRNLBACK can undo a bad run - and listed on the credit-hold
      *> report for the collections desk.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - first/second/final notices
      *>                 off the oldest open item, notice level kept
      *>                 on DUNFILE, credit hold past the final notice
      *> 2026-10-15  jm  the AUDITLOG and CUSTJRNL records carry the
      *>                 operator signed on through SIGNRTN now -
      *>                 every program that builds them must carry
      *>                 the same copybook fields; a batch run like
      *>                 this one leaves the operator blank
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> read front to back, customer by customer, like AGERPT
           SELECT BILLING-HISTORY ASSIGN TO "BILLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

      *> read for the name and standing, rewritten for a hold
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

      *> bill-to override addresses, keyed customer id plus type 'B'
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-AF-STATUS.

      *> the last notice level per customer, read and written by id
           SELECT DUNNING-FILE ASSIGN TO "DUNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-CUST-ID
               FILE STATUS IS WS-DN-STATUS.

           SELECT NOTICE-REPORT ASSIGN TO "DUNNOTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NR-STATUS.

           SELECT HOLD-REPORT ASSIGN TO "HOLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as BILLSTMT's BILLING-HISTORY
       FD  BILLING-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  BH-RECORD.
           COPY BILLHREC.

      *> same layout as CUSTMAINT's CUSTOMER-MASTER
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CM-RECORD.
           COPY CUSTREC.

      *> same layout as CUSTMAINT's ADDRESS-FILE
       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AD-RECORD.
           COPY ADDRREC.

       FD  DUNNING-FILE
           LABEL RECORDS ARE STANDARD.
       01  DN-RECORD.
           COPY DUNREC.

       FD  NOTICE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  NR-LINE                PIC X(80).

       FD  HOLD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-BH-STATUS  PIC X(02) VALUE '00'.
          88 BH-STATUS-OK    VALUE '00'.
          88 BH-STATUS-EOF   VALUE '10'.
       01 WS-CM-STATUS  PIC X(02) VALUE '00'.
          88 CM-STATUS-OK         VALUE '00'.
          88 CM-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-AF-STATUS  PIC X(02) VALUE '00'.
          88 AF-STATUS-OK         VALUE '00'.
          88 AF-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-DN-STATUS  PIC X(02) VALUE '00'.
          88 DN-STATUS-OK         VALUE '00'.
          88 DN-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-NR-STATUS  PIC X(02) VALUE '00'.
          88 NR-STATUS-OK    VALUE '00'.
       01 WS-HR-STATUS  PIC X(02) VALUE '00'.
          88 HR-STATUS-OK    VALUE '00'.

       01 WS-BH-EOF-SW  PIC X(01) VALUE 'N'.
          88 BH-AT-EOF        VALUE 'Y'.

       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> ADDRFILE open is attempted once - when it isn't there every
      *> notice simply goes to the master's own address, the same
      *> fallback BILLSTMT uses
       01 WS-AF-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-AF-IS-OPEN     VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> day counts on the same 30/360 basis AGERPT buckets on, so a
      *> customer shown over 90 there is over 90 here
       01 WS-RUN-DAYS          PIC 9(07) VALUE 0.
       01 WS-CHG-DAYS          PIC 9(07) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(07) VALUE 0.
       01 WS-DATE-SPLIT.
          05 WS-DAT-CCYY       PIC 9(04).
          05 WS-DAT-MM         PIC 9(02).
          05 WS-DAT-DD         PIC 9(02).
       01 WS-DAYS-OUT          PIC 9(07).

      *> notice thresholds in days, matched to AGERPT's buckets
       01 WS-FIRST-DAYS        PIC 9(03) VALUE 30.
       01 WS-SECOND-DAYS       PIC 9(03) VALUE 60.
       01 WS-FINAL-DAYS        PIC 9(03) VALUE 90.

       01 WS-OPEN-AMOUNT       PIC S9(07)V99 VALUE 0.

      *> the customer being grouped - closed out whenever the id
      *> changes, same control-break shape as AGERPT
       01 WS-PRIOR-CUST        PIC X(05) VALUE SPACES.
       01 WS-HAVE-PRIOR-SW  PIC X(01) VALUE 'N'.
          88 WS-HAVE-PRIOR     VALUE 'Y'.

      *> one customer's figures - history is in run-date order
      *> within the customer, so the first open item met is the
      *> oldest and sets the age the notice level is chosen by
       01 WS-CUST-FIGURES.
          05 WS-CUST-OPEN      PIC 9(07)V99 VALUE 0.
          05 WS-CUST-OVERDUE   PIC 9(07)V99 VALUE 0.
          05 WS-CUST-OLDEST    PIC 9(08) VALUE 0.
          05 WS-CUST-AGE       PIC S9(07) VALUE 0.

      *> the notice the customer's age calls for, 0 when nothing is
      *> past the first threshold
       01 WS-DUE-LEVEL         PIC 9(01) VALUE 0.
          88 WS-DUE-NONE       VALUE 0.
          88 WS-DUE-FINAL      VALUE 3.

       01 WS-DUN-FOUND-SW   PIC X(01) VALUE 'N'.
          88 WS-DUN-ON-FILE    VALUE 'Y'.

       01 WS-ID-VALID-SW       PIC X(01) VALUE 'Y'.
          88 WS-ID-IS-VALID    VALUE 'Y'.
          88 WS-ID-IS-INVALID  VALUE 'N'.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.

      *> which field 8000-LOG-DUNNING-ERROR should log against - set
      *> ahead of each PERFORM, the same way RETMAIL's works
       01 WS-REJECTED-FIELD    PIC X(15) VALUE SPACES.

      *> bill-to address the notice prints - the override when there
      *> is one, the master's own address otherwise
       01 WS-ADDRESS.
           COPY CUSTADDR.

      *> control totals - every customer with history is either
      *> clear, sent a notice, already noticed, unmailable or
      *> rejected
       01 WS-RECORDS-READ      PIC 9(07) VALUE 0.
       01 WS-CUSTS-READ        PIC 9(07) VALUE 0.
       01 WS-CUSTS-CLEAR       PIC 9(07) VALUE 0.
       01 WS-FIRST-SENT        PIC 9(07) VALUE 0.
       01 WS-SECOND-SENT       PIC 9(07) VALUE 0.
       01 WS-FINAL-SENT        PIC 9(07) VALUE 0.
       01 WS-ALREADY-SENT      PIC 9(07) VALUE 0.
       01 WS-UNMAILABLE        PIC 9(07) VALUE 0.
       01 WS-LEVELS-RESET      PIC 9(07) VALUE 0.
       01 WS-HOLDS-PLACED      PIC 9(07) VALUE 0.
       01 WS-CUSTS-REJECTED    PIC 9(07) VALUE 0.
       01 WS-TOTAL-OVERDUE     PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-HELD        PIC 9(09)V99 VALUE 0.

      *> the record as it looked before the hold went on, saved off
      *> the READ so the journal can carry it
       01 WS-BEFORE-IMAGE   PIC X(98) VALUE SPACES.

      *> built and handed to JRNLRTN on every hold - the status
      *> change is master maintenance like any other
       01 WS-JOURNAL-REC.
           COPY JRNLREC REPLACING ==XJ-RUN-DATE== BY ==WS-JRN-RUN-DATE==
                                  ==XJ-PROGRAM==  BY ==WS-JRN-PROGRAM==
                                  ==XJ-OPERATOR== BY ==WS-JRN-OPERATOR==
                                  ==XJ-CUST-ID==  BY ==WS-JRN-CUST-ID==
                                  ==XJ-ACTION==   BY ==WS-JRN-ACTION==
                                  ==XJ-BEFORE==   BY ==WS-JRN-BEFORE==
                                  ==XJ-AFTER==    BY ==WS-JRN-AFTER==.

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

      *> notice page lines
       01 WS-NTC-HDR-LINE.
          05 WS-NTC-TITLE      PIC X(26).
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-NTC-DATE       PIC 9(08).
          05 FILLER            PIC X(37) VALUE SPACES.

       01 WS-NTC-ID-LINE.
          05 FILLER            PIC X(09) VALUE 'ACCOUNT: '.
          05 WS-NTC-ID         PIC X(05).
          05 FILLER            PIC X(66) VALUE SPACES.

       01 WS-NTC-OLDEST-LINE.
          05 FILLER            PIC X(24) VALUE
               'OLDEST UNPAID STATEMENT'.
          05 WS-NTC-OLDEST     PIC 9(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-NTC-AGE        PIC ZZZZ9.
          05 FILLER            PIC X(05) VALUE ' DAYS'.
          05 FILLER            PIC X(36) VALUE SPACES.

       01 WS-NTC-AMT-LINE.
          05 WS-NTC-AMT-LABEL  PIC X(24).
          05 WS-NTC-AMT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(44) VALUE SPACES.

      *> credit-hold report lines
       01 WS-TITLE-LINE.
          05 FILLER            PIC X(26) VALUE
               'CREDIT HOLD REPORT'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(37) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER            PIC X(07) VALUE 'ID'.
          05 FILLER            PIC X(27) VALUE 'NAME'.
          05 FILLER            PIC X(10) VALUE 'OLDEST'.
          05 FILLER            PIC X(08) VALUE '    DAYS'.
          05 FILLER            PIC X(14) VALUE '       OPEN'.
          05 FILLER            PIC X(14) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-ID         PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-NAME       PIC X(25).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-OLDEST     PIC 9(08).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 WS-DTL-AGE        PIC ZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-OPEN       PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(16) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 WS-AMT-LABEL      PIC X(24).
          05 WS-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(42) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CNT-LABEL      PIC X(24).
          05 WS-CNT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-DUN-ONE-RECORD THRU 2000-EXIT
               UNTIL BH-AT-EOF
           IF NOT WS-OPEN-FAILED
               IF WS-HAVE-PRIOR
                   PERFORM 3000-DUN-ONE-CUSTOMER THRU 3000-EXIT
               END-IF
               PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'DUNNING'   TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           MOVE WS-RUN-DATE TO WS-DATE-SPLIT
           PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
           MOVE WS-DAYS-OUT TO WS-RUN-DAYS

           OPEN INPUT BILLING-HISTORY
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O DUNNING-FILE
           OPEN OUTPUT NOTICE-REPORT
           OPEN OUTPUT HOLD-REPORT
           IF NOT BH-STATUS-OK
               DISPLAY "DUNNING: UNABLE TO OPEN BILLING-HISTORY, "
                       "STATUS = " WS-BH-STATUS
               SET BH-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CM-STATUS-OK
               DISPLAY "DUNNING: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "STATUS = " WS-CM-STATUS
               SET BH-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT DN-STATUS-OK
               DISPLAY "DUNNING: UNABLE TO OPEN DUNNING-FILE, "
                       "STATUS = " WS-DN-STATUS
               SET BH-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT NR-STATUS-OK
               DISPLAY "DUNNING: UNABLE TO OPEN NOTICE-REPORT, "
                       "STATUS = " WS-NR-STATUS
               SET BH-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT HR-STATUS-OK
               DISPLAY "DUNNING: UNABLE TO OPEN HOLD-REPORT, "
                       "STATUS = " WS-HR-STATUS
               SET BH-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF AF-STATUS-OK
               SET WS-AF-IS-OPEN TO TRUE
           ELSE
               DISPLAY "DUNNING: ADDRESS-FILE UNAVAILABLE, "
                       "STATUS = " WS-AF-STATUS
                       " - MASTER ADDRESSES ONLY"
           END-IF
           IF NOT WS-OPEN-FAILED
               MOVE WS-RUN-DATE TO WS-TTL-DATE
               WRITE HR-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE HR-LINE FROM WS-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       1000-EXIT.
           EXIT.

      *> CCYYMMDD into a 30/360 day count - WS-DATE-SPLIT in,
      *> WS-DAYS-OUT back
       1100-DATE-TO-DAYS.
           COMPUTE WS-DAYS-OUT = WS-DAT-CCYY * 360
               + (WS-DAT-MM - 1) * 30
               + WS-DAT-DD.
       1100-EXIT.
           EXIT.

      *> one history record per pass - close out the customer on an
      *> id change, then add the record's open amount in, noting the
      *> oldest open item and how much is past the first threshold
       2000-DUN-ONE-RECORD.
           READ BILLING-HISTORY NEXT
               AT END
                   SET BH-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ

           IF WS-HAVE-PRIOR AND BH-CUST-ID NOT = WS-PRIOR-CUST
               PERFORM 3000-DUN-ONE-CUSTOMER THRU 3000-EXIT
           END-IF
           MOVE BH-CUST-ID TO WS-PRIOR-CUST
           SET WS-HAVE-PRIOR TO TRUE

           COMPUTE WS-OPEN-AMOUNT = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF WS-OPEN-AMOUNT <= 0
               GO TO 2000-EXIT
           END-IF

           MOVE BH-RUN-DATE TO WS-DATE-SPLIT
           PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
           MOVE WS-DAYS-OUT TO WS-CHG-DAYS
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-CHG-DAYS

           IF WS-CUST-OPEN = 0
               MOVE BH-RUN-DATE TO WS-CUST-OLDEST
               MOVE WS-AGE-DAYS TO WS-CUST-AGE
           END-IF
           ADD WS-OPEN-AMOUNT TO WS-CUST-OPEN
           IF WS-AGE-DAYS > WS-FIRST-DAYS
               ADD WS-OPEN-AMOUNT TO WS-CUST-OVERDUE
           END-IF.
       2000-EXIT.
           EXIT.

      *> one customer per pass - the oldest open item picks the
      *> notice due; it is sent only when it is beyond the level
      *> already on DUNFILE, and past the final threshold an active
      *> customer not already held by this program goes on hold.
      *> the figures are cleared for the next customer whichever
      *> way 3050 ends
       3000-DUN-ONE-CUSTOMER.
           PERFORM 3050-WORK-ONE-CUSTOMER THRU 3050-EXIT
           INITIALIZE WS-CUST-FIGURES.
       3000-EXIT.
           EXIT.

       3050-WORK-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTS-READ
           MOVE 0 TO WS-DUE-LEVEL
           IF WS-CUST-OPEN > 0
               IF WS-CUST-AGE > WS-FINAL-DAYS
                   MOVE 3 TO WS-DUE-LEVEL
               ELSE
                   IF WS-CUST-AGE > WS-SECOND-DAYS
                       MOVE 2 TO WS-DUE-LEVEL
                   ELSE
                       IF WS-CUST-AGE > WS-FIRST-DAYS
                           MOVE 1 TO WS-DUE-LEVEL
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 3100-READ-DUNNING-LEVEL THRU 3100-EXIT

      *> nothing overdue - a customer who had been written to has
      *> caught up, so the letters start from the top next time
           IF WS-DUE-NONE
               ADD 1 TO WS-CUSTS-CLEAR
               IF WS-DUN-ON-FILE
                   AND (NOT DN-LEVEL-NONE OR DN-HOLD-DATE NOT = 0)
                   PERFORM 3500-RESET-DUNNING-LEVEL THRU 3500-EXIT
               END-IF
               GO TO 3050-EXIT
           END-IF

           CALL 'IDVALID' USING WS-PRIOR-CUST WS-ID-VALID-SW
               WS-EXCEPTION-REASON
           IF WS-ID-IS-INVALID
               ADD 1 TO WS-CUSTS-REJECTED
               MOVE 'BH-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-DUNNING-ERROR THRU 8000-EXIT
               GO TO 3050-EXIT
           END-IF
           MOVE WS-PRIOR-CUST TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-CUSTS-REJECTED
                   MOVE "OVERDUE - ID NOT ON MASTER"
                       TO WS-EXCEPTION-REASON
                   MOVE 'BH-CUST-ID' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-DUNNING-ERROR THRU 8000-EXIT
                   GO TO 3050-EXIT
           END-READ
           ADD WS-CUST-OVERDUE TO WS-TOTAL-OVERDUE

           IF WS-DUN-ON-FILE AND DN-LEVEL NOT < WS-DUE-LEVEL
               ADD 1 TO WS-ALREADY-SENT
           ELSE
      *> a returned address gets no letter and keeps its level, so
      *> the notice goes out once the address is put right
               IF CM-MAIL-UNDELIVERABLE
                   ADD 1 TO WS-UNMAILABLE
               ELSE
                   PERFORM 3200-PRINT-NOTICE THRU 3200-EXIT
                   MOVE WS-DUE-LEVEL   TO DN-LEVEL
                   MOVE WS-RUN-DATE    TO DN-NOTICE-DATE
                   MOVE WS-CUST-OLDEST TO DN-OLDEST-DATE
                   PERFORM 3300-SAVE-DUNNING-LEVEL THRU 3300-EXIT
               END-IF
           END-IF

           IF WS-DUE-FINAL AND DN-HOLD-DATE = 0 AND CM-STAT-ACTIVE
               PERFORM 3400-PLACE-ON-HOLD THRU 3400-EXIT
           END-IF.
       3050-EXIT.
           EXIT.

      *> the level on file for this customer, or a fresh level-0
      *> record ready to be written if they have never had a notice
       3100-READ-DUNNING-LEVEL.
           MOVE 'N' TO WS-DUN-FOUND-SW
           MOVE WS-PRIOR-CUST TO DN-CUST-ID
           READ DUNNING-FILE
               INVALID KEY
                   MOVE WS-PRIOR-CUST TO DN-CUST-ID
                   MOVE 0 TO DN-LEVEL
                   MOVE 0 TO DN-NOTICE-DATE
                   MOVE 0 TO DN-OLDEST-DATE
                   MOVE 0 TO DN-HOLD-DATE
               NOT INVALID KEY
                   SET WS-DUN-ON-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *> one page per notice - heading, the address block laid out
      *> the way BILLSTMT's statement prints it, then the amounts
      *> and the wording for the level being sent
       3200-PRINT-NOTICE.
           PERFORM 3210-GET-BILL-TO-ADDRESS THRU 3210-EXIT
           IF WS-DUE-LEVEL = 1
               MOVE 'FIRST NOTICE'  TO WS-NTC-TITLE
               ADD 1 TO WS-FIRST-SENT
           ELSE
               IF WS-DUE-LEVEL = 2
                   MOVE 'SECOND NOTICE' TO WS-NTC-TITLE
                   ADD 1 TO WS-SECOND-SENT
               ELSE
                   MOVE 'FINAL NOTICE'  TO WS-NTC-TITLE
                   ADD 1 TO WS-FINAL-SENT
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-NTC-DATE
           IF WS-FIRST-SENT + WS-SECOND-SENT + WS-FINAL-SENT = 1
               WRITE NR-LINE FROM WS-NTC-HDR-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE NR-LINE FROM WS-NTC-HDR-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO NR-LINE
           WRITE NR-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO NR-LINE
           MOVE CM-NAME TO NR-LINE
           WRITE NR-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO NR-LINE
           STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STREET DELIMITED BY SIZE
               INTO NR-LINE
           WRITE NR-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO NR-LINE
           STRING WS-CITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNTRY DELIMITED BY SIZE
               INTO NR-LINE
           WRITE NR-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO NR-LINE
           WRITE NR-LINE AFTER ADVANCING 1 LINE

           MOVE CM-CUST-ID TO WS-NTC-ID
           WRITE NR-LINE FROM WS-NTC-ID-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CUST-OLDEST TO WS-NTC-OLDEST
           MOVE WS-CUST-AGE    TO WS-NTC-AGE
           WRITE NR-LINE FROM WS-NTC-OLDEST-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AMOUNT OVERDUE'     TO WS-NTC-AMT-LABEL
           MOVE WS-CUST-OVERDUE      TO WS-NTC-AMT
           WRITE NR-LINE FROM WS-NTC-AMT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL BALANCE OPEN' TO WS-NTC-AMT-LABEL
           MOVE WS-CUST-OPEN         TO WS-NTC-AMT
           WRITE NR-LINE FROM WS-NTC-AMT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO NR-LINE
           IF WS-DUE-LEVEL = 1
               MOVE
               'OUR RECORDS SHOW THE AMOUNT ABOVE IS OVERDUE.'
                   TO NR-LINE
               WRITE NR-LINE AFTER ADVANCING 2 LINES
               MOVE
               'PLEASE ARRANGE PAYMENT AT YOUR EARLIEST CONVENIENCE.'
                   TO NR-LINE
               WRITE NR-LINE AFTER ADVANCING 1 LINE
           ELSE
               IF WS-DUE-LEVEL = 2
                   MOVE
               'THE AMOUNT ABOVE REMAINS UNPAID DESPITE OUR NOTICE.'
                       TO NR-LINE
                   WRITE NR-LINE AFTER ADVANCING 2 LINES
                   MOVE 'PLEASE PAY IN FULL WITHIN 30 DAYS.'
                       TO NR-LINE
                   WRITE NR-LINE AFTER ADVANCING 1 LINE
               ELSE
                   MOVE
               'THE AMOUNT ABOVE IS NOW SERIOUSLY OVERDUE.'
                       TO NR-LINE
                   WRITE NR-LINE AFTER ADVANCING 2 LINES
                   MOVE
               'UNLESS PAID NOW YOUR ACCOUNT WILL BE PLACED ON HOLD.'
                       TO NR-LINE
                   WRITE NR-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *> bill-to override when ADDRFILE has one, the master's own
      *> address otherwise - the same lookup as BILLSTMT's 2195
       3210-GET-BILL-TO-ADDRESS.
           MOVE CM-ADDRESS TO WS-ADDRESS
           IF NOT WS-AF-IS-OPEN
               GO TO 3210-EXIT
           END-IF
           MOVE CM-CUST-ID TO AD-CUST-ID
           MOVE 'B'        TO AD-ADDR-TYPE
           READ ADDRESS-FILE
               INVALID KEY
                   GO TO 3210-EXIT
           END-READ
           MOVE AD-ADDRESS TO WS-ADDRESS.
       3210-EXIT.
           EXIT.

      *> a customer's first notice adds their DUNFILE record, every
      *> later change rewrites it
       3300-SAVE-DUNNING-LEVEL.
           IF WS-DUN-ON-FILE
               REWRITE DN-RECORD
                   INVALID KEY
                       MOVE "DUNNING LEVEL REWRITE FAILED"
                           TO WS-EXCEPTION-REASON
                       MOVE 'DN-LEVEL' TO WS-REJECTED-FIELD
                       PERFORM 8000-LOG-DUNNING-ERROR THRU 8000-EXIT
               END-REWRITE
           ELSE
               WRITE DN-RECORD
                   INVALID KEY
                       MOVE "DUNNING LEVEL WRITE FAILED"
                           TO WS-EXCEPTION-REASON
                       MOVE 'DN-LEVEL' TO WS-REJECTED-FIELD
                       PERFORM 8000-LOG-DUNNING-ERROR THRU 8000-EXIT
                   NOT INVALID KEY
                       SET WS-DUN-ON-FILE TO TRUE
               END-WRITE
           END-IF.
       3300-EXIT.
           EXIT.

      *> credit hold - the master goes to suspended as of the run
      *> date, the rewrite is journalled so JRNLBACK can take it
      *> off again, and the hold date on DUNFILE stops the next run
      *> suspending a customer the collections desk has released
       3400-PLACE-ON-HOLD.
           MOVE CM-RECORD   TO WS-BEFORE-IMAGE
           MOVE 'S'         TO CM-STATUS
           MOVE WS-RUN-DATE TO CM-STATUS-DATE
           REWRITE CM-RECORD
               INVALID KEY
                   ADD 1 TO WS-CUSTS-REJECTED
                   MOVE "CREDIT HOLD - REWRITE FAILED"
                       TO WS-EXCEPTION-REASON
                   MOVE 'CM-STATUS' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-DUNNING-ERROR THRU 8000-EXIT
                   GO TO 3400-EXIT
           END-REWRITE
           ADD 1 TO WS-HOLDS-PLACED
           ADD WS-CUST-OPEN TO WS-TOTAL-HELD
           MOVE 'C'             TO WS-JRN-ACTION
           MOVE WS-BEFORE-IMAGE TO WS-JRN-BEFORE
           MOVE CM-RECORD       TO WS-JRN-AFTER
           PERFORM 7600-WRITE-JOURNAL THRU 7600-EXIT

           MOVE WS-RUN-DATE TO DN-HOLD-DATE
           PERFORM 3300-SAVE-DUNNING-LEVEL THRU 3300-EXIT

           MOVE CM-CUST-ID     TO WS-DTL-ID
           MOVE CM-NAME        TO WS-DTL-NAME
           MOVE WS-CUST-OLDEST TO WS-DTL-OLDEST
           MOVE WS-CUST-AGE    TO WS-DTL-AGE
           MOVE WS-CUST-OPEN   TO WS-DTL-OPEN
           WRITE HR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       3400-EXIT.
           EXIT.

      *> paid up - back to level 0 with no hold date on file
       3500-RESET-DUNNING-LEVEL.
           MOVE 0 TO DN-LEVEL
           MOVE 0 TO DN-HOLD-DATE
           MOVE WS-RUN-DATE TO DN-NOTICE-DATE
           MOVE 0 TO DN-OLDEST-DATE
           PERFORM 3300-SAVE-DUNNING-LEVEL THRU 3300-EXIT
           ADD 1 TO WS-LEVELS-RESET.
       3500-EXIT.
           EXIT.

       7000-PRINT-TOTALS.
           MOVE 'HISTORY RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-RECORDS-READ     TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CUSTOMERS READ'    TO WS-CNT-LABEL
           MOVE WS-CUSTS-READ       TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS NOT OVERDUE' TO WS-CNT-LABEL
           MOVE WS-CUSTS-CLEAR      TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FIRST NOTICES SENT' TO WS-CNT-LABEL
           MOVE WS-FIRST-SENT       TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SECOND NOTICES SENT' TO WS-CNT-LABEL
           MOVE WS-SECOND-SENT      TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FINAL NOTICES SENT' TO WS-CNT-LABEL
           MOVE WS-FINAL-SENT       TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOTICE ALREADY SENT' TO WS-CNT-LABEL
           MOVE WS-ALREADY-SENT     TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ADDRESS UNDELIVERABLE' TO WS-CNT-LABEL
           MOVE WS-UNMAILABLE       TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS REJECTED' TO WS-CNT-LABEL
           MOVE WS-CUSTS-REJECTED   TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEVELS RESET - PAID UP' TO WS-CNT-LABEL
           MOVE WS-LEVELS-RESET     TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PLACED ON CREDIT HOLD' TO WS-CNT-LABEL
           MOVE WS-HOLDS-PLACED     TO WS-CNT-COUNT
           WRITE HR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL OVERDUE'     TO WS-AMT-LABEL
           MOVE WS-TOTAL-OVERDUE    TO WS-AMT-VALUE
           WRITE HR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL OPEN ON HOLD' TO WS-AMT-LABEL
           MOVE WS-TOTAL-HELD       TO WS-AMT-VALUE
           WRITE HR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           EXIT.

      *> one journal record per hold - the status change is
      *> undoable by JRNLBACK like any other master maintenance
       7600-WRITE-JOURNAL.
           MOVE WS-RUN-DATE   TO WS-JRN-RUN-DATE
           MOVE 'DUNNING'     TO WS-JRN-PROGRAM
           MOVE SPACES        TO WS-JRN-OPERATOR
           MOVE CM-CUST-ID    TO WS-JRN-CUST-ID
           CALL 'JRNLRTN' USING WS-JOURNAL-REC.
       7600-EXIT.
           EXIT.

      *> exceptions path - unknown ids and failed rewrites land here
       8000-LOG-DUNNING-ERROR.
           DISPLAY "DUNNING: " WS-PRIOR-CUST " - " WS-EXCEPTION-REASON
           MOVE 'DUNNING'           TO WS-EXC-PROGRAM
           MOVE WS-PRIOR-CUST       TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD   TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF BH-STATUS-OK OR BH-STATUS-EOF
               CLOSE BILLING-HISTORY
           END-IF
           IF CM-STATUS-OK OR CM-STATUS-NOT-FOUND
               CLOSE CUSTOMER-MASTER
           END-IF
           IF DN-STATUS-OK OR DN-STATUS-NOT-FOUND
               CLOSE DUNNING-FILE
           END-IF
           IF WS-AF-IS-OPEN
               CLOSE ADDRESS-FILE
           END-IF
           IF NR-STATUS-OK
               CLOSE NOTICE-REPORT
           END-IF
           IF HR-STATUS-OK
               CLOSE HOLD-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-CUSTS-REJECTED > 0 OR WS-OPEN-FAILED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
