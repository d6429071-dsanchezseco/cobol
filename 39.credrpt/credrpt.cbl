      *> customer credit balance report - the refund list off the
      *> CREDFILE unapplied-cash file PAYAPPLY posts overpayments to
      *> and BILLSTMT draws down against new charges. reads the file
      *> front to back in key order and lists every credit still
      *> holding money that has sat on account longer than the
      *> number of days on the parameter card, oldest first within
      *> each customer, so accounts can refund it instead of letting
      *> it wait for a charge that may never come. the age is counted
      *> from the payment date on the same 30/360 basis AGERPT ages
      *> charges by. control totals show everything on account as
      *> well as the part listed for refund.
      *>
      *> parameter card, read from SYSIN the way EXCPRPT reads its
      *> mode card:
      *>   card 1 - age in days, three digits - credits older than
      *>            this are listed for refund

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRPT.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - aged credit balances off
      *>                 CREDFILE for refund
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CC-STATUS.

      *> the customer's name on each line, one keyed read per credit
      *> listed - refunds go out to a name, not an id
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

           SELECT CREDIT-REPORT ASSIGN TO "CREDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as PAYAPPLY's/BILLSTMT's CREDIT-FILE
       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CC-RECORD.
           COPY CREDREC.

      *> same layout as BILLSTMT's CUSTOMER-MASTER
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CM-RECORD.
           COPY CUSTREC.

       FD  CREDIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-CC-STATUS  PIC X(02) VALUE '00'.
          88 CC-STATUS-OK    VALUE '00'.
          88 CC-STATUS-EOF   VALUE '10'.
       01 WS-CM-STATUS  PIC X(02) VALUE '00'.
          88 CM-STATUS-OK         VALUE '00'.
          88 CM-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-CR-STATUS  PIC X(02) VALUE '00'.
          88 CR-STATUS-OK    VALUE '00'.

       01 WS-CC-EOF-SW  PIC X(01) VALUE 'N'.
          88 CC-AT-EOF        VALUE 'Y'.

       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> flipped when the parameter card doesn't make sense - the run
      *> ends without reading the file at all
       01 WS-PARM-ERROR-SW  PIC X(01) VALUE 'N'.
          88 WS-PARM-ERROR      VALUE 'Y'.

      *> CUSTMAST open is attempted once - without it the list still
      *> prints, just without names
       01 WS-CM-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-CM-IS-OPEN     VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> parameter card off SYSIN
       01 WS-AGE-PARM          PIC X(03).
       01 WS-AGE-PARM-N REDEFINES WS-AGE-PARM
                               PIC 9(03).

      *> day counts on the same 30/360 basis as AGERPT's buckets
       01 WS-RUN-DAYS          PIC 9(07) VALUE 0.
       01 WS-PAY-DAYS          PIC 9(07) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(07) VALUE 0.
       01 WS-DATE-SPLIT.
          05 WS-DAT-CCYY       PIC 9(04).
          05 WS-DAT-MM         PIC 9(02).
          05 WS-DAT-DD         PIC 9(02).
       01 WS-DAYS-OUT          PIC 9(07).

      *> what is still on account of the credit being looked at
       01 WS-AVAILABLE         PIC 9(07)V99 VALUE 0.

      *> control totals - on account is everything still held,
      *> for refund the part old enough to be listed
       01 WS-RECORDS-READ      PIC 9(07) VALUE 0.
       01 WS-CREDITS-HELD      PIC 9(07) VALUE 0.
       01 WS-CREDITS-LISTED    PIC 9(07) VALUE 0.
       01 WS-TOTAL-ON-ACCOUNT  PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-FOR-REFUND  PIC 9(09)V99 VALUE 0.

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
               'CREDIT BALANCES FOR REFUND'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(11) VALUE ' OLDER THAN'.
          05 WS-TTL-AGE        PIC ZZ9.
          05 FILLER            PIC X(05) VALUE ' DAYS'.
          05 FILLER            PIC X(18) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER            PIC X(07) VALUE 'ID'.
          05 FILLER            PIC X(26) VALUE 'NAME'.
          05 FILLER            PIC X(10) VALUE 'PAID ON'.
          05 FILLER            PIC X(06) VALUE '  AGE'.
          05 FILLER            PIC X(13) VALUE '     CREDIT'.
          05 FILLER            PIC X(13) VALUE '  AVAILABLE'.
          05 FILLER            PIC X(05) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-ID         PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-NAME       PIC X(25).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-DTL-PAY-DATE   PIC 9(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-AGE        PIC ZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-DTL-AVAILABLE  PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(05) VALUE SPACES.

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
           PERFORM 2000-AGE-ONE-CREDIT THRU 2000-EXIT
               UNTIL CC-AT-EOF
           IF CR-STATUS-OK AND NOT WS-OPEN-FAILED
               AND NOT WS-PARM-ERROR
               PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'CREDRPT'   TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT
           IF WS-PARM-ERROR
               SET CC-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-DATE-SPLIT
           PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
           MOVE WS-DAYS-OUT TO WS-RUN-DAYS

           OPEN INPUT CREDIT-FILE
           OPEN OUTPUT CREDIT-REPORT
           IF NOT CC-STATUS-OK
               DISPLAY "CREDRPT: UNABLE TO OPEN CREDIT-FILE, "
                       "STATUS = " WS-CC-STATUS
               SET CC-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CR-STATUS-OK
               DISPLAY "CREDRPT: UNABLE TO OPEN CREDIT-REPORT, "
                       "STATUS = " WS-CR-STATUS
               SET CC-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CM-STATUS-OK
               SET WS-CM-IS-OPEN TO TRUE
           ELSE
               DISPLAY "CREDRPT: CUSTOMER-MASTER UNAVAILABLE, "
                       "STATUS = " WS-CM-STATUS
                       " - NO NAMES PRINTED"
           END-IF
           IF CR-STATUS-OK AND NOT WS-OPEN-FAILED
               MOVE WS-RUN-DATE   TO WS-TTL-DATE
               MOVE WS-AGE-PARM-N TO WS-TTL-AGE
               WRITE CR-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE CR-LINE FROM WS-HEADING-LINE
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

      *> the age card - a bad card ends the run before the file is
      *> read, logged to the exception log like any other rejected
      *> input
       1200-READ-PARAMETERS.
           ACCEPT WS-AGE-PARM
           IF WS-AGE-PARM NOT NUMERIC
               SET WS-PARM-ERROR TO TRUE
               MOVE 'WS-AGE-PARM' TO WS-EXC-FIELD
               MOVE "AGE IN DAYS NOT NUMERIC" TO WS-EXC-REASON
               PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> one credit record per pass - anything fully drawn down is
      *> done with, anything still holding money counts as on
      *> account, and only what is older than the card's age is
      *> listed for refund
       2000-AGE-ONE-CREDIT.
           READ CREDIT-FILE NEXT
               AT END
                   SET CC-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ

           COMPUTE WS-AVAILABLE = CC-AMOUNT - CC-USED
           IF WS-AVAILABLE = 0
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CREDITS-HELD
           ADD WS-AVAILABLE TO WS-TOTAL-ON-ACCOUNT

           MOVE CC-PAY-DATE TO WS-DATE-SPLIT
           PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
           MOVE WS-DAYS-OUT TO WS-PAY-DAYS
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-PAY-DAYS
           IF WS-AGE-DAYS NOT > WS-AGE-PARM-N
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-CREDITS-LISTED
           ADD WS-AVAILABLE TO WS-TOTAL-FOR-REFUND
           PERFORM 3000-PRINT-CREDIT-LINE THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       3000-PRINT-CREDIT-LINE.
           MOVE SPACES TO WS-DTL-NAME
           IF WS-CM-IS-OPEN
               MOVE CC-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO WS-DTL-NAME
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-DTL-NAME
               END-READ
           END-IF
           MOVE CC-CUST-ID   TO WS-DTL-ID
           MOVE CC-PAY-DATE  TO WS-DTL-PAY-DATE
           MOVE WS-AGE-DAYS  TO WS-DTL-AGE
           MOVE CC-AMOUNT    TO WS-DTL-AMOUNT
           MOVE WS-AVAILABLE TO WS-DTL-AVAILABLE
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.

       4000-PRINT-TOTALS.
           MOVE 'CREDIT RECORDS READ'   TO WS-CNT-LABEL
           MOVE WS-RECORDS-READ     TO WS-CNT-COUNT
           WRITE CR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CREDITS ON ACCOUNT'    TO WS-CNT-LABEL
           MOVE WS-CREDITS-HELD     TO WS-CNT-COUNT
           WRITE CR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CREDITS FOR REFUND'    TO WS-CNT-LABEL
           MOVE WS-CREDITS-LISTED   TO WS-CNT-COUNT
           WRITE CR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL ON ACCOUNT'      TO WS-AMT-LABEL
           MOVE WS-TOTAL-ON-ACCOUNT TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL FOR REFUND'      TO WS-AMT-LABEL
           MOVE WS-TOTAL-FOR-REFUND TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.

       8000-LOG-PARM-ERROR.
           DISPLAY "CREDRPT: PARAMETER ERROR - " WS-EXC-REASON
           MOVE 'CREDRPT'    TO WS-EXC-PROGRAM
           MOVE SPACES       TO WS-EXC-KEY
           MOVE WS-RUN-DATE  TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
      *> on the parameter-error path nothing below was ever opened -
      *> every status still holds its initial '00', so only close
      *> what a clean start actually opened
           IF NOT WS-PARM-ERROR
               IF CC-STATUS-OK OR CC-STATUS-EOF
                   CLOSE CREDIT-FILE
               END-IF
               IF WS-CM-IS-OPEN
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF CR-STATUS-OK
                   CLOSE CREDIT-REPORT
               END-IF
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-PARM-ERROR OR WS-OPEN-FAILED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
