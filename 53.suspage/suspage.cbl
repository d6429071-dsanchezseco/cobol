      *> suspense aging report - the chase list off the SUSPFILE
      *> suspense file CUSTAPPLY and PAYAPPLY hold their rejects on.
      *> reads the file front to back in key order, CUSTTRAN items
      *> then PAYTRAN items, oldest first within each, and lists
      *> every item still unresolved - open, or fixed through
      *> SUSPMAINT but not yet released by SUSPREL - that has sat on
      *> the file longer than the number of days on the parameter
      *> card. the age is counted from the date the item was
      *> suspended on the same 30/360 basis AGERPT ages charges by.
      *> released and cancelled items are done with and only
      *> counted. control totals show everything unresolved as well
      *> as the part listed, with the money held on suspended
      *> payments.
      *>
      *> parameter card, read from SYSIN the way CREDRPT reads its
      *> age card:
      *>   card 1 - age in days, three digits - unresolved items
      *>            older than this are listed

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - aged unresolved items off
      *>                 SUSPFILE
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SP-STATUS.

           SELECT AGING-REPORT ASSIGN TO "SUSPAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as CUSTAPPLY's/PAYAPPLY's SUSPENSE-FILE
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SP-RECORD.
           COPY SUSPREC.

       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SA-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-SP-STATUS  PIC X(02) VALUE '00'.
          88 SP-STATUS-OK    VALUE '00'.
          88 SP-STATUS-EOF   VALUE '10'.
       01 WS-SA-STATUS  PIC X(02) VALUE '00'.
          88 SA-STATUS-OK    VALUE '00'.

       01 WS-SP-EOF-SW  PIC X(01) VALUE 'N'.
          88 SP-AT-EOF        VALUE 'Y'.

       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> flipped when the parameter card doesn't make sense - the run
      *> ends without reading the file at all
       01 WS-PARM-ERROR-SW  PIC X(01) VALUE 'N'.
          88 WS-PARM-ERROR      VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> parameter card off SYSIN
       01 WS-AGE-PARM          PIC X(03).
       01 WS-AGE-PARM-N REDEFINES WS-AGE-PARM
                               PIC 9(03).

      *> day counts on the same 30/360 basis as AGERPT's buckets
       01 WS-RUN-DAYS          PIC 9(07) VALUE 0.
       01 WS-SUSP-DAYS         PIC 9(07) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(07) VALUE 0.
       01 WS-DATE-SPLIT.
          05 WS-DAT-CCYY       PIC 9(04).
          05 WS-DAT-MM         PIC 9(02).
          05 WS-DAT-DD         PIC 9(02).
       01 WS-DAYS-OUT          PIC 9(07).

      *> control totals - unresolved is everything still open or
      *> fixed, listed the part old enough to be chased
       01 WS-RECORDS-READ      PIC 9(07) VALUE 0.
       01 WS-ITEMS-UNRESOLVED  PIC 9(07) VALUE 0.
       01 WS-ITEMS-LISTED      PIC 9(07) VALUE 0.
       01 WS-TRANS-LISTED      PIC 9(07) VALUE 0.
       01 WS-PAYS-LISTED       PIC 9(07) VALUE 0.
       01 WS-TOTAL-UNRESOLVED  PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-LISTED      PIC 9(09)V99 VALUE 0.

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
               'UNRESOLVED SUSPENSE ITEMS '.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(11) VALUE ' OLDER THAN'.
          05 WS-TTL-AGE        PIC ZZ9.
          05 FILLER            PIC X(05) VALUE ' DAYS'.
          05 FILLER            PIC X(18) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER            PIC X(16) VALUE 'SUSPENSE KEY'.
          05 FILLER            PIC X(03) VALUE 'ST'.
          05 FILLER            PIC X(07) VALUE 'ID'.
          05 FILLER            PIC X(31) VALUE 'REASON'.
          05 FILLER            PIC X(06) VALUE '  AGE'.
          05 FILLER            PIC X(12) VALUE '     AMOUNT'.
          05 FILLER            PIC X(05) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-KEY        PIC X(14).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-STATUS     PIC X(01).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-ID         PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-REASON     PIC X(30).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-DTL-AGE        PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-DTL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
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
           PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
               UNTIL SP-AT-EOF
           IF SA-STATUS-OK AND NOT WS-OPEN-FAILED
               AND NOT WS-PARM-ERROR
               PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'SUSPAGE'   TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT
           IF WS-PARM-ERROR
               SET SP-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-DATE-SPLIT
           PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
           MOVE WS-DAYS-OUT TO WS-RUN-DAYS

           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT AGING-REPORT
           IF NOT SP-STATUS-OK
               DISPLAY "SUSPAGE: UNABLE TO OPEN SUSPENSE-FILE, "
                       "STATUS = " WS-SP-STATUS
               SET SP-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT SA-STATUS-OK
               DISPLAY "SUSPAGE: UNABLE TO OPEN AGING-REPORT, "
                       "STATUS = " WS-SA-STATUS
               SET SP-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF SA-STATUS-OK AND NOT WS-OPEN-FAILED
               MOVE WS-RUN-DATE   TO WS-TTL-DATE
               MOVE WS-AGE-PARM-N TO WS-TTL-AGE
               WRITE SA-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE SA-LINE FROM WS-HEADING-LINE
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

      *> one suspense item per pass - released or cancelled is done
      *> with, open or fixed counts as unresolved, and only what is
      *> older than the card's age is listed
       2000-AGE-ONE-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   SET SP-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ

           IF NOT SP-STAT-UNRESOLVED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-UNRESOLVED
           IF SP-SOURCE-PAYTRAN
               ADD SP-PY-AMOUNT TO WS-TOTAL-UNRESOLVED
           END-IF

           MOVE SP-SUSP-DATE TO WS-DATE-SPLIT
           PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
           MOVE WS-DAYS-OUT TO WS-SUSP-DAYS
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-SUSP-DAYS
           IF WS-AGE-DAYS NOT > WS-AGE-PARM-N
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-ITEMS-LISTED
           IF SP-SOURCE-PAYTRAN
               ADD 1 TO WS-PAYS-LISTED
               ADD SP-PY-AMOUNT TO WS-TOTAL-LISTED
           ELSE
               ADD 1 TO WS-TRANS-LISTED
           END-IF
           PERFORM 3000-PRINT-ITEM-LINE THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *> the amount column is for payments only - a CUSTTRAN item
      *> carries no money
       3000-PRINT-ITEM-LINE.
           MOVE SP-KEY       TO WS-DTL-KEY
           MOVE SP-STATUS    TO WS-DTL-STATUS
           MOVE SP-CUST-ID   TO WS-DTL-ID
           MOVE SP-REASON    TO WS-DTL-REASON
           MOVE WS-AGE-DAYS  TO WS-DTL-AGE
           IF SP-SOURCE-PAYTRAN
               MOVE SP-PY-AMOUNT TO WS-DTL-AMOUNT
           ELSE
               MOVE 0            TO WS-DTL-AMOUNT
           END-IF
           WRITE SA-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.

       4000-PRINT-TOTALS.
           MOVE 'SUSPENSE RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-RECORDS-READ     TO WS-CNT-COUNT
           WRITE SA-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ITEMS UNRESOLVED'      TO WS-CNT-LABEL
           MOVE WS-ITEMS-UNRESOLVED TO WS-CNT-COUNT
           WRITE SA-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ITEMS LISTED'          TO WS-CNT-LABEL
           MOVE WS-ITEMS-LISTED     TO WS-CNT-COUNT
           WRITE SA-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  TRANSACTIONS'        TO WS-CNT-LABEL
           MOVE WS-TRANS-LISTED     TO WS-CNT-COUNT
           WRITE SA-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  PAYMENTS'            TO WS-CNT-LABEL
           MOVE WS-PAYS-LISTED      TO WS-CNT-COUNT
           WRITE SA-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAYMENTS UNRESOLVED'   TO WS-AMT-LABEL
           MOVE WS-TOTAL-UNRESOLVED TO WS-AMT-VALUE
           WRITE SA-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PAYMENTS LISTED'       TO WS-AMT-LABEL
           MOVE WS-TOTAL-LISTED     TO WS-AMT-VALUE
           WRITE SA-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.

       8000-LOG-PARM-ERROR.
           DISPLAY "SUSPAGE: PARAMETER ERROR - " WS-EXC-REASON
           MOVE 'SUSPAGE'    TO WS-EXC-PROGRAM
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
               IF SP-STATUS-OK OR SP-STATUS-EOF
                   CLOSE SUSPENSE-FILE
               END-IF
               IF SA-STATUS-OK
                   CLOSE AGING-REPORT
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
