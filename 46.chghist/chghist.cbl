      *> customer change-history report off the CUSTJRNL journal -
      *> the "who changed my address and when" answer. JRNLBACK is
      *> the only other reader of the journal and it only ever looks
      *> at whole images; this program lays each record's before and
      *> after image over the CUSTREC layout and prints just the
      *> fields that differ, old value beside new, under a line
      *> naming the customer, the run date, the program that made
      *> the change, the operator who keyed it, and whether it was
      *> an add, a change or a delete.
      *> an add shows every field coming in from blank, a delete
      *> every field going out to blank. records are listed in
      *> journal order, which is the order the changes were made.
      *> a last page counts the changes per field per program, so a
      *> transaction stack that rewrote the same field on every
      *> customer stands out without reading the detail.
      *>
      *> parameter cards, read from SYSIN the way EXCPRPT reads its
      *> mode card - a blank card selects everything:
      *>   card 1 - customer id range, from id in columns 1-5 and to
      *>            id in 6-10. a blank to id means the from id only
      *>   card 2 - run date range CCYYMMDD, from in columns 1-8 and
      *>            to in 9-16. a blank to date means no upper limit
      *>   card 3 - program name, columns 1-10, for that program's
      *>            changes only

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGHIST.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - field-level change history
      *>                 off the CUSTJRNL before/after images with a
      *>                 per-field, per-program summary page
      *> 2026-10-15  jm  the line over each change names the operator
      *>                 signed on when it was keyed - blank for a
      *>                 batch program's change
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

           SELECT HISTORY-REPORT ASSIGN TO "CHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same record JRNLRTN writes - read back here with the
      *> copybook's own XJ- names, the way JRNLBACK reads it
       FD  CUSTOMER-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  JR-RECORD.
           COPY JRNLREC.

       FD  HISTORY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-JR-STATUS  PIC X(02) VALUE '00'.
          88 JR-STATUS-OK    VALUE '00'.
          88 JR-STATUS-EOF   VALUE '10'.
       01 WS-HR-STATUS  PIC X(02) VALUE '00'.
          88 HR-STATUS-OK    VALUE '00'.

       01 WS-JR-EOF-SW  PIC X(01) VALUE 'N'.
          88 JR-AT-EOF        VALUE 'Y'.

       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> flipped when a parameter card doesn't make sense - the run
      *> ends without reading the journal at all
       01 WS-PARM-ERROR-SW  PIC X(01) VALUE 'N'.
          88 WS-PARM-ERROR      VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> parameter cards off SYSIN
       01 WS-ID-PARM           PIC X(10).
       01 WS-ID-SPLIT REDEFINES WS-ID-PARM.
          05 WS-PARM-FROM-ID   PIC X(05).
          05 WS-PARM-TO-ID     PIC X(05).
       01 WS-DATE-PARM         PIC X(16).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-PARM.
          05 WS-PARM-FROM-DATE PIC X(08).
          05 WS-PARM-FROM-DATE-N REDEFINES WS-PARM-FROM-DATE
                               PIC 9(08).
          05 WS-PARM-TO-DATE   PIC X(08).
          05 WS-PARM-TO-DATE-N REDEFINES WS-PARM-TO-DATE
                               PIC 9(08).
       01 WS-PROGRAM-PARM      PIC X(10).

      *> the selection the cards come down to
       01 WS-FROM-ID           PIC X(05) VALUE LOW-VALUES.
       01 WS-TO-ID             PIC X(05) VALUE HIGH-VALUES.
       01 WS-FROM-DATE         PIC 9(08) VALUE 0.
       01 WS-TO-DATE           PIC 9(08) VALUE 99999999.

      *> the journal's two images laid over the master layout - the
      *> same copybook twice, told apart by OF WS-OLD-CUST/NEW-CUST,
      *> so a field added to CUSTREC is compared here as soon as it
      *> is given a line in 3000-COMPARE-IMAGES
       01 WS-OLD-CUST.
           COPY CUSTREC.
       01 WS-NEW-CUST.
           COPY CUSTREC.

      *> one field at a time on its way through the comparison
       01 WS-FLD-IX            PIC 9(02) VALUE 0 COMP.
       01 WS-OLD-VALUE         PIC X(25) VALUE SPACES.
       01 WS-NEW-VALUE         PIC X(25) VALUE SPACES.
       01 WS-FIELDS-CHANGED    PIC 9(02) VALUE 0.

      *> printed names of the compared fields, in 3000's order
       01 WS-FIELD-COUNT       PIC 9(02) VALUE 11 COMP.
       01 WS-FIELD-NAMES.
          05 FILLER            PIC X(14) VALUE 'CUSTOMER ID'.
          05 FILLER            PIC X(14) VALUE 'NAME'.
          05 FILLER            PIC X(14) VALUE 'CLASS'.
          05 FILLER            PIC X(14) VALUE 'HOUSE NUMBER'.
          05 FILLER            PIC X(14) VALUE 'STREET'.
          05 FILLER            PIC X(14) VALUE 'CITY'.
          05 FILLER            PIC X(14) VALUE 'COUNTRY'.
          05 FILLER            PIC X(14) VALUE 'STATUS'.
          05 FILLER            PIC X(14) VALUE 'STATUS DATE'.
          05 FILLER            PIC X(14) VALUE 'MAIL FLAG'.
          05 FILLER            PIC X(14) VALUE 'MAIL DATE'.
       01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAMES.
          05 WS-FIELD-NAME     PIC X(14) OCCURS 11 TIMES.

      *> changes counted per program per field for the summary page,
      *> and per field over every program
       01 WS-PGM-MAX           PIC 9(03) VALUE 030 COMP.
       01 WS-PGM-COUNT         PIC 9(03) VALUE 0   COMP.
       01 WS-PGM-IX            PIC 9(03) VALUE 0   COMP.
       01 WS-PGM-FOUND         PIC 9(03) VALUE 0   COMP.
       01 WS-PROGRAM-TABLE.
          05 WS-PROGRAM-ENTRY OCCURS 30 TIMES.
             10 WS-PGM-NAME     PIC X(10).
             10 WS-PGM-RECORDS  PIC 9(07).
             10 WS-PGM-CHANGES  PIC 9(07) OCCURS 11 TIMES.
       01 WS-FIELD-TOTAL-TABLE.
          05 WS-FIELD-TOTAL    PIC 9(07) OCCURS 11 TIMES.

      *> control totals
       01 WS-JRNL-READ         PIC 9(07) VALUE 0.
       01 WS-JRNL-SELECTED     PIC 9(07) VALUE 0.
       01 WS-JRNL-NO-CHANGE    PIC 9(07) VALUE 0.
       01 WS-TOTAL-CHANGES     PIC 9(07) VALUE 0.

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
               'CUSTOMER CHANGE HISTORY'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(37) VALUE SPACES.

       01 WS-SELECT-LINE.
          05 FILLER            PIC X(10) VALUE 'CUSTOMERS '.
          05 WS-SEL-FROM-ID    PIC X(05).
          05 FILLER            PIC X(04) VALUE ' TO '.
          05 WS-SEL-TO-ID      PIC X(05).
          05 FILLER            PIC X(08) VALUE '  DATES '.
          05 WS-SEL-FROM-DATE  PIC 9(08).
          05 FILLER            PIC X(04) VALUE ' TO '.
          05 WS-SEL-TO-DATE    PIC 9(08).
          05 FILLER            PIC X(10) VALUE '  PROGRAM '.
          05 WS-SEL-PROGRAM    PIC X(10).
          05 FILLER            PIC X(08) VALUE SPACES.

      *> one of these per journal record selected
       01 WS-CHANGE-LINE.
          05 FILLER            PIC X(09) VALUE 'CUSTOMER '.
          05 WS-CHG-CUST-ID    PIC X(05).
          05 FILLER            PIC X(11) VALUE '  RUN DATE '.
          05 WS-CHG-DATE       PIC 9(08).
          05 FILLER            PIC X(10) VALUE '  PROGRAM '.
          05 WS-CHG-PROGRAM    PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-CHG-ACTION     PIC X(06).
          05 FILLER            PIC X(11) VALUE '  OPERATOR '.
          05 WS-CHG-OPERATOR   PIC X(08).

       01 WS-HEADING-LINE.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 FILLER            PIC X(15) VALUE 'FIELD'.
          05 FILLER            PIC X(27) VALUE 'OLD VALUE'.
          05 FILLER            PIC X(34) VALUE 'NEW VALUE'.

      *> one of these per field that differs
       01 WS-FIELD-LINE.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-FLD-NAME       PIC X(14).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-FLD-OLD        PIC X(25).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-FLD-NEW        PIC X(25).
          05 FILLER            PIC X(09) VALUE SPACES.

       01 WS-MESSAGE-LINE.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-MSG-TEXT       PIC X(40).
          05 FILLER            PIC X(36) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 WS-SEC-LABEL      PIC X(20).
          05 WS-SEC-PROGRAM    PIC X(10).
          05 FILLER            PIC X(50) VALUE SPACES.

       01 WS-SUMMARY-LINE.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-SUM-LABEL      PIC X(20).
          05 WS-SUM-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(24).
          05 WS-TOT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
               UNTIL JR-AT-EOF
           IF HR-STATUS-OK AND NOT WS-OPEN-FAILED
               AND NOT WS-PARM-ERROR
               PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'CHGHIST'   TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT
           IF WS-PARM-ERROR
               SET JR-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           INITIALIZE WS-PROGRAM-TABLE
           INITIALIZE WS-FIELD-TOTAL-TABLE
           OPEN INPUT CUSTOMER-JOURNAL
           OPEN OUTPUT HISTORY-REPORT
           IF NOT JR-STATUS-OK
               DISPLAY "CHGHIST: UNABLE TO OPEN CUSTOMER-JOURNAL, "
                       "STATUS = " WS-JR-STATUS
               SET JR-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT HR-STATUS-OK
               DISPLAY "CHGHIST: UNABLE TO OPEN HISTORY-REPORT, "
                       "STATUS = " WS-HR-STATUS
               SET JR-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF WS-OPEN-FAILED
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-TTL-DATE
           WRITE HR-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-FROM-ID      TO WS-SEL-FROM-ID
           MOVE WS-TO-ID        TO WS-SEL-TO-ID
           IF WS-FROM-ID = LOW-VALUES
               MOVE 'FIRST'     TO WS-SEL-FROM-ID
           END-IF
           IF WS-TO-ID = HIGH-VALUES
               MOVE 'LAST'      TO WS-SEL-TO-ID
           END-IF
           MOVE WS-FROM-DATE    TO WS-SEL-FROM-DATE
           MOVE WS-TO-DATE      TO WS-SEL-TO-DATE
           MOVE WS-PROGRAM-PARM TO WS-SEL-PROGRAM
           IF WS-PROGRAM-PARM = SPACES
               MOVE 'ALL'       TO WS-SEL-PROGRAM
           END-IF
           WRITE HR-LINE FROM WS-SELECT-LINE
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.

      *> three cards, any of them blank - a blank card leaves its
      *> selection wide open
       1200-READ-PARAMETERS.
           ACCEPT WS-ID-PARM
           ACCEPT WS-DATE-PARM
           ACCEPT WS-PROGRAM-PARM

           IF WS-PARM-FROM-ID NOT = SPACES
               MOVE WS-PARM-FROM-ID TO WS-FROM-ID
               MOVE WS-PARM-FROM-ID TO WS-TO-ID
           END-IF
           IF WS-PARM-TO-ID NOT = SPACES
               MOVE WS-PARM-TO-ID TO WS-TO-ID
           END-IF
           IF WS-FROM-ID > WS-TO-ID
               SET WS-PARM-ERROR TO TRUE
               MOVE 'WS-ID-PARM' TO WS-EXC-FIELD
               MOVE "FROM ID AFTER TO ID" TO WS-EXC-REASON
               PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
           END-IF

           IF WS-PARM-FROM-DATE NOT = SPACES
               IF WS-PARM-FROM-DATE-N NOT NUMERIC
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 'WS-DATE-PARM' TO WS-EXC-FIELD
                   MOVE "FROM DATE NOT NUMERIC" TO WS-EXC-REASON
                   PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
                   GO TO 1200-EXIT
               END-IF
               MOVE WS-PARM-FROM-DATE-N TO WS-FROM-DATE
           END-IF
           IF WS-PARM-TO-DATE NOT = SPACES
               IF WS-PARM-TO-DATE-N NOT NUMERIC
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 'WS-DATE-PARM' TO WS-EXC-FIELD
                   MOVE "TO DATE NOT NUMERIC" TO WS-EXC-REASON
                   PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
                   GO TO 1200-EXIT
               END-IF
               MOVE WS-PARM-TO-DATE-N TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               SET WS-PARM-ERROR TO TRUE
               MOVE 'WS-DATE-PARM' TO WS-EXC-FIELD
               MOVE "FROM DATE AFTER TO DATE" TO WS-EXC-REASON
               PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> one journal record per pass - selected records are printed
      *> and counted, the rest are only counted as read
       2000-PROCESS-ONE-RECORD.
           READ CUSTOMER-JOURNAL
               AT END
                   SET JR-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-JRNL-READ
           IF XJ-CUST-ID < WS-FROM-ID OR XJ-CUST-ID > WS-TO-ID
               GO TO 2000-EXIT
           END-IF
           IF XJ-RUN-DATE < WS-FROM-DATE OR XJ-RUN-DATE > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF
           IF WS-PROGRAM-PARM NOT = SPACES
               AND XJ-PROGRAM NOT = WS-PROGRAM-PARM
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-JRNL-SELECTED

           PERFORM 2100-FIND-PROGRAM THRU 2100-EXIT
           IF WS-PGM-FOUND > 0
               ADD 1 TO WS-PGM-RECORDS(WS-PGM-FOUND)
           END-IF

           MOVE XJ-CUST-ID  TO WS-CHG-CUST-ID
           MOVE XJ-RUN-DATE TO WS-CHG-DATE
           MOVE XJ-PROGRAM  TO WS-CHG-PROGRAM
           MOVE XJ-OPERATOR TO WS-CHG-OPERATOR
           IF XJ-ACTION = 'A'
               MOVE 'ADD'    TO WS-CHG-ACTION
           ELSE
               IF XJ-ACTION = 'C'
                   MOVE 'CHANGE' TO WS-CHG-ACTION
               ELSE
                   IF XJ-ACTION = 'D'
                       MOVE 'DELETE' TO WS-CHG-ACTION
                   ELSE
                       MOVE XJ-ACTION TO WS-CHG-ACTION
                   END-IF
               END-IF
           END-IF
           WRITE HR-LINE FROM WS-CHANGE-LINE
               AFTER ADVANCING 2 LINES
           WRITE HR-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING 1 LINE

           MOVE XJ-BEFORE TO WS-OLD-CUST
           MOVE XJ-AFTER  TO WS-NEW-CUST
           MOVE 0 TO WS-FIELDS-CHANGED
           PERFORM 3000-COMPARE-IMAGES THRU 3000-EXIT
           IF WS-FIELDS-CHANGED = 0
               ADD 1 TO WS-JRNL-NO-CHANGE
               MOVE 'NO FIELD CHANGED' TO WS-MSG-TEXT
               WRITE HR-LINE FROM WS-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       2000-EXIT.
           EXIT.

      *> the program's slot on the summary table, added on first
      *> sight - a full table drops the program from the summary
      *> only, its changes are still printed
       2100-FIND-PROGRAM.
           MOVE 0 TO WS-PGM-FOUND
           PERFORM 2110-MATCH-ONE-PROGRAM THRU 2110-EXIT
               VARYING WS-PGM-IX FROM 1 BY 1
               UNTIL WS-PGM-IX > WS-PGM-COUNT
                  OR WS-PGM-FOUND > 0
           IF WS-PGM-FOUND > 0
               GO TO 2100-EXIT
           END-IF
           IF WS-PGM-COUNT >= WS-PGM-MAX
               DISPLAY "CHGHIST: PROGRAM TABLE FULL, "
                       XJ-PROGRAM " DROPPED FROM SUMMARY"
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PGM-COUNT
           MOVE WS-PGM-COUNT TO WS-PGM-FOUND
           MOVE XJ-PROGRAM   TO WS-PGM-NAME(WS-PGM-FOUND).
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-PROGRAM.
           IF WS-PGM-NAME(WS-PGM-IX) = XJ-PROGRAM
               MOVE WS-PGM-IX TO WS-PGM-FOUND
           END-IF.
       2110-EXIT.
           EXIT.

      *> field by field down the CUSTREC layout - one line here per
      *> field, in the order of WS-FIELD-NAMES
       3000-COMPARE-IMAGES.
           MOVE 1 TO WS-FLD-IX
           MOVE CM-CUST-ID OF WS-OLD-CUST      TO WS-OLD-VALUE
           MOVE CM-CUST-ID OF WS-NEW-CUST      TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 2 TO WS-FLD-IX
           MOVE CM-NAME OF WS-OLD-CUST         TO WS-OLD-VALUE
           MOVE CM-NAME OF WS-NEW-CUST         TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 3 TO WS-FLD-IX
           MOVE CM-CLASS OF WS-OLD-CUST        TO WS-OLD-VALUE
           MOVE CM-CLASS OF WS-NEW-CUST        TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 4 TO WS-FLD-IX
           MOVE CM-HOUSE-NUMBER OF WS-OLD-CUST TO WS-OLD-VALUE
           MOVE CM-HOUSE-NUMBER OF WS-NEW-CUST TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 5 TO WS-FLD-IX
           MOVE CM-STREET OF WS-OLD-CUST       TO WS-OLD-VALUE
           MOVE CM-STREET OF WS-NEW-CUST       TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 6 TO WS-FLD-IX
           MOVE CM-CITY OF WS-OLD-CUST         TO WS-OLD-VALUE
           MOVE CM-CITY OF WS-NEW-CUST         TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 7 TO WS-FLD-IX
           MOVE CM-COUNTRY OF WS-OLD-CUST      TO WS-OLD-VALUE
           MOVE CM-COUNTRY OF WS-NEW-CUST      TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 8 TO WS-FLD-IX
           MOVE CM-STATUS OF WS-OLD-CUST       TO WS-OLD-VALUE
           MOVE CM-STATUS OF WS-NEW-CUST       TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 9 TO WS-FLD-IX
           MOVE CM-STATUS-DATE OF WS-OLD-CUST  TO WS-OLD-VALUE
           MOVE CM-STATUS-DATE OF WS-NEW-CUST  TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 10 TO WS-FLD-IX
           MOVE CM-MAIL-FLAG OF WS-OLD-CUST    TO WS-OLD-VALUE
           MOVE CM-MAIL-FLAG OF WS-NEW-CUST    TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT

           MOVE 11 TO WS-FLD-IX
           MOVE CM-MAIL-DATE OF WS-OLD-CUST    TO WS-OLD-VALUE
           MOVE CM-MAIL-DATE OF WS-NEW-CUST    TO WS-NEW-VALUE
           PERFORM 3100-PRINT-IF-CHANGED THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-IF-CHANGED.
           IF WS-OLD-VALUE = WS-NEW-VALUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-FIELDS-CHANGED
           ADD 1 TO WS-TOTAL-CHANGES
           ADD 1 TO WS-FIELD-TOTAL(WS-FLD-IX)
           IF WS-PGM-FOUND > 0
               ADD 1 TO WS-PGM-CHANGES(WS-PGM-FOUND, WS-FLD-IX)
           END-IF
           MOVE WS-FIELD-NAME(WS-FLD-IX) TO WS-FLD-NAME
           MOVE WS-OLD-VALUE             TO WS-FLD-OLD
           MOVE WS-NEW-VALUE             TO WS-FLD-NEW
           WRITE HR-LINE FROM WS-FIELD-LINE
               AFTER ADVANCING 1 LINE.
       3100-EXIT.
           EXIT.

      *> the summary page - changes per field for each program that
      *> turned up, then per field over all of them, then the counts
       7000-PRINT-SUMMARY.
           MOVE 'CHANGES BY PROGRAM' TO WS-SEC-LABEL
           MOVE SPACES               TO WS-SEC-PROGRAM
           WRITE HR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING PAGE
           PERFORM 7100-PRINT-ONE-PROGRAM THRU 7100-EXIT
               VARYING WS-PGM-IX FROM 1 BY 1
               UNTIL WS-PGM-IX > WS-PGM-COUNT

           MOVE 'ALL PROGRAMS'       TO WS-SEC-LABEL
           MOVE SPACES               TO WS-SEC-PROGRAM
           WRITE HR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 7300-PRINT-ONE-TOTAL THRU 7300-EXIT
               VARYING WS-FLD-IX FROM 1 BY 1
               UNTIL WS-FLD-IX > WS-FIELD-COUNT

           MOVE 'JOURNAL RECORDS READ' TO WS-TOT-LABEL
           MOVE WS-JRNL-READ         TO WS-TOT-COUNT
           WRITE HR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RECORDS SELECTED'   TO WS-TOT-LABEL
           MOVE WS-JRNL-SELECTED     TO WS-TOT-COUNT
           WRITE HR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS NO CHANGE'  TO WS-TOT-LABEL
           MOVE WS-JRNL-NO-CHANGE    TO WS-TOT-COUNT
           WRITE HR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FIELDS CHANGED'     TO WS-TOT-LABEL
           MOVE WS-TOTAL-CHANGES     TO WS-TOT-COUNT
           WRITE HR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-PROGRAM.
           MOVE 'PROGRAM'              TO WS-SEC-LABEL
           MOVE WS-PGM-NAME(WS-PGM-IX) TO WS-SEC-PROGRAM
           WRITE HR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'JOURNAL RECORDS'         TO WS-SUM-LABEL
           MOVE WS-PGM-RECORDS(WS-PGM-IX) TO WS-SUM-COUNT
           WRITE HR-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 7200-PRINT-ONE-FIELD THRU 7200-EXIT
               VARYING WS-FLD-IX FROM 1 BY 1
               UNTIL WS-FLD-IX > WS-FIELD-COUNT.
       7100-EXIT.
           EXIT.

      *> only the fields the program actually changed are listed
       7200-PRINT-ONE-FIELD.
           IF WS-PGM-CHANGES(WS-PGM-IX, WS-FLD-IX) = 0
               GO TO 7200-EXIT
           END-IF
           MOVE WS-FIELD-NAME(WS-FLD-IX)             TO WS-SUM-LABEL
           MOVE WS-PGM-CHANGES(WS-PGM-IX, WS-FLD-IX) TO WS-SUM-COUNT
           WRITE HR-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
       7200-EXIT.
           EXIT.

       7300-PRINT-ONE-TOTAL.
           MOVE WS-FIELD-NAME(WS-FLD-IX)  TO WS-SUM-LABEL
           MOVE WS-FIELD-TOTAL(WS-FLD-IX) TO WS-SUM-COUNT
           WRITE HR-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
       7300-EXIT.
           EXIT.

       8000-LOG-PARM-ERROR.
           DISPLAY "CHGHIST: PARAMETER ERROR - " WS-EXC-REASON
           MOVE 'CHGHIST'    TO WS-EXC-PROGRAM
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
               IF JR-STATUS-OK OR JR-STATUS-EOF
                   CLOSE CUSTOMER-JOURNAL
               END-IF
               IF HR-STATUS-OK
                   CLOSE HISTORY-REPORT
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
