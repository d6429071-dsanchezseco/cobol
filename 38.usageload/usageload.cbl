      *> monthly meter-read intake - loads the USAGE-FILE BILLSTMT's
      *> 2160-GET-PERIOD-USAGE bills from, instead of the feed being
      *> copied over it by hand. the meter-read feed is framed the
      *> way CUSTTRAN is - an 'H' header with a file id, the feed
      *> date and the CCYYMM period the readings belong to, 'D'
      *> readings, and a 'T' trailer carrying the reading count and
      *> a units hash total - and the whole file is proved before
      *> anything is loaded: a missing header or trailer, a count or
      *> units total out of balance, or a header period that is not
      *> tonight's billing period rejects the feed with return code
      *> 8, which holds BILLSTMT in the CUSTCHAIN chain. a good feed
      *> is then loaded one reading at a time - each UF-CUST-ID goes
      *> through the shared IDVALID edit, a merged-away id is
      *> redirected to its survivor through XREFRTN, and the
      *> customer must be on CUSTMAST. duplicate readings and
      *> readings for any other period go to the EXCEPTION-LOG. a
      *> reading far above or below the customer's own average over
      *> the prior twelve periods is held off USAGEFIL, listed for
      *> review on the control report and logged, and the step ends
      *> with return code 8 so the statement run waits for the
      *> review. the rerun after the review carries the release
      *> column on the RUNCTL run-control card: the held readings
      *> are loaded then - or their corrected replacements on a
      *> mended feed - and the readings the first run already
      *> loaded are passed over. every active customer left
      *> without a reading for the period is named, so a missing
      *> meter read no longer turns quietly into a zero-usage
      *> statement.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAGELOAD.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - header/trailer proved
      *>                 meter-read feed loaded onto USAGEFIL ahead
      *>                 of the statement run
      *> 2026-10-15  jm  the AUDITLOG record carries the operator
      *>                 signed on through SIGNRTN now - every
      *>                 program that builds one must carry the
      *>                 same copybook field; a batch run like this
      *>                 one leaves it blank
      *> 2026-10-15  jm  a reading flagged for review is held off
      *>                 USAGEFIL and the step ends 8, so BILLSTMT
      *>                 waits for the review. the rerun released
      *>                 through the new RUNCTL column loads it and
      *>                 passes over what the first run loaded
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METER-FEED ASSIGN TO "METERRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

      *> DYNAMIC because the master is hit both ways in one run -
      *> random by reading while the feed drives, then front to
      *> back for the missing-reading check
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

      *> DYNAMIC because each reading is a short START/READ NEXT
      *> walk through the customer's prior periods for the variance
      *> check, then a keyed WRITE of the new period
           SELECT USAGE-FILE ASSIGN TO "USAGEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-KEY
               FILE STATUS IS WS-UF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "USAGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

      *> the chain's run-control card - only the usage review
      *> release column is read here
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> one record type byte up front, the same framing CUSTTRAN
      *> and CUSTEXTR's feed carry - an 'H' header, one 'D' per
      *> meter reading, and a 'T' trailer the file must prove
       FD  METER-FEED
           LABEL RECORDS ARE STANDARD.
       01  MR-RECORD.
           05 MR-REC-TYPE         PIC X(01).
              88 MR-TYPE-HEADER       VALUE 'H'.
              88 MR-TYPE-DETAIL       VALUE 'D'.
              88 MR-TYPE-TRAILER      VALUE 'T'.
           05 MR-DATA             PIC X(29).
      *> detail view - one reading, the same fields USAGEREC holds
           05 MR-DETAIL REDEFINES MR-DATA.
              10 MR-CUST-ID       PIC X(05).
              10 MR-PERIOD        PIC 9(06).
              10 MR-UNITS         PIC 9(07).
              10 FILLER           PIC X(11).
      *> header view - who sent the feed, when, and for which period
           05 MR-HEADER REDEFINES MR-DATA.
              10 MR-HDR-FILE-ID   PIC X(08).
              10 MR-HDR-DATE      PIC 9(08).
              10 MR-HDR-PERIOD    PIC 9(06).
              10 FILLER           PIC X(07).
      *> trailer view - the reading count and the units hash total
           05 MR-TRAILER REDEFINES MR-DATA.
              10 MR-TRL-COUNT     PIC 9(07).
              10 MR-TRL-UNITS     PIC 9(11).
              10 FILLER           PIC X(11).

      *> same layout as CUSTMAINT's/CUSTBATCH's CUSTOMER-MASTER
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CM-RECORD.
           COPY CUSTREC.

      *> same layout as BILLSTMT's USAGE-FILE
       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  UF-RECORD.
           COPY USAGEREC.

       FD  CONTROL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CR-LINE                PIC X(80).

      *> same card DIVISIONS and DATERTN read
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  RC-RECORD.
           COPY RUNCTL.

         WORKING-STORAGE SECTION.
       01 WS-MR-STATUS  PIC X(02) VALUE '00'.
          88 MR-STATUS-OK    VALUE '00'.
          88 MR-STATUS-EOF   VALUE '10'.
       01 WS-CM-STATUS  PIC X(02) VALUE '00'.
          88 CM-STATUS-OK         VALUE '00'.
          88 CM-STATUS-EOF        VALUE '10'.
          88 CM-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-UF-STATUS  PIC X(02) VALUE '00'.
          88 UF-STATUS-OK         VALUE '00'.
          88 UF-STATUS-EOF        VALUE '10'.
          88 UF-STATUS-NOT-FOUND  VALUE '23'.
          88 UF-STATUS-DUPLICATE  VALUE '22'.
       01 WS-CR-STATUS  PIC X(02) VALUE '00'.
          88 CR-STATUS-OK    VALUE '00'.
       01 WS-RC-STATUS  PIC X(02) VALUE '00'.
          88 RC-STATUS-OK    VALUE '00'.

       01 WS-MR-EOF-SW  PIC X(01) VALUE 'N'.
          88 MR-AT-EOF        VALUE 'Y'.
       01 WS-CM-EOF-SW  PIC X(01) VALUE 'N'.
          88 CM-AT-EOF        VALUE 'Y'.

      *> the whole feed stands or falls together - once this flips,
      *> the load pass never runs and the step ends with return
      *> code 8
       01 WS-FILE-REJECT-SW  PIC X(01) VALUE 'N'.
          88 WS-FILE-REJECTED    VALUE 'Y'.

      *> what the validation pass learned about the feed's framing
       01 WS-HDR-SEEN-SW  PIC X(01) VALUE 'N'.
          88 WS-HDR-SEEN       VALUE 'Y'.
       01 WS-TRL-SEEN-SW  PIC X(01) VALUE 'N'.
          88 WS-TRL-SEEN       VALUE 'Y'.
       01 WS-FILE-ID         PIC X(08) VALUE SPACES.
       01 WS-FEED-PERIOD     PIC 9(06) VALUE 0.
       01 WS-DETAIL-COUNT    PIC 9(07) VALUE 0.
       01 WS-EXPECTED-COUNT  PIC 9(07) VALUE 0.
       01 WS-DETAIL-UNITS    PIC 9(11) VALUE 0.
       01 WS-EXPECTED-UNITS  PIC 9(11) VALUE 0.

      *> flipped when a file fails to open, so the audit END record
      *> shows the run went abnormal even though no reading was
      *> read at all
       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> the CCYYMM period tonight's statement run bills - the feed
      *> must carry exactly this period, the same year and month
      *> BILLSTMT takes off the run date
       01 WS-BILL-PERIOD       PIC 9(06).

       01 WS-ID-VALID-SW       PIC X(01) VALUE 'Y'.
          88 WS-ID-IS-VALID    VALUE 'Y'.
          88 WS-ID-IS-INVALID  VALUE 'N'.

      *> whether the reading found a customer to land on - under
      *> its own id or under the survivor XREFRTN pointed to
       01 WS-CUST-FOUND-SW  PIC X(01) VALUE 'N'.
          88 WS-CUST-WAS-FOUND  VALUE 'Y'.
       01 WS-SURV-ID           PIC X(05) VALUE SPACES.
       01 WS-XREF-FOUND-SW  PIC X(01) VALUE 'N'.
          88 WS-XREF-WAS-FOUND  VALUE 'Y'.

      *> the id the reading is actually loaded under - the feed's
      *> own id, or the survivor after a merge redirect
       01 WS-LOAD-ID           PIC X(05) VALUE SPACES.

      *> the variance check - the customer's average over the prior
      *> twelve periods on file. a reading more than WS-VARIANCE-
      *> FACTOR times that average, or less than the average over
      *> the factor, is flagged for review before it is billed
       01 WS-VARIANCE-FACTOR   PIC 9(02) VALUE 3.
       01 WS-FIRST-PERIOD      PIC 9(06) VALUE 0.
       01 WS-PRIOR-COUNT       PIC 9(03) VALUE 0.
       01 WS-PRIOR-UNITS       PIC 9(09) VALUE 0.
       01 WS-PRIOR-AVERAGE     PIC 9(07) VALUE 0.
       01 WS-PRIOR-SCAN-SW  PIC X(01) VALUE 'N'.
          88 WS-PRIOR-SCAN-DONE VALUE 'Y'.
       01 WS-REVIEW-SW      PIC X(01) VALUE ' '.
          88 WS-REVIEW-HIGH     VALUE 'H'.
          88 WS-REVIEW-LOW      VALUE 'L'.
          88 WS-REVIEW-NONE     VALUE ' '.

      *> on from the RUNCTL release column - this run follows the
      *> review of the readings the last run held, so a flagged
      *> reading is loaded, and a reading already on USAGEFIL with
      *> the same units is the last run's load, not a duplicate.
      *> no card, or anything but 'Y', holds as usual
       01 WS-RELEASE-SW     PIC X(01) VALUE 'N'.
          88 WS-REVIEW-RELEASED VALUE 'Y'.
       01 WS-ON-FILE-SW     PIC X(01) VALUE 'N'.
          88 WS-ALREADY-LOADED  VALUE 'Y'.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.

      *> which field 8000-LOG-READING-ERROR should log against - set
      *> ahead of each PERFORM, the same way CUSTAPPLY's
      *> WS-REJECTED-FIELD works
       01 WS-REJECTED-FIELD    PIC X(15) VALUE SPACES.

      *> control totals - every reading is loaded, rejected, held
      *> for review or found already loaded, so read always proves
      *> out; flagged readings are the held ones plus, on a
      *> released rerun, the loaded ones that were flagged
       01 WS-READS-READ        PIC 9(07) VALUE 0.
       01 WS-READS-LOADED      PIC 9(07) VALUE 0.
       01 WS-READS-REJECTED    PIC 9(07) VALUE 0.
       01 WS-READS-FLAGGED     PIC 9(07) VALUE 0.
       01 WS-READS-HELD        PIC 9(07) VALUE 0.
       01 WS-READS-ON-FILE     PIC 9(07) VALUE 0.
       01 WS-UNITS-LOADED      PIC 9(11) VALUE 0.
       01 WS-CUSTS-NO-READING  PIC 9(07) VALUE 0.

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
               'USAGE INTAKE CONTROL RPT'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(09) VALUE '  PERIOD '.
          05 WS-TTL-PERIOD     PIC 9(06).
          05 FILLER            PIC X(22) VALUE SPACES.

       01 WS-COLUMN-LINE.
          05 FILLER            PIC X(35) VALUE
               'ID     PERIOD    UNITS  PRIOR AVG  '.
          05 FILLER            PIC X(45) VALUE
               'REVIEW                          ACTION'.

      *> one line per reading flagged for review, and one per
      *> active customer the feed carried no reading for
       01 WS-REVIEW-LINE.
          05 WS-RVW-ID         PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-RVW-PERIOD     PIC 9(06).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-RVW-UNITS      PIC Z(6)9.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-RVW-AVERAGE    PIC Z(6)9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-RVW-TEXT       PIC X(30).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-RVW-ACTION     PIC X(08).
          05 FILLER            PIC X(05) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-LABEL      PIC X(24).
          05 WS-DTL-COUNT      PIC Z(10)9.
          05 FILLER            PIC X(45) VALUE SPACES.

         LINKAGE SECTION.
      *> handed back to the CUSTCHAIN driver - 0 clean, 4 readings
      *> rejected or released after review or customers left
      *> without a reading, 8 the feed was refused, an open failed
      *> or readings are held for review
       01 LS-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *> the whole feed is proved before USAGEFIL is touched - a
      *> rejected feed never reaches the load pass at all
           IF NOT MR-AT-EOF
               PERFORM 1500-VALIDATE-FEED THRU 1500-EXIT
           END-IF
           PERFORM 2000-LOAD-ONE-READING THRU 2000-EXIT
               UNTIL MR-AT-EOF
      *> only a feed that actually loaded is worth checking for the
      *> customers it missed - and not while readings are held, as
      *> every held customer would be named again. the released
      *> rerun makes the check on the complete feed
           IF NOT WS-FILE-REJECTED AND NOT WS-OPEN-FAILED
               AND WS-READS-HELD = 0
               PERFORM 4000-POSITION-MASTER THRU 4000-EXIT
               PERFORM 4100-CHECK-ONE-CUSTOMER THRU 4100-EXIT
                   UNTIL CM-AT-EOF
           END-IF
           IF CR-STATUS-OK AND NOT WS-OPEN-FAILED
               PERFORM 7000-PRINT-CONTROL-REPORT THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-FILE-REJECTED OR WS-OPEN-FAILED
               OR WS-READS-HELD > 0
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               IF WS-READS-REJECTED > 0 OR WS-READS-FLAGGED > 0
                   OR WS-CUSTS-NO-READING > 0
                   MOVE 4 TO LS-RETURN-CODE
               ELSE
                   MOVE 0 TO LS-RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-BILL-PERIOD
      *> the same month a year back - the oldest period the variance
      *> check averages over
           COMPUTE WS-FIRST-PERIOD = WS-BILL-PERIOD - 100
           MOVE 'USAGELOAD' TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
           OPEN INPUT METER-FEED
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O USAGE-FILE
           OPEN OUTPUT CONTROL-REPORT
           IF NOT MR-STATUS-OK
               DISPLAY "USAGELOAD: UNABLE TO OPEN METER-FEED, "
                       "STATUS = " WS-MR-STATUS
               SET MR-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CM-STATUS-OK
               DISPLAY "USAGELOAD: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "STATUS = " WS-CM-STATUS
               SET MR-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT UF-STATUS-OK
               DISPLAY "USAGELOAD: UNABLE TO OPEN USAGE-FILE, "
                       "STATUS = " WS-UF-STATUS
               SET MR-AT-EOF TO TRUE
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT CR-STATUS-OK
               DISPLAY "USAGELOAD: UNABLE TO OPEN CONTROL-REPORT, "
                       "STATUS = " WS-CR-STATUS
           END-IF
           IF CR-STATUS-OK AND NOT WS-OPEN-FAILED
               MOVE WS-RUN-DATE    TO WS-TTL-DATE
               MOVE WS-BILL-PERIOD TO WS-TTL-PERIOD
               WRITE CR-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE CR-LINE FROM WS-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       1000-EXIT.
           EXIT.

      *> the release column off the run-control card - a missing
      *> RUNCTL file or an empty one just means no release, the way
      *> DATERTN treats the override
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF NOT RC-STATUS-OK
               GO TO 1100-EXIT
           END-IF
           READ RUN-CONTROL
               AT END
                   CLOSE RUN-CONTROL
                   GO TO 1100-EXIT
           END-READ
           IF RC-USAGE-RELEASE = 'Y'
               SET WS-REVIEW-RELEASED TO TRUE
               DISPLAY "USAGELOAD: RERUN AFTER REVIEW - HELD "
                       "READINGS RELEASED"
           END-IF
           CLOSE RUN-CONTROL.
       1100-EXIT.
           EXIT.

      *> prove the feed end to end before anything is loaded -
      *> framing first, then the trailer's count and units hash,
      *> then the period. a clean feed is rewound for the load
      *> pass; a rejected one leaves MR-AT-EOF set so the load loop
      *> never starts
       1500-VALIDATE-FEED.
           PERFORM 1510-CHECK-ONE-RECORD THRU 1510-EXIT
               UNTIL MR-AT-EOF
           IF NOT WS-HDR-SEEN
               MOVE "FEED HAS NO HEADER RECORD"
                   TO WS-EXCEPTION-REASON
               PERFORM 1590-REJECT-FILE THRU 1590-EXIT
           END-IF
           IF NOT WS-TRL-SEEN
               MOVE "FEED HAS NO TRAILER RECORD"
                   TO WS-EXCEPTION-REASON
               PERFORM 1590-REJECT-FILE THRU 1590-EXIT
           END-IF
           IF WS-TRL-SEEN AND WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
               MOVE "TRAILER COUNT OUT OF BALANCE"
                   TO WS-EXCEPTION-REASON
               PERFORM 1590-REJECT-FILE THRU 1590-EXIT
           END-IF
           IF WS-TRL-SEEN AND WS-DETAIL-UNITS NOT = WS-EXPECTED-UNITS
               MOVE "TRAILER UNITS OUT OF BALANCE"
                   TO WS-EXCEPTION-REASON
               PERFORM 1590-REJECT-FILE THRU 1590-EXIT
           END-IF
      *> a feed for last month or next month loaded tonight would
      *> bill the wrong consumption - the whole feed goes back
           IF WS-HDR-SEEN AND WS-FEED-PERIOD NOT = WS-BILL-PERIOD
               MOVE "FEED PERIOD NOT BILLING PERIOD"
                   TO WS-EXCEPTION-REASON
               PERFORM 1590-REJECT-FILE THRU 1590-EXIT
           END-IF
           IF WS-FILE-REJECTED
               DISPLAY "USAGELOAD: METER FEED REJECTED - "
                       "NOTHING LOADED"
               GO TO 1500-EXIT
           END-IF
      *> the feed proved out - rewind it for the load pass
           CLOSE METER-FEED
           OPEN INPUT METER-FEED
           IF NOT MR-STATUS-OK
               DISPLAY "USAGELOAD: UNABLE TO REOPEN METER-FEED, "
                       "STATUS = " WS-MR-STATUS
               SET WS-OPEN-FAILED TO TRUE
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-MR-EOF-SW.
       1500-EXIT.
           EXIT.

       1510-CHECK-ONE-RECORD.
           READ METER-FEED
               AT END
                   SET MR-AT-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF MR-TYPE-HEADER
               IF WS-HDR-SEEN OR WS-TRL-SEEN OR WS-DETAIL-COUNT > 0
                   MOVE "HEADER NOT FIRST RECORD"
                       TO WS-EXCEPTION-REASON
                   PERFORM 1590-REJECT-FILE THRU 1590-EXIT
               ELSE
                   SET WS-HDR-SEEN TO TRUE
                   MOVE MR-HDR-FILE-ID TO WS-FILE-ID
                   MOVE MR-HDR-PERIOD  TO WS-FEED-PERIOD
               END-IF
               GO TO 1510-EXIT
           END-IF
           IF MR-TYPE-TRAILER
               IF WS-TRL-SEEN
                   MOVE "MORE THAN ONE TRAILER RECORD"
                       TO WS-EXCEPTION-REASON
                   PERFORM 1590-REJECT-FILE THRU 1590-EXIT
               ELSE
                   SET WS-TRL-SEEN TO TRUE
                   MOVE MR-TRL-COUNT TO WS-EXPECTED-COUNT
                   MOVE MR-TRL-UNITS TO WS-EXPECTED-UNITS
               END-IF
               GO TO 1510-EXIT
           END-IF
           IF WS-TRL-SEEN
               MOVE "RECORD AFTER TRAILER"
                   TO WS-EXCEPTION-REASON
               PERFORM 1590-REJECT-FILE THRU 1590-EXIT
               GO TO 1510-EXIT
           END-IF
           IF MR-TYPE-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
      *> a units column that isn't numeric can't be hashed - the
      *> trailer can never balance against it
               IF MR-UNITS NUMERIC
                   ADD MR-UNITS TO WS-DETAIL-UNITS
               ELSE
                   MOVE "READING UNITS NOT NUMERIC"
                       TO WS-EXCEPTION-REASON
                   PERFORM 1590-REJECT-FILE THRU 1590-EXIT
               END-IF
           ELSE
               MOVE "UNKNOWN RECORD TYPE IN FEED"
                   TO WS-EXCEPTION-REASON
               PERFORM 1590-REJECT-FILE THRU 1590-EXIT
           END-IF.
       1510-EXIT.
           EXIT.

      *> the whole-feed exceptions path - logged against the file
      *> id, not a customer, since no reading was at fault
       1590-REJECT-FILE.
           SET WS-FILE-REJECTED TO TRUE
           DISPLAY "USAGELOAD: " WS-FILE-ID " - "
                   WS-EXCEPTION-REASON
           MOVE 'USAGELOAD'         TO WS-EXC-PROGRAM
           MOVE WS-FILE-ID          TO WS-EXC-KEY
           MOVE 'METERRD'           TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       1590-EXIT.
           EXIT.

      *> one reading per pass - id edit, cross-reference, master
      *> lookup, period check, then the variance check and the
      *> load. the header and trailer were consumed by the
      *> validation pass and are not readings
       2000-LOAD-ONE-READING.
           READ METER-FEED
               AT END
                   SET MR-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT MR-TYPE-DETAIL
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-READS-READ

           CALL 'IDVALID' USING MR-CUST-ID WS-ID-VALID-SW
               WS-EXCEPTION-REASON
           IF WS-ID-IS-INVALID
               ADD 1 TO WS-READS-REJECTED
               MOVE 'UF-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-READING-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE MR-CUST-ID TO WS-LOAD-ID
           PERFORM 2500-REDIRECT-VIA-XREF THRU 2500-EXIT
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE WS-LOAD-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUST-WAS-FOUND TO TRUE
           END-READ
           IF NOT WS-CUST-WAS-FOUND
               ADD 1 TO WS-READS-REJECTED
               MOVE "READING - ID NOT ON FILE"
                   TO WS-EXCEPTION-REASON
               MOVE 'UF-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-READING-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

      *> the header proved the feed's period - a reading inside it
      *> stamped with any other month is out of period on its own
           IF MR-PERIOD NOT = WS-BILL-PERIOD
               ADD 1 TO WS-READS-REJECTED
               MOVE "READING OUT OF BILLING PERIOD"
                   TO WS-EXCEPTION-REASON
               MOVE 'UF-PERIOD' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-READING-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

      *> the rerun after a review carries the whole feed again -
      *> what the held run loaded is passed over, not rejected
           IF WS-REVIEW-RELEASED
               PERFORM 2600-CHECK-ALREADY-LOADED THRU 2600-EXIT
               IF WS-ALREADY-LOADED
                   ADD 1 TO WS-READS-ON-FILE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           PERFORM 3000-CHECK-PRIOR-USAGE THRU 3000-EXIT
      *> far off the customer's own history - kept off USAGEFIL
      *> until someone has looked at it, unless this is the run
      *> that follows the look
           IF NOT WS-REVIEW-NONE AND NOT WS-REVIEW-RELEASED
               ADD 1 TO WS-READS-HELD
               PERFORM 3500-FLAG-FOR-REVIEW THRU 3500-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE WS-LOAD-ID TO UF-CUST-ID
           MOVE MR-PERIOD  TO UF-PERIOD
           MOVE MR-UNITS   TO UF-UNITS
      *> a second reading for the same customer and period - in
      *> this feed or already loaded by an earlier one - never
      *> overwrites the first
           WRITE UF-RECORD
               INVALID KEY
                   ADD 1 TO WS-READS-REJECTED
                   MOVE "DUPLICATE READING FOR PERIOD"
                       TO WS-EXCEPTION-REASON
                   MOVE 'UF-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-READING-ERROR THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-WRITE
           ADD 1        TO WS-READS-LOADED
           ADD MR-UNITS TO WS-UNITS-LOADED

           IF NOT WS-REVIEW-NONE
               PERFORM 3500-FLAG-FOR-REVIEW THRU 3500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *> the cross-reference outranks the master - a merged-away
      *> duplicate sits closed on the master for its whole
      *> retention, so a plain read would find the dead record and
      *> load the reading where BILLSTMT never bills it. asked
      *> before the read, every time, the way PAYAPPLY asks
       2500-REDIRECT-VIA-XREF.
           CALL 'XREFRTN' USING MR-CUST-ID WS-SURV-ID
               WS-XREF-FOUND-SW
           IF NOT WS-XREF-WAS-FOUND
               GO TO 2500-EXIT
           END-IF
           DISPLAY "USAGELOAD: " MR-CUST-ID " MERGED - REDIRECTED "
                   "TO " WS-SURV-ID
           MOVE WS-SURV-ID TO WS-LOAD-ID.
       2500-EXIT.
           EXIT.

      *> the same reading, units and all, already on USAGEFIL - the
      *> held run loaded it. different units is still a duplicate
      *> and is left for the WRITE to reject
       2600-CHECK-ALREADY-LOADED.
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE WS-LOAD-ID TO UF-CUST-ID
           MOVE MR-PERIOD  TO UF-PERIOD
           READ USAGE-FILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           IF UF-UNITS = MR-UNITS
               SET WS-ALREADY-LOADED TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

      *> the customer's own history is the yardstick - average the
      *> prior twelve periods on file and see whether this reading
      *> sits far outside it. a customer with no history yet has
      *> nothing to be compared against and is never flagged
       3000-CHECK-PRIOR-USAGE.
           MOVE ' ' TO WS-REVIEW-SW
           MOVE 0   TO WS-PRIOR-COUNT
           MOVE 0   TO WS-PRIOR-UNITS
           MOVE 0   TO WS-PRIOR-AVERAGE
           MOVE WS-LOAD-ID      TO UF-CUST-ID
           MOVE WS-FIRST-PERIOD TO UF-PERIOD
           MOVE 'N' TO WS-PRIOR-SCAN-SW
           START USAGE-FILE KEY NOT < UF-KEY
               INVALID KEY
                   SET WS-PRIOR-SCAN-DONE TO TRUE
           END-START
           PERFORM 3100-SCAN-ONE-PRIOR THRU 3100-EXIT
               UNTIL WS-PRIOR-SCAN-DONE
           IF WS-PRIOR-COUNT = 0
               GO TO 3000-EXIT
           END-IF
           DIVIDE WS-PRIOR-UNITS BY WS-PRIOR-COUNT
               GIVING WS-PRIOR-AVERAGE ROUNDED
           IF MR-UNITS > WS-PRIOR-AVERAGE * WS-VARIANCE-FACTOR
               SET WS-REVIEW-HIGH TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF MR-UNITS * WS-VARIANCE-FACTOR < WS-PRIOR-AVERAGE
               SET WS-REVIEW-LOW TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-PRIOR.
           READ USAGE-FILE NEXT
               AT END
                   SET WS-PRIOR-SCAN-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF UF-CUST-ID NOT = WS-LOAD-ID
               OR UF-PERIOD NOT < WS-BILL-PERIOD
               SET WS-PRIOR-SCAN-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1        TO WS-PRIOR-COUNT
           ADD UF-UNITS TO WS-PRIOR-UNITS.
       3100-EXIT.
           EXIT.

      *> a reading that needs a second look before the statement
      *> goes out - logged and listed as held, or as released on
      *> the rerun that follows the look
       3500-FLAG-FOR-REVIEW.
           ADD 1 TO WS-READS-FLAGGED
           IF WS-REVIEW-HIGH
               MOVE "READING FAR ABOVE PRIOR USAGE"
                   TO WS-EXCEPTION-REASON
           ELSE
               MOVE "READING FAR BELOW PRIOR USAGE"
                   TO WS-EXCEPTION-REASON
           END-IF
           MOVE 'UF-UNITS' TO WS-REJECTED-FIELD
           PERFORM 8000-LOG-READING-ERROR THRU 8000-EXIT
           IF NOT CR-STATUS-OK
               GO TO 3500-EXIT
           END-IF
           MOVE WS-LOAD-ID          TO WS-RVW-ID
           MOVE MR-PERIOD           TO WS-RVW-PERIOD
           MOVE MR-UNITS            TO WS-RVW-UNITS
           MOVE WS-PRIOR-AVERAGE    TO WS-RVW-AVERAGE
           MOVE WS-EXCEPTION-REASON TO WS-RVW-TEXT
           IF WS-REVIEW-RELEASED
               MOVE 'RELEASED' TO WS-RVW-ACTION
           ELSE
               MOVE 'HELD'     TO WS-RVW-ACTION
           END-IF
           WRITE CR-LINE FROM WS-REVIEW-LINE
               AFTER ADVANCING 1 LINE.
       3500-EXIT.
           EXIT.

      *> the load pass leaves the master positioned at its last
      *> random read - point it back at the first key so the
      *> missing-reading check really runs front to back
       4000-POSITION-MASTER.
           MOVE 'N' TO WS-CM-EOF-SW
           MOVE LOW-VALUES TO CM-CUST-ID
           START CUSTOMER-MASTER KEY NOT < CM-CUST-ID
               INVALID KEY
                   SET CM-AT-EOF TO TRUE
           END-START.
       4000-EXIT.
           EXIT.

      *> every active customer should have a reading for the period
      *> once the feed is in - one without is named here instead of
      *> getting a zero-usage statement nobody questioned
       4100-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT
               AT END
                   SET CM-AT-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT CM-STAT-ACTIVE
               GO TO 4100-EXIT
           END-IF
           MOVE CM-CUST-ID     TO UF-CUST-ID
           MOVE WS-BILL-PERIOD TO UF-PERIOD
           READ USAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-CUSTS-NO-READING
           DISPLAY "USAGELOAD: " CM-CUST-ID
                   " - NO READING FOR BILLING PERIOD"
           MOVE 'USAGELOAD'         TO WS-EXC-PROGRAM
           MOVE CM-CUST-ID          TO WS-EXC-KEY
           MOVE 'UF-PERIOD'         TO WS-EXC-FIELD
           MOVE "NO READING FOR BILLING PERIOD"
               TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC
           IF NOT CR-STATUS-OK
               GO TO 4100-EXIT
           END-IF
           MOVE CM-CUST-ID     TO WS-RVW-ID
           MOVE WS-BILL-PERIOD TO WS-RVW-PERIOD
           MOVE 0              TO WS-RVW-UNITS
           MOVE 0              TO WS-RVW-AVERAGE
           MOVE "NO READING FOR BILLING PERIOD" TO WS-RVW-TEXT
           MOVE SPACES         TO WS-RVW-ACTION
           WRITE CR-LINE FROM WS-REVIEW-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.

       7000-PRINT-CONTROL-REPORT.
           IF WS-FILE-REJECTED
               MOVE SPACES TO CR-LINE
               MOVE 'METER FEED REJECTED - NOTHING LOADED'
                   TO CR-LINE
               WRITE CR-LINE AFTER ADVANCING 2 LINES
           END-IF
           IF WS-READS-HELD > 0
               MOVE SPACES TO CR-LINE
               MOVE 'READINGS HELD FOR REVIEW - BILLING HELD'
                   TO CR-LINE
               WRITE CR-LINE AFTER ADVANCING 2 LINES
           END-IF

           MOVE 'READINGS READ'      TO WS-DTL-LABEL
           MOVE WS-READS-READ        TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'READINGS LOADED'    TO WS-DTL-LABEL
           MOVE WS-READS-LOADED      TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'READINGS REJECTED'  TO WS-DTL-LABEL
           MOVE WS-READS-REJECTED    TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'READINGS FOR REVIEW' TO WS-DTL-LABEL
           MOVE WS-READS-FLAGGED     TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'READINGS HELD'      TO WS-DTL-LABEL
           MOVE WS-READS-HELD        TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'READINGS ALREADY LOADED' TO WS-DTL-LABEL
           MOVE WS-READS-ON-FILE     TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'CUSTOMERS NO READING' TO WS-DTL-LABEL
           MOVE WS-CUSTS-NO-READING  TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'UNITS LOADED'       TO WS-DTL-LABEL
           MOVE WS-UNITS-LOADED      TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           EXIT.

      *> exceptions path - every rejected or flagged reading lands
      *> here
       8000-LOG-READING-ERROR.
           DISPLAY "USAGELOAD: " MR-CUST-ID " - " WS-EXCEPTION-REASON
           MOVE 'USAGELOAD'         TO WS-EXC-PROGRAM
           MOVE MR-CUST-ID          TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD   TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF MR-STATUS-OK OR MR-STATUS-EOF
               CLOSE METER-FEED
           END-IF
           IF CM-STATUS-OK OR CM-STATUS-EOF OR CM-STATUS-NOT-FOUND
               CLOSE CUSTOMER-MASTER
           END-IF
           IF UF-STATUS-OK OR UF-STATUS-EOF OR UF-STATUS-NOT-FOUND
               OR UF-STATUS-DUPLICATE
               CLOSE USAGE-FILE
           END-IF
           IF CR-STATUS-OK
               CLOSE CONTROL-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-READS-REJECTED > 0 OR WS-OPEN-FAILED
               OR WS-FILE-REJECTED OR WS-READS-HELD > 0
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
