      *> billing history and customer journal archive and purge -
      *> BILLHIST keeps every settled charge forever and CUSTJRNL is
      *> opened MOD by JRNLRTN and only ever grows, so PAYAPPLY's
      *> START walks step over years of paid items and JRNLBACK's
      *> collection pass reads the whole journal to find one night.
      *> this utility moves settled charges raised before a
      *> retention date to a sequential billing-history archive,
      *> and journal records from run dates before the backout
      *> window to a journal archive, each archive a new generation
      *> per run. nothing comes off a live file until the archive
      *> has been read back and its record count and control total
      *> agree with what the selection pass wrote and with what the
      *> live file held - the way CUSTREORG proves its unload - and
      *> a check that fails leaves that live file untouched with
      *> return code 8. the report lists every charge archived and
      *> the journal records archived by run date, then the control
      *> totals. run it between nights, never alongside the chain.
      *>
      *> settled means nothing left open once payments and the
      *> ADJAPPLY memos are counted - charge plus debits less
      *> credits less paid is zero - so a charge paid in full but
      *> since debited stays, and one written off goes. each
      *> customer's latest charge always stays whatever its age: it
      *> carries the BH-STMT-DUE the next statement's balance-
      *> forward block starts from.
      *>
      *> parameter cards, read from SYSIN the way EXCPRPT reads its
      *> retention date:
      *>   card 1 - billing-history retention date CCYYMMDD - settled
      *>            charges raised before it move to the archive;
      *>            blank leaves BILLHIST alone this run
      *>   card 2 - journal retention date CCYYMMDD, the first run
      *>            date JRNLBACK must still be able to back out -
      *>            journal records from earlier run dates move to
      *>            the archive; blank leaves CUSTJRNL alone
      *> neither card may be later than the run date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARCH.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - proved archive and purge
      *>                 of settled billing history and of journal
      *>                 records past the backout window
      *> 2026-10-15  jm  journal copy-back checks each write and
      *>                 stops on the first refused; an archive
      *>                 that already holds records is refused
      *>                 rather than opened OUTPUT over
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC - read front to back by the selection pass, then
      *> read and deleted by key off the proved archive
           SELECT BILLING-HISTORY ASSIGN TO "BILLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

      *> this run's settled charges - written by the selection pass,
      *> re-read by the proof and again by the purge
           SELECT BILLHIST-ARCHIVE ASSIGN TO "BILLARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

      *> this run's journal records past the backout window
           SELECT JOURNAL-ARCHIVE ASSIGN TO "JRNLARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-STATUS.

      *> the journal records still inside the window, parked while
      *> the live journal is rewritten - a work file, as EXCPRPT
      *> uses, so the purge has no compiled-in capacity
           SELECT JOURNAL-WORK ASSIGN TO "JRNLWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JW-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as BILLSTMT's BILLING-HISTORY
       FD  BILLING-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  BH-RECORD.
           COPY BILLHREC.

      *> the archive carries the history record exactly as it stood
       FD  BILLHIST-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  BA-RECORD.
           COPY BILLHREC REPLACING
               ==BH-KEY==        BY ==BA-KEY==
               ==BH-CUST-ID==    BY ==BA-CUST-ID==
               ==BH-RUN-DATE==   BY ==BA-RUN-DATE==
               ==BH-CHARGE==     BY ==BA-CHARGE==
               ==BH-PAID==       BY ==BA-PAID==
               ==BH-STMT-DUE==   BY ==BA-STMT-DUE==
               ==BH-ADJ-DEBIT==  BY ==BA-ADJ-DEBIT==
               ==BH-ADJ-CREDIT== BY ==BA-ADJ-CREDIT==.

      *> same record JRNLRTN writes - read back here with the
      *> copybook's own XJ- names, the way JRNLBACK reads it
       FD  CUSTOMER-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  JR-RECORD.
           COPY JRNLREC.

       FD  JOURNAL-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  JA-RECORD.
           05 JA-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(220).

       FD  JOURNAL-WORK
           LABEL RECORDS ARE STANDARD.
       01  JW-RECORD.
           05 JW-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(220).

       FD  CONTROL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-BH-STATUS  PIC X(02) VALUE '00'.
          88 BH-STATUS-OK         VALUE '00'.
          88 BH-STATUS-EOF        VALUE '10'.
       01 WS-BA-STATUS  PIC X(02) VALUE '00'.
          88 BA-STATUS-OK    VALUE '00'.
          88 BA-STATUS-EOF   VALUE '10'.
          88 BA-STATUS-NO-FILE VALUE '35'.
       01 WS-JR-STATUS  PIC X(02) VALUE '00'.
          88 JR-STATUS-OK    VALUE '00'.
          88 JR-STATUS-EOF   VALUE '10'.
       01 WS-JA-STATUS  PIC X(02) VALUE '00'.
          88 JA-STATUS-OK    VALUE '00'.
          88 JA-STATUS-EOF   VALUE '10'.
          88 JA-STATUS-NO-FILE VALUE '35'.
       01 WS-JW-STATUS  PIC X(02) VALUE '00'.
          88 JW-STATUS-OK    VALUE '00'.
          88 JW-STATUS-EOF   VALUE '10'.
       01 WS-CR-STATUS  PIC X(02) VALUE '00'.
          88 CR-STATUS-OK    VALUE '00'.

       01 WS-BH-EOF-SW  PIC X(01) VALUE 'N'.
          88 BH-AT-EOF        VALUE 'Y'.
       01 WS-BA-EOF-SW  PIC X(01) VALUE 'N'.
          88 BA-AT-EOF        VALUE 'Y'.
       01 WS-JR-EOF-SW  PIC X(01) VALUE 'N'.
          88 JR-AT-EOF        VALUE 'Y'.
       01 WS-JA-EOF-SW  PIC X(01) VALUE 'N'.
          88 JA-AT-EOF        VALUE 'Y'.
       01 WS-JW-EOF-SW  PIC X(01) VALUE 'N'.
          88 JW-AT-EOF        VALUE 'Y'.

      *> flipped when the parameter cards don't make sense, or the
      *> report won't open - the run ends without touching either
      *> live file
       01 WS-PARM-ERROR-SW  PIC X(01) VALUE 'N'.
          88 WS-PARM-ERROR      VALUE 'Y'.
       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> one failure switch per live file - a failed open or a
      *> control total that will not prove stops that file's purge
      *> and nothing else
       01 WS-BH-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-BH-FAILED      VALUE 'Y'.
       01 WS-JR-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-JR-FAILED      VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> parameter cards off SYSIN
       01 WS-BH-RETAIN-PARM    PIC X(08).
       01 WS-JR-RETAIN-PARM    PIC X(08).
       01 WS-BH-ARCHIVE-SW  PIC X(01) VALUE 'N'.
          88 WS-BH-ARCHIVING   VALUE 'Y'.
       01 WS-JR-ARCHIVE-SW  PIC X(01) VALUE 'N'.
          88 WS-JR-ARCHIVING   VALUE 'Y'.
       01 WS-BH-RETAIN-DATE    PIC 9(08) VALUE 0.
       01 WS-JR-RETAIN-DATE    PIC 9(08) VALUE 0.

      *> one card at a time is checked through here
       01 WS-DATE-PARM         PIC X(08).
       01 WS-DATE-PARM-N REDEFINES WS-DATE-PARM.
          05 WS-PARM-CCYY      PIC 9(04).
          05 WS-PARM-MM        PIC 9(02).
          05 WS-PARM-DD        PIC 9(02).
       01 WS-DATE-PARM-NUM REDEFINES WS-DATE-PARM PIC 9(08).
       01 WS-DATE-BAD-SW  PIC X(01) VALUE 'N'.
          88 WS-DATE-BAD       VALUE 'Y'.

      *> the selection pass looks one record ahead - a charge is only
      *> known to be its customer's latest once the next record
      *> belongs to someone else, so each record is held here until
      *> the one after it has been read
       01 WS-HOLD-SW  PIC X(01) VALUE 'N'.
          88 WS-HOLDING        VALUE 'Y'.
       01 WS-HOLD-LATEST-SW  PIC X(01) VALUE 'N'.
          88 WS-HOLD-LATEST    VALUE 'Y'.
       01 WS-HOLD-RECORD.
          05 WS-HOLD-CUST-ID   PIC X(05).
          05 FILLER            PIC X(53).
       01 WS-ITEM-OPEN         PIC S9(08)V99.

      *> billing history control totals - record count and charge
      *> total at each stage: what the live file held, what was
      *> archived and retained out of it, what the archive read
      *> back, and what the purge deleted
       01 WS-BH-READ-COUNT     PIC 9(07) VALUE 0.
       01 WS-BH-READ-AMT       PIC 9(09)V99 VALUE 0.
       01 WS-BH-ARCH-COUNT     PIC 9(07) VALUE 0.
       01 WS-BH-ARCH-AMT       PIC 9(09)V99 VALUE 0.
       01 WS-BH-KEEP-COUNT     PIC 9(07) VALUE 0.
       01 WS-BH-KEEP-AMT       PIC 9(09)V99 VALUE 0.
       01 WS-BH-KEPT-LATEST    PIC 9(07) VALUE 0.
       01 WS-BH-VERIFY-COUNT   PIC 9(07) VALUE 0.
       01 WS-BH-VERIFY-AMT     PIC 9(09)V99 VALUE 0.
       01 WS-BH-DELETE-COUNT   PIC 9(07) VALUE 0.
       01 WS-BH-DELETE-AMT     PIC 9(09)V99 VALUE 0.
       01 WS-BH-NOT-DELETED    PIC 9(07) VALUE 0.
       01 WS-BH-SUM-COUNT      PIC 9(07) VALUE 0.
       01 WS-BH-SUM-AMT        PIC 9(09)V99 VALUE 0.

      *> journal control totals - the journal carries no money, so
      *> the control total is a hash of the run dates, the way
      *> CUSTREORG hashes house numbers
       01 WS-JR-READ-COUNT     PIC 9(07) VALUE 0.
       01 WS-JR-READ-HASH      PIC 9(15) VALUE 0.
       01 WS-JR-ARCH-COUNT     PIC 9(07) VALUE 0.
       01 WS-JR-ARCH-HASH      PIC 9(15) VALUE 0.
       01 WS-JR-KEEP-COUNT     PIC 9(07) VALUE 0.
       01 WS-JR-KEEP-HASH      PIC 9(15) VALUE 0.
       01 WS-JA-VERIFY-COUNT   PIC 9(07) VALUE 0.
       01 WS-JA-VERIFY-HASH    PIC 9(15) VALUE 0.
       01 WS-JW-VERIFY-COUNT   PIC 9(07) VALUE 0.
       01 WS-JW-VERIFY-HASH    PIC 9(15) VALUE 0.
       01 WS-JR-RELOAD-COUNT   PIC 9(07) VALUE 0.
       01 WS-JR-RELOAD-HASH    PIC 9(15) VALUE 0.
       01 WS-JR-SUM-COUNT      PIC 9(07) VALUE 0.
       01 WS-JR-SUM-HASH       PIC 9(15) VALUE 0.

      *> journal archived by run date - the journal is written in
      *> run order, so a change of date is a control break
       01 WS-BRK-DATE          PIC 9(08) VALUE 0.
       01 WS-BRK-COUNT         PIC 9(07) VALUE 0.

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
               'HISTORY ARCHIVE AND PURGE'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(33) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 WS-SEC-TEXT       PIC X(40).
          05 WS-SEC-DATE       PIC 9(08).
          05 FILLER            PIC X(32) VALUE SPACES.

       01 WS-BH-HEADING.
          05 FILLER            PIC X(07) VALUE 'CUST'.
          05 FILLER            PIC X(10) VALUE 'RUN DATE'.
          05 FILLER            PIC X(11) VALUE '     CHARGE'.
          05 FILLER            PIC X(11) VALUE '       PAID'.
          05 FILLER            PIC X(11) VALUE '  ADJ DEBIT'.
          05 FILLER            PIC X(11) VALUE ' ADJ CREDIT'.
          05 FILLER            PIC X(19) VALUE SPACES.

       01 WS-BH-DETAIL-LINE.
          05 WS-BHD-CUST-ID    PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-BHD-RUN-DATE   PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-BHD-CHARGE     PIC Z(7)9.99.
          05 WS-BHD-PAID       PIC Z(7)9.99.
          05 WS-BHD-ADJ-DEBIT  PIC Z(7)9.99.
          05 WS-BHD-ADJ-CREDIT PIC Z(7)9.99.
          05 FILLER            PIC X(20) VALUE SPACES.

       01 WS-JR-HEADING.
          05 FILLER            PIC X(10) VALUE 'RUN DATE'.
          05 FILLER            PIC X(10) VALUE '   RECORDS'.
          05 FILLER            PIC X(60) VALUE SPACES.

       01 WS-JR-DETAIL-LINE.
          05 WS-JRD-RUN-DATE   PIC 9(08).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 WS-JRD-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(60) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 WS-AMT-LABEL      PIC X(28).
          05 WS-AMT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(10) VALUE '   CHARGE '.
          05 WS-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(19) VALUE SPACES.

       01 WS-HASH-LINE.
          05 WS-HSH-LABEL      PIC X(28).
          05 WS-HSH-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(10) VALUE '   HASH '.
          05 WS-HSH-VALUE      PIC Z(14)9.
          05 FILLER            PIC X(18) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(28).
          05 WS-TOT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(43) VALUE SPACES.

       01 WS-MESSAGE-LINE.
          05 WS-MSG-TEXT       PIC X(50).
          05 FILLER            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-PARM-ERROR AND NOT WS-OPEN-FAILED
               IF WS-BH-ARCHIVING
                   PERFORM 2000-ARCHIVE-BILLHIST THRU 2000-EXIT
                   PERFORM 2900-PRINT-BILLHIST-TOTALS THRU 2900-EXIT
               END-IF
               IF WS-JR-ARCHIVING
                   PERFORM 3000-ARCHIVE-JOURNAL THRU 3000-EXIT
                   PERFORM 3900-PRINT-JOURNAL-TOTALS THRU 3900-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'HISTARCH'  TO WS-AUD-PROGRAM
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

      *> the report is the record of what left the live files - no
      *> report, no archive
           OPEN OUTPUT CONTROL-REPORT
           IF NOT CR-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO OPEN CONTROL-REPORT, "
                       "STATUS = " WS-CR-STATUS
               SET WS-OPEN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-TTL-DATE
           WRITE CR-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.

      *> both retention cards - a bad card ends the run before
      *> either live file is touched, logged to the exception log
      *> like any other rejected input
       1100-READ-PARAMETERS.
           ACCEPT WS-BH-RETAIN-PARM
           ACCEPT WS-JR-RETAIN-PARM
           IF WS-BH-RETAIN-PARM = SPACES
               AND WS-JR-RETAIN-PARM = SPACES
               SET WS-PARM-ERROR TO TRUE
               MOVE 'WS-BH-RETAIN-PARM' TO WS-EXC-FIELD
               MOVE "NO RETENTION DATE GIVEN" TO WS-EXC-REASON
               PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF

           IF WS-BH-RETAIN-PARM NOT = SPACES
               MOVE WS-BH-RETAIN-PARM TO WS-DATE-PARM
               PERFORM 1110-CHECK-DATE-PARM THRU 1110-EXIT
               IF WS-DATE-BAD
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 'WS-BH-RETAIN-PARM' TO WS-EXC-FIELD
                   MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
                   PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
                   GO TO 1100-EXIT
               END-IF
               SET WS-BH-ARCHIVING TO TRUE
               MOVE WS-DATE-PARM-NUM TO WS-BH-RETAIN-DATE
           END-IF

           IF WS-JR-RETAIN-PARM NOT = SPACES
               MOVE WS-JR-RETAIN-PARM TO WS-DATE-PARM
               PERFORM 1110-CHECK-DATE-PARM THRU 1110-EXIT
               IF WS-DATE-BAD
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 'WS-JR-RETAIN-PARM' TO WS-EXC-FIELD
                   MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
                   PERFORM 8000-LOG-PARM-ERROR THRU 8000-EXIT
                   GO TO 1100-EXIT
               END-IF
               SET WS-JR-ARCHIVING TO TRUE
               MOVE WS-DATE-PARM-NUM TO WS-JR-RETAIN-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      *> a retention date must be a real CCYYMMDD no later than the
      *> run date - a date in the future would archive tonight's
      *> work, and on the journal would leave JRNLBACK nothing to
      *> back out
       1110-CHECK-DATE-PARM.
           MOVE 'N' TO WS-DATE-BAD-SW
           IF WS-DATE-PARM NOT NUMERIC
               SET WS-DATE-BAD TO TRUE
               MOVE "RETENTION DATE NOT NUMERIC"
                   TO WS-EXCEPTION-REASON
               GO TO 1110-EXIT
           END-IF
           IF WS-PARM-MM < 1 OR WS-PARM-MM > 12
               OR WS-PARM-DD < 1 OR WS-PARM-DD > 31
               SET WS-DATE-BAD TO TRUE
               MOVE "RETENTION DATE NOT A DATE"
                   TO WS-EXCEPTION-REASON
               GO TO 1110-EXIT
           END-IF
           IF WS-DATE-PARM-NUM > WS-RUN-DATE
               SET WS-DATE-BAD TO TRUE
               MOVE "RETENTION DATE AFTER RUN DATE"
                   TO WS-EXCEPTION-REASON
           END-IF.
       1110-EXIT.
           EXIT.

      *> billing history, in three phases - select the settled
      *> charges onto the archive, prove the archive, then delete
      *> what it holds from the live file
       2000-ARCHIVE-BILLHIST.
           MOVE 'BILLING HISTORY SETTLED BEFORE ' TO WS-SEC-TEXT
           MOVE WS-BH-RETAIN-DATE TO WS-SEC-DATE
           WRITE CR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE CR-LINE FROM WS-BH-HEADING
               AFTER ADVANCING 2 LINES

           OPEN INPUT BILLING-HISTORY
           IF NOT BH-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO OPEN BILLING-HISTORY, "
                       "STATUS = " WS-BH-STATUS
               SET WS-BH-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-CHECK-BILLHIST-ARCHIVE THRU 2050-EXIT
           IF WS-BH-FAILED
               CLOSE BILLING-HISTORY
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT BILLHIST-ARCHIVE
           IF NOT BA-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO OPEN BILLHIST-ARCHIVE, "
                       "STATUS = " WS-BA-STATUS
               SET WS-BH-FAILED TO TRUE
               CLOSE BILLING-HISTORY
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SELECT-ONE-CHARGE THRU 2100-EXIT
               UNTIL BH-AT-EOF
           CLOSE BILLING-HISTORY
           CLOSE BILLHIST-ARCHIVE

           PERFORM 2500-VERIFY-BILLHIST-ARCHIVE THRU 2500-EXIT
           IF NOT WS-BH-FAILED AND WS-BH-ARCH-COUNT > 0
               PERFORM 2700-PURGE-BILLHIST THRU 2700-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *> the archive is the only copy of what an earlier run purged,
      *> so it is opened OUTPUT only when it is new or empty - one
      *> that already holds records is refused and nothing moves
       2050-CHECK-BILLHIST-ARCHIVE.
           OPEN INPUT BILLHIST-ARCHIVE
           IF BA-STATUS-NO-FILE
               GO TO 2050-EXIT
           END-IF
           IF NOT BA-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO OPEN BILLHIST-ARCHIVE, "
                       "STATUS = " WS-BA-STATUS
               SET WS-BH-FAILED TO TRUE
               GO TO 2050-EXIT
           END-IF
           READ BILLHIST-ARCHIVE
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "HISTARCH: BILLARCH ALREADY HOLDS AN "
                           "ARCHIVE - LIVE FILE LEFT AS IS"
                   SET WS-BH-FAILED TO TRUE
                   MOVE 'BILLARCH' TO WS-EXC-KEY
                   PERFORM 8300-LOG-ARCHIVE-IN-USE THRU 8300-EXIT
           END-READ
           CLOSE BILLHIST-ARCHIVE.
       2050-EXIT.
           EXIT.

      *> phase one - every history record is read and counted; the
      *> one held from the read before is disposed of now that it
      *> is known whether the same customer follows it
       2100-SELECT-ONE-CHARGE.
           READ BILLING-HISTORY NEXT
               AT END
                   SET BH-AT-EOF TO TRUE
                   IF WS-HOLDING
                       SET WS-HOLD-LATEST TO TRUE
                       PERFORM 2200-DISPOSE-HELD-CHARGE THRU 2200-EXIT
                   END-IF
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-BH-READ-COUNT
           ADD BH-CHARGE TO WS-BH-READ-AMT
           IF WS-HOLDING
               IF BH-CUST-ID = WS-HOLD-CUST-ID
                   MOVE 'N' TO WS-HOLD-LATEST-SW
               ELSE
                   SET WS-HOLD-LATEST TO TRUE
               END-IF
               PERFORM 2200-DISPOSE-HELD-CHARGE THRU 2200-EXIT
           END-IF
           MOVE BH-RECORD TO WS-HOLD-RECORD
           SET WS-HOLDING TO TRUE.
       2100-EXIT.
           EXIT.

      *> the held charge goes to the archive when it is older than
      *> the retention date, settled, and not its customer's latest
       2200-DISPOSE-HELD-CHARGE.
           MOVE WS-HOLD-RECORD TO BA-RECORD
           COMPUTE WS-ITEM-OPEN = BA-CHARGE + BA-ADJ-DEBIT
               - BA-ADJ-CREDIT - BA-PAID
           IF BA-RUN-DATE NOT < WS-BH-RETAIN-DATE
               OR WS-ITEM-OPEN NOT = 0
               ADD 1 TO WS-BH-KEEP-COUNT
               ADD BA-CHARGE TO WS-BH-KEEP-AMT
               GO TO 2200-EXIT
           END-IF
           IF WS-HOLD-LATEST
               ADD 1 TO WS-BH-KEPT-LATEST
               ADD 1 TO WS-BH-KEEP-COUNT
               ADD BA-CHARGE TO WS-BH-KEEP-AMT
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-BH-ARCH-COUNT
           ADD BA-CHARGE TO WS-BH-ARCH-AMT
           MOVE BA-CUST-ID     TO WS-BHD-CUST-ID
           MOVE BA-RUN-DATE    TO WS-BHD-RUN-DATE
           MOVE BA-CHARGE      TO WS-BHD-CHARGE
           MOVE BA-PAID        TO WS-BHD-PAID
           MOVE BA-ADJ-DEBIT   TO WS-BHD-ADJ-DEBIT
           MOVE BA-ADJ-CREDIT  TO WS-BHD-ADJ-CREDIT
           WRITE CR-LINE FROM WS-BH-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           WRITE BA-RECORD.
       2200-EXIT.
           EXIT.

      *> phase two - the archive re-read and re-totalled. it must
      *> hold exactly what the selection wrote, and archived plus
      *> retained must be the whole of the live file, in records
      *> and in charges, before a single record is deleted
       2500-VERIFY-BILLHIST-ARCHIVE.
           OPEN INPUT BILLHIST-ARCHIVE
           IF NOT BA-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO REOPEN BILLHIST-ARCHIVE, "
                       "STATUS = " WS-BA-STATUS
               SET WS-BH-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-BA-EOF-SW
           PERFORM 2510-VERIFY-ONE-CHARGE THRU 2510-EXIT
               UNTIL BA-AT-EOF
           CLOSE BILLHIST-ARCHIVE

           COMPUTE WS-BH-SUM-COUNT = WS-BH-ARCH-COUNT
               + WS-BH-KEEP-COUNT
           COMPUTE WS-BH-SUM-AMT = WS-BH-ARCH-AMT + WS-BH-KEEP-AMT
           IF WS-BH-VERIFY-COUNT NOT = WS-BH-ARCH-COUNT
               OR WS-BH-VERIFY-AMT NOT = WS-BH-ARCH-AMT
               OR WS-BH-SUM-COUNT NOT = WS-BH-READ-COUNT
               OR WS-BH-SUM-AMT NOT = WS-BH-READ-AMT
               DISPLAY "HISTARCH: BILLHIST ARCHIVE TOTALS DO NOT "
                       "PROVE - LIVE FILE LEFT AS IS"
               SET WS-BH-FAILED TO TRUE
               MOVE 'BILLHIST' TO WS-EXC-KEY
               PERFORM 8100-LOG-PROOF-FAILURE THRU 8100-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-VERIFY-ONE-CHARGE.
           READ BILLHIST-ARCHIVE
               AT END
                   SET BA-AT-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO WS-BH-VERIFY-COUNT
           ADD BA-CHARGE TO WS-BH-VERIFY-AMT.
       2510-EXIT.
           EXIT.

      *> phase three - each archived charge read back by key and
      *> deleted, but only while the live record is still exactly
      *> what was archived. anything posted against it since the
      *> selection pass keeps it live, logged, and the run ends
      *> with return code 4
       2700-PURGE-BILLHIST.
           OPEN INPUT BILLHIST-ARCHIVE
           IF NOT BA-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO REOPEN BILLHIST-ARCHIVE, "
                       "STATUS = " WS-BA-STATUS
               SET WS-BH-FAILED TO TRUE
               GO TO 2700-EXIT
           END-IF
           OPEN I-O BILLING-HISTORY
           IF NOT BH-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO REOPEN BILLING-HISTORY, "
                       "STATUS = " WS-BH-STATUS
               SET WS-BH-FAILED TO TRUE
               CLOSE BILLHIST-ARCHIVE
               GO TO 2700-EXIT
           END-IF
           MOVE 'N' TO WS-BA-EOF-SW
           PERFORM 2710-PURGE-ONE-CHARGE THRU 2710-EXIT
               UNTIL BA-AT-EOF
           CLOSE BILLHIST-ARCHIVE
           CLOSE BILLING-HISTORY.
       2700-EXIT.
           EXIT.

       2710-PURGE-ONE-CHARGE.
           READ BILLHIST-ARCHIVE
               AT END
                   SET BA-AT-EOF TO TRUE
                   GO TO 2710-EXIT
           END-READ
           MOVE BA-KEY TO BH-KEY
           READ BILLING-HISTORY
               INVALID KEY
                   MOVE "ARCHIVED CHARGE NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 8200-LOG-NOT-DELETED THRU 8200-EXIT
                   GO TO 2710-EXIT
           END-READ
           IF BH-RECORD NOT = BA-RECORD
               MOVE "CHANGED SINCE ARCHIVED - KEPT"
                   TO WS-EXCEPTION-REASON
               PERFORM 8200-LOG-NOT-DELETED THRU 8200-EXIT
               GO TO 2710-EXIT
           END-IF
           DELETE BILLING-HISTORY RECORD
               INVALID KEY
                   MOVE "HISTORY DELETE FAILED"
                       TO WS-EXCEPTION-REASON
                   PERFORM 8200-LOG-NOT-DELETED THRU 8200-EXIT
                   GO TO 2710-EXIT
           END-DELETE
           ADD 1 TO WS-BH-DELETE-COUNT
           ADD BA-CHARGE TO WS-BH-DELETE-AMT.
       2710-EXIT.
           EXIT.

       2900-PRINT-BILLHIST-TOTALS.
           MOVE 'HISTORY RECORDS READ'      TO WS-AMT-LABEL
           MOVE WS-BH-READ-COUNT            TO WS-AMT-COUNT
           MOVE WS-BH-READ-AMT              TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ARCHIVED'                  TO WS-AMT-LABEL
           MOVE WS-BH-ARCH-COUNT            TO WS-AMT-COUNT
           MOVE WS-BH-ARCH-AMT              TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RETAINED'                  TO WS-AMT-LABEL
           MOVE WS-BH-KEEP-COUNT            TO WS-AMT-COUNT
           MOVE WS-BH-KEEP-AMT              TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  SETTLED, CUSTOMER LATEST'  TO WS-TOT-LABEL
           MOVE WS-BH-KEPT-LATEST           TO WS-TOT-COUNT
           WRITE CR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ARCHIVE READ BACK'         TO WS-AMT-LABEL
           MOVE WS-BH-VERIFY-COUNT          TO WS-AMT-COUNT
           MOVE WS-BH-VERIFY-AMT            TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DELETED FROM BILLHIST'     TO WS-AMT-LABEL
           MOVE WS-BH-DELETE-COUNT          TO WS-AMT-COUNT
           MOVE WS-BH-DELETE-AMT            TO WS-AMT-VALUE
           WRITE CR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ARCHIVED, NOT DELETED'     TO WS-TOT-LABEL
           MOVE WS-BH-NOT-DELETED           TO WS-TOT-COUNT
           WRITE CR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-BH-FAILED
               MOVE '** BILLHIST NOT PURGED - LIVE FILE UNCHANGED **'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'BILLHIST CONTROL TOTALS PROVED - PURGED'
                   TO WS-MSG-TEXT
           END-IF
           WRITE CR-LINE FROM WS-MESSAGE-LINE
               AFTER ADVANCING 2 LINES.
       2900-EXIT.
           EXIT.

      *> the journal, in three phases - split it between the
      *> archive and a work file, prove both, then rewrite the live
      *> journal from the work file
       3000-ARCHIVE-JOURNAL.
           MOVE 'JOURNAL RUN DATES BEFORE ' TO WS-SEC-TEXT
           MOVE WS-JR-RETAIN-DATE TO WS-SEC-DATE
           WRITE CR-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING PAGE
           WRITE CR-LINE FROM WS-JR-HEADING
               AFTER ADVANCING 2 LINES

           OPEN INPUT CUSTOMER-JOURNAL
           IF NOT JR-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO OPEN CUSTOMER-JOURNAL, "
                       "STATUS = " WS-JR-STATUS
               SET WS-JR-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-CHECK-JOURNAL-ARCHIVE THRU 3050-EXIT
           IF WS-JR-FAILED
               CLOSE CUSTOMER-JOURNAL
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT JOURNAL-ARCHIVE
           OPEN OUTPUT JOURNAL-WORK
           IF NOT JA-STATUS-OK OR NOT JW-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO OPEN ARCHIVE/WORK, "
                       "STATUS = " WS-JA-STATUS " " WS-JW-STATUS
               SET WS-JR-FAILED TO TRUE
               CLOSE CUSTOMER-JOURNAL
               IF JA-STATUS-OK
                   CLOSE JOURNAL-ARCHIVE
               END-IF
               IF JW-STATUS-OK
                   CLOSE JOURNAL-WORK
               END-IF
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-SELECT-ONE-JOURNAL THRU 3100-EXIT
               UNTIL JR-AT-EOF
           IF WS-BRK-COUNT > 0
               PERFORM 3150-PRINT-JOURNAL-DATE THRU 3150-EXIT
           END-IF
           CLOSE CUSTOMER-JOURNAL
           CLOSE JOURNAL-ARCHIVE
           CLOSE JOURNAL-WORK

           PERFORM 3500-VERIFY-JOURNAL-SPLIT THRU 3500-EXIT
           IF NOT WS-JR-FAILED AND WS-JR-ARCH-COUNT > 0
               PERFORM 3700-REWRITE-LIVE-JOURNAL THRU 3700-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> as 2050 - a journal archive already holding records is
      *> never opened OUTPUT over
       3050-CHECK-JOURNAL-ARCHIVE.
           OPEN INPUT JOURNAL-ARCHIVE
           IF JA-STATUS-NO-FILE
               GO TO 3050-EXIT
           END-IF
           IF NOT JA-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO OPEN JOURNAL-ARCHIVE, "
                       "STATUS = " WS-JA-STATUS
               SET WS-JR-FAILED TO TRUE
               GO TO 3050-EXIT
           END-IF
           READ JOURNAL-ARCHIVE
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "HISTARCH: JRNLARCH ALREADY HOLDS AN "
                           "ARCHIVE - LIVE JOURNAL LEFT AS IS"
                   SET WS-JR-FAILED TO TRUE
                   MOVE 'JRNLARCH' TO WS-EXC-KEY
                   PERFORM 8300-LOG-ARCHIVE-IN-USE THRU 8300-EXIT
           END-READ
           CLOSE JOURNAL-ARCHIVE.
       3050-EXIT.
           EXIT.

      *> phase one - each journal record to the archive or the work
      *> file on its run date, counted and hashed either way
       3100-SELECT-ONE-JOURNAL.
           READ CUSTOMER-JOURNAL
               AT END
                   SET JR-AT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-JR-READ-COUNT
           ADD XJ-RUN-DATE TO WS-JR-READ-HASH
           IF XJ-RUN-DATE NOT < WS-JR-RETAIN-DATE
               ADD 1 TO WS-JR-KEEP-COUNT
               ADD XJ-RUN-DATE TO WS-JR-KEEP-HASH
               WRITE JW-RECORD FROM JR-RECORD
               GO TO 3100-EXIT
           END-IF
           IF XJ-RUN-DATE NOT = WS-BRK-DATE
               IF WS-BRK-COUNT > 0
                   PERFORM 3150-PRINT-JOURNAL-DATE THRU 3150-EXIT
               END-IF
               MOVE XJ-RUN-DATE TO WS-BRK-DATE
               MOVE 0 TO WS-BRK-COUNT
           END-IF
           ADD 1 TO WS-BRK-COUNT
           ADD 1 TO WS-JR-ARCH-COUNT
           ADD XJ-RUN-DATE TO WS-JR-ARCH-HASH
           WRITE JA-RECORD FROM JR-RECORD.
       3100-EXIT.
           EXIT.

       3150-PRINT-JOURNAL-DATE.
           MOVE WS-BRK-DATE  TO WS-JRD-RUN-DATE
           MOVE WS-BRK-COUNT TO WS-JRD-COUNT
           WRITE CR-LINE FROM WS-JR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       3150-EXIT.
           EXIT.

      *> phase two - archive and work file both re-read and
      *> re-totalled; each must hold what the split wrote to it and
      *> together they must be the whole journal, before the live
      *> journal is truncated
       3500-VERIFY-JOURNAL-SPLIT.
           OPEN INPUT JOURNAL-ARCHIVE
           IF NOT JA-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO REOPEN JOURNAL-ARCHIVE, "
                       "STATUS = " WS-JA-STATUS
               SET WS-JR-FAILED TO TRUE
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-JA-EOF-SW
           PERFORM 3510-VERIFY-ONE-ARCHIVED THRU 3510-EXIT
               UNTIL JA-AT-EOF
           CLOSE JOURNAL-ARCHIVE

           OPEN INPUT JOURNAL-WORK
           IF NOT JW-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO REOPEN JOURNAL-WORK, "
                       "STATUS = " WS-JW-STATUS
               SET WS-JR-FAILED TO TRUE
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-JW-EOF-SW
           PERFORM 3520-VERIFY-ONE-RETAINED THRU 3520-EXIT
               UNTIL JW-AT-EOF
           CLOSE JOURNAL-WORK

           COMPUTE WS-JR-SUM-COUNT = WS-JR-ARCH-COUNT
               + WS-JR-KEEP-COUNT
           COMPUTE WS-JR-SUM-HASH = WS-JR-ARCH-HASH
               + WS-JR-KEEP-HASH
           IF WS-JA-VERIFY-COUNT NOT = WS-JR-ARCH-COUNT
               OR WS-JA-VERIFY-HASH NOT = WS-JR-ARCH-HASH
               OR WS-JW-VERIFY-COUNT NOT = WS-JR-KEEP-COUNT
               OR WS-JW-VERIFY-HASH NOT = WS-JR-KEEP-HASH
               OR WS-JR-SUM-COUNT NOT = WS-JR-READ-COUNT
               OR WS-JR-SUM-HASH NOT = WS-JR-READ-HASH
               DISPLAY "HISTARCH: JOURNAL ARCHIVE TOTALS DO NOT "
                       "PROVE - LIVE JOURNAL LEFT AS IS"
               SET WS-JR-FAILED TO TRUE
               MOVE 'CUSTJRNL' TO WS-EXC-KEY
               PERFORM 8100-LOG-PROOF-FAILURE THRU 8100-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-VERIFY-ONE-ARCHIVED.
           READ JOURNAL-ARCHIVE
               AT END
                   SET JA-AT-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ
           ADD 1 TO WS-JA-VERIFY-COUNT
           ADD JA-RUN-DATE TO WS-JA-VERIFY-HASH.
       3510-EXIT.
           EXIT.

       3520-VERIFY-ONE-RETAINED.
           READ JOURNAL-WORK
               AT END
                   SET JW-AT-EOF TO TRUE
                   GO TO 3520-EXIT
           END-READ
           ADD 1 TO WS-JW-VERIFY-COUNT
           ADD JW-RUN-DATE TO WS-JW-VERIFY-HASH.
       3520-EXIT.
           EXIT.

      *> phase three - the live journal reopened OUTPUT, which
      *> truncates it, and the proved work file copied back in. the
      *> work file is opened first so a failure there leaves the
      *> live journal whole
       3700-REWRITE-LIVE-JOURNAL.
           OPEN INPUT JOURNAL-WORK
           IF NOT JW-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO REOPEN JOURNAL-WORK, "
                       "STATUS = " WS-JW-STATUS
                       " - LIVE JOURNAL LEFT AS IS"
               SET WS-JR-FAILED TO TRUE
               GO TO 3700-EXIT
           END-IF
           OPEN OUTPUT CUSTOMER-JOURNAL
           IF NOT JR-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO REWRITE LIVE JOURNAL, "
                       "STATUS = " WS-JR-STATUS
               SET WS-JR-FAILED TO TRUE
               CLOSE JOURNAL-WORK
               GO TO 3700-EXIT
           END-IF
           MOVE 'N' TO WS-JW-EOF-SW
           PERFORM 3710-COPY-ONE-BACK THRU 3710-EXIT
               UNTIL JW-AT-EOF
           CLOSE JOURNAL-WORK
           CLOSE CUSTOMER-JOURNAL

      *> a short copy-back - a write refused or the totals off - is
      *> the one failure that has already cost
      *> the live file - the work file still holds every retained
      *> record and is what the journal is restored from
           IF WS-JR-RELOAD-COUNT NOT = WS-JR-KEEP-COUNT
               OR WS-JR-RELOAD-HASH NOT = WS-JR-KEEP-HASH
               DISPLAY "HISTARCH: JOURNAL COPY-BACK SHORT - RESTORE "
                       "CUSTJRNL FROM JRNLWORK"
               SET WS-JR-FAILED TO TRUE
               MOVE 'CUSTJRNL' TO WS-EXC-KEY
               PERFORM 8100-LOG-PROOF-FAILURE THRU 8100-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

       3710-COPY-ONE-BACK.
           READ JOURNAL-WORK
               AT END
                   SET JW-AT-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ
           WRITE JR-RECORD FROM JW-RECORD
      *> a refused write stops the copy there - the short count
      *> below is what reports it and logs it
           IF NOT JR-STATUS-OK
               DISPLAY "HISTARCH: UNABLE TO WRITE CUSTOMER-JOURNAL, "
                       "STATUS = " WS-JR-STATUS
               SET WS-JR-FAILED TO TRUE
               SET JW-AT-EOF TO TRUE
               GO TO 3710-EXIT
           END-IF
           ADD 1 TO WS-JR-RELOAD-COUNT
           ADD JW-RUN-DATE TO WS-JR-RELOAD-HASH.
       3710-EXIT.
           EXIT.

       3900-PRINT-JOURNAL-TOTALS.
           MOVE 'JOURNAL RECORDS READ'      TO WS-HSH-LABEL
           MOVE WS-JR-READ-COUNT            TO WS-HSH-COUNT
           MOVE WS-JR-READ-HASH             TO WS-HSH-VALUE
           WRITE CR-LINE FROM WS-HASH-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ARCHIVED'                  TO WS-HSH-LABEL
           MOVE WS-JR-ARCH-COUNT            TO WS-HSH-COUNT
           MOVE WS-JR-ARCH-HASH             TO WS-HSH-VALUE
           WRITE CR-LINE FROM WS-HASH-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RETAINED'                  TO WS-HSH-LABEL
           MOVE WS-JR-KEEP-COUNT            TO WS-HSH-COUNT
           MOVE WS-JR-KEEP-HASH             TO WS-HSH-VALUE
           WRITE CR-LINE FROM WS-HASH-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ARCHIVE READ BACK'         TO WS-HSH-LABEL
           MOVE WS-JA-VERIFY-COUNT          TO WS-HSH-COUNT
           MOVE WS-JA-VERIFY-HASH           TO WS-HSH-VALUE
           WRITE CR-LINE FROM WS-HASH-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WORK FILE READ BACK'       TO WS-HSH-LABEL
           MOVE WS-JW-VERIFY-COUNT          TO WS-HSH-COUNT
           MOVE WS-JW-VERIFY-HASH           TO WS-HSH-VALUE
           WRITE CR-LINE FROM WS-HASH-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'COPIED BACK TO CUSTJRNL'   TO WS-HSH-LABEL
           MOVE WS-JR-RELOAD-COUNT          TO WS-HSH-COUNT
           MOVE WS-JR-RELOAD-HASH           TO WS-HSH-VALUE
           WRITE CR-LINE FROM WS-HASH-LINE
               AFTER ADVANCING 1 LINE
           IF WS-JR-FAILED
               MOVE '** CUSTJRNL NOT PURGED - SEE MESSAGES **'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'CUSTJRNL CONTROL TOTALS PROVED - PURGED'
                   TO WS-MSG-TEXT
           END-IF
           WRITE CR-LINE FROM WS-MESSAGE-LINE
               AFTER ADVANCING 2 LINES.
       3900-EXIT.
           EXIT.

      *> exceptions path - a bad parameter card lands here, stamped
      *> against this program the same way every other program stamps
      *> its rejects
       8000-LOG-PARM-ERROR.
           DISPLAY "HISTARCH: PARAMETER ERROR - " WS-EXC-REASON
           MOVE 'HISTARCH'   TO WS-EXC-PROGRAM
           MOVE SPACES       TO WS-EXC-KEY
           MOVE WS-RUN-DATE  TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

      *> a live file whose archive would not prove - keyed by the
      *> file's DD name
       8100-LOG-PROOF-FAILURE.
           MOVE 'HISTARCH'          TO WS-EXC-PROGRAM
           MOVE 'CONTROL-TOTALS'    TO WS-EXC-FIELD
           MOVE "ARCHIVE DID NOT PROVE - KEPT" TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

      *> an archived charge left on the live file - keyed by the
      *> customer, the run date it was raised in the field slot
       8200-LOG-NOT-DELETED.
           ADD 1 TO WS-BH-NOT-DELETED
           DISPLAY "HISTARCH: " BA-CUST-ID " " BA-RUN-DATE
                   " - " WS-EXCEPTION-REASON
           MOVE 'HISTARCH'          TO WS-EXC-PROGRAM
           MOVE BA-CUST-ID          TO WS-EXC-KEY
           MOVE BA-RUN-DATE         TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8200-EXIT.
           EXIT.

      *> an archive dataset that already holds an earlier run's
      *> records - keyed by its DD name
       8300-LOG-ARCHIVE-IN-USE.
           MOVE 'HISTARCH'          TO WS-EXC-PROGRAM
           MOVE 'ARCHIVE-DATASET'   TO WS-EXC-FIELD
           MOVE "ARCHIVE NOT EMPTY - NOT REUSED" TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-PARM-ERROR AND NOT WS-OPEN-FAILED
               CLOSE CONTROL-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-PARM-ERROR OR WS-OPEN-FAILED
               OR WS-BH-FAILED OR WS-JR-FAILED
               OR WS-BH-NOT-DELETED > 0
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC
      *> set AFTER the AUDITRTN call, which leaves its own code in
      *> RETURN-CODE - 8 when a live file could not be purged, 4
      *> when it was but some archived charges stayed behind
           IF WS-PARM-ERROR OR WS-OPEN-FAILED
               OR WS-BH-FAILED OR WS-JR-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BH-NOT-DELETED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
