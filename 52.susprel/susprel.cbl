      *> release of corrected suspense items back into the nightly
      *> input - every SUSPFILE item SUSPMAINT has marked fixed goes
      *> back where it came from, so it is applied on the next night's
      *> run the same as if head office had sent it right first time:
      *>   CUSTTRAN items are added to the transaction file waiting
      *>   for CUSTAPPLY. that file is framed - an 'H' header, 'D'
      *>   details, a 'T' trailer carrying the detail count - and
      *>   CUSTAPPLY refuses the whole file if the framing doesn't
      *>   prove, so the waiting file is proved here first exactly
      *>   the way CUSTAPPLY will prove it, its header and details
      *>   copied to a work file, the released details added, and a
      *>   new trailer written with the new count. a waiting file
      *>   that doesn't prove is left alone - re-footing its trailer
      *>   would hide a short transfer - and nothing is released
      *>   into it. a waiting file already on the APLYREG register
      *>   has been applied - unless its header carries head office's
      *>   re-send flag, which CUSTAPPLY takes on purpose - and no
      *>   waiting file at all means head office sent nothing; either
      *>   way the released details go out as a file of their own
      *>   under a file id made from the run date. the work file is
      *>   proved again, header to trailer, before CUSTTRAN is
      *>   replaced from it.
      *>   PAYTRAN items are appended to the payment file waiting for
      *>   PAYAPPLY - PAYTRAN carries no framing to keep.
      *> each item released is marked so on the suspense file and
      *> listed on the release report with the totals.
      *>
      *> run after the night's CUSTTRAN and PAYTRAN have been
      *> received and before CUSTCHAIN and PAYAPPLY - run earlier,
      *> the head-office files would be written over the released
      *> items when they arrive. return code 8 when a file won't open
      *> or CUSTTRAN could not be released into, 4 when an item could
      *> not be released or marked.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREL.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - fixed suspense items
      *>                 released onto CUSTTRAN and PAYTRAN
      *> 2026-10-15  jm  every work-file write is status-checked - a
      *>                 failed write abandons the release before
      *>                 CUSTTRAN is touched
      *> 2026-10-15  jm  a CUSTTRAN item is marked released only when
      *>                 the work file's detail read back for it is
      *>                 its own image - otherwise left fixed and
      *>                 logged
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC because each source is a START and a READ NEXT walk,
      *> rewriting each item as it is released
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SP-STATUS.

      *> the transaction file waiting for CUSTAPPLY - read to be
      *> proved and copied, then written again from the work file
           SELECT TRANSACTION-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

      *> CUSTTRAN as it is to be, built and proved here before the
      *> real file is touched
           SELECT TRAN-WORK-FILE ASSIGN TO "CTRNWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TW-STATUS.

      *> CUSTAPPLY's register of file ids already applied - a
      *> waiting file found here is last night's, not tonight's
           SELECT APPLY-REGISTER ASSIGN TO "APLYREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

      *> the payment file waiting for PAYAPPLY
           SELECT PAYMENT-FILE ASSIGN TO "PAYTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.

           SELECT RELEASE-REPORT ASSIGN TO "RELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as CUSTAPPLY's/PAYAPPLY's SUSPENSE-FILE
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SP-RECORD.
           COPY SUSPREC.

      *> same framing as CUSTAPPLY's TR-RECORD - only the header and
      *> trailer views are looked into here, a detail is carried
      *> through as it stands
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TR-RECORD.
           05 TR-REC-TYPE         PIC X(01).
              88 TR-TYPE-HEADER       VALUE 'H'.
              88 TR-TYPE-DETAIL       VALUE 'D'.
              88 TR-TYPE-TRAILER      VALUE 'T'.
           05 TR-DATA             PIC X(83).
           05 TR-HEADER REDEFINES TR-DATA.
              10 TR-HDR-FILE-ID   PIC X(08).
              10 TR-HDR-DATE      PIC 9(08).
              10 TR-HDR-OVERRIDE  PIC X(01).
                 88 TR-HDR-RESEND     VALUE 'Y'.
              10 FILLER           PIC X(66).
           05 TR-TRAILER REDEFINES TR-DATA.
              10 TR-TRL-COUNT     PIC 9(07).
              10 FILLER           PIC X(76).

       FD  TRAN-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  TW-RECORD.
           05 TW-REC-TYPE         PIC X(01).
              88 TW-TYPE-HEADER       VALUE 'H'.
              88 TW-TYPE-DETAIL       VALUE 'D'.
              88 TW-TYPE-TRAILER      VALUE 'T'.
           05 TW-DATA             PIC X(83).
           05 TW-TRAILER REDEFINES TW-DATA.
              10 TW-TRL-COUNT     PIC 9(07).
              10 FILLER           PIC X(76).

      *> same layout as CUSTAPPLY's APPLY-REGISTER
       FD  APPLY-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  AR-RECORD.
           05 AR-FILE-ID          PIC X(08).
           05 AR-DATE-APPLIED     PIC 9(08).

      *> same layout as PAYAPPLY's PAYMENT-FILE
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PY-RECORD.
           05 PY-CUST-ID          PIC X(05).
           05 PY-PAY-DATE         PIC 9(08).
           05 PY-AMOUNT           PIC 9(07)V99.

       FD  RELEASE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-SP-STATUS  PIC X(02) VALUE '00'.
          88 SP-STATUS-OK         VALUE '00'.
          88 SP-STATUS-EOF        VALUE '10'.
          88 SP-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-TR-STATUS  PIC X(02) VALUE '00'.
          88 TR-STATUS-OK    VALUE '00'.
          88 TR-STATUS-EOF   VALUE '10'.
       01 WS-TW-STATUS  PIC X(02) VALUE '00'.
          88 TW-STATUS-OK    VALUE '00'.
          88 TW-STATUS-EOF   VALUE '10'.
       01 WS-AR-STATUS  PIC X(02) VALUE '00'.
          88 AR-STATUS-OK    VALUE '00'.
          88 AR-STATUS-EOF   VALUE '10'.
       01 WS-PY-STATUS  PIC X(02) VALUE '00'.
          88 PY-STATUS-OK    VALUE '00'.
       01 WS-RR-STATUS  PIC X(02) VALUE '00'.
          88 RR-STATUS-OK    VALUE '00'.

      *> flipped when SUSPFILE or the report fails to open - nothing
      *> is released and the run ends with return code 8
       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

      *> flipped when the CUSTTRAN items could not be released - the
      *> waiting file didn't prove, or the work file or the rewrite
      *> failed. the items stay fixed for the next release, and the
      *> run ends with return code 8
       01 WS-CT-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-CT-FAILED      VALUE 'Y'.

      *> flipped when a single item could not be released or marked
      *> - the run ends with return code 4
       01 WS-ITEM-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-ITEM-FAILED    VALUE 'Y'.

      *> one walk through one source's items on the suspense file
       01 WS-WALK-SOURCE     PIC X(01) VALUE SPACES.
       01 WS-WALK-DONE-SW    PIC X(01) VALUE 'N'.
          88 WS-WALK-DONE       VALUE 'Y'.

      *> PAYTRAN is opened on the first fixed payment, if there is one
       01 WS-PY-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-PY-IS-OPEN     VALUE 'Y'.

       01 WS-TR-EOF-SW  PIC X(01) VALUE 'N'.
          88 TR-AT-EOF        VALUE 'Y'.
       01 WS-TW-EOF-SW  PIC X(01) VALUE 'N'.
          88 TW-AT-EOF        VALUE 'Y'.
       01 WS-AR-EOF-SW  PIC X(01) VALUE 'N'.
          88 AR-AT-EOF        VALUE 'Y'.

      *> what the proof of the waiting file learned about it, the
      *> same questions CUSTAPPLY's 1500-VALIDATE-TRAN-FILE asks
       01 WS-WAITING-SW   PIC X(01) VALUE 'N'.
          88 WS-FILE-WAITING   VALUE 'Y'.
       01 WS-STALE-SW     PIC X(01) VALUE 'N'.
          88 WS-FILE-STALE     VALUE 'Y'.
      *> head office's deliberate re-send - CUSTAPPLY takes it even
      *> with its id on the register, so it is never stale here
       01 WS-RESEND-SW    PIC X(01) VALUE 'N'.
          88 WS-FILE-RESEND    VALUE 'Y'.
       01 WS-HDR-SEEN-SW  PIC X(01) VALUE 'N'.
          88 WS-HDR-SEEN       VALUE 'Y'.
       01 WS-TRL-SEEN-SW  PIC X(01) VALUE 'N'.
          88 WS-TRL-SEEN       VALUE 'Y'.
       01 WS-FILE-ID         PIC X(08) VALUE SPACES.
       01 WS-EXPECTED-COUNT  PIC 9(07) VALUE 0.

      *> the counts the work file must prove to - details copied off
      *> the waiting file plus details released, and what the proof
      *> pass actually read back
       01 WS-CT-FIXED        PIC 9(07) VALUE 0.
       01 WS-DETAILS-COPIED  PIC 9(07) VALUE 0.
       01 WS-DETAILS-OUT     PIC 9(07) VALUE 0.
       01 WS-PROOF-HEADERS   PIC 9(07) VALUE 0.
       01 WS-PROOF-DETAILS   PIC 9(07) VALUE 0.
       01 WS-PROOF-TRAILER   PIC 9(07) VALUE 0.
       01 WS-PROOF-COUNT     PIC 9(07) VALUE 0.
      *> header and copied details passed over before the released
      *> details are read back against the items they came from
       01 WS-TW-SKIPPED      PIC 9(07) VALUE 0.

      *> header and trailer for the file written here - a header of
      *> its own only when there is no waiting file to keep the
      *> header of. the file id is 'SR' and the run date's YYMMDD
       01 WS-NEW-HEADER.
          05 WS-NH-TYPE        PIC X(01) VALUE 'H'.
          05 WS-NH-FILE-ID.
             10 FILLER         PIC X(02) VALUE 'SR'.
             10 WS-NH-ID-DATE  PIC X(06).
          05 WS-NH-DATE        PIC 9(08).
          05 WS-NH-OVERRIDE    PIC X(01) VALUE 'N'.
          05 FILLER            PIC X(66) VALUE SPACES.
       01 WS-NEW-TRAILER.
          05 WS-NT-TYPE        PIC X(01) VALUE 'T'.
          05 WS-NT-COUNT       PIC 9(07).
          05 FILLER            PIC X(76) VALUE SPACES.

       01 WS-RUN-DATE          PIC 9(08).

      *> control totals
       01 WS-TRANS-RELEASED    PIC 9(07) VALUE 0.
       01 WS-PAYS-RELEASED     PIC 9(07) VALUE 0.
       01 WS-AMT-RELEASED      PIC 9(09)V99 VALUE 0.

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
          05 FILLER            PIC X(27) VALUE
               'SUSPENSE ITEMS RELEASED    '.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(36) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER            PIC X(16) VALUE 'SUSPENSE KEY'.
          05 FILLER            PIC X(07) VALUE 'ID'.
          05 FILLER            PIC X(10) VALUE 'INTO'.
          05 FILLER            PIC X(13) VALUE '       AMOUNT'.
          05 FILLER            PIC X(34) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-KEY        PIC X(14).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-ID         PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-INTO       PIC X(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(35) VALUE SPACES.

       01 WS-FILE-LINE.
          05 FILLER            PIC X(24) VALUE 'CUSTTRAN FILE ID'.
          05 WS-FL-FILE-ID     PIC X(08).
          05 FILLER            PIC X(48) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 WS-CNT-LABEL      PIC X(24).
          05 WS-CNT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(47) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 WS-AMT-LABEL      PIC X(24).
          05 WS-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-OPEN-FAILED
               PERFORM 2000-RELEASE-TRANSACTIONS THRU 2000-EXIT
               PERFORM 3000-RELEASE-PAYMENTS THRU 3000-EXIT
               PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-OPEN-FAILED OR WS-CT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ITEM-FAILED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'SUSPREL'   TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           OPEN I-O SUSPENSE-FILE
           OPEN OUTPUT RELEASE-REPORT
           IF NOT SP-STATUS-OK
               DISPLAY "SUSPREL: UNABLE TO OPEN SUSPENSE-FILE, "
                       "STATUS = " WS-SP-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT RR-STATUS-OK
               DISPLAY "SUSPREL: UNABLE TO OPEN RELEASE-REPORT, "
                       "STATUS = " WS-RR-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF WS-OPEN-FAILED
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE      TO WS-TTL-DATE
           WRITE RR-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE
           WRITE RR-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-RUN-DATE(3:6) TO WS-NH-ID-DATE
           MOVE WS-RUN-DATE      TO WS-NH-DATE.
       1000-EXIT.
           EXIT.

      *> position at the first item of WS-WALK-SOURCE - the key
      *> leads with the source, so one source's items sit together
       1500-START-SOURCE.
           MOVE 'N' TO WS-WALK-DONE-SW
           MOVE WS-WALK-SOURCE TO SP-SOURCE
           MOVE 0              TO SP-SUSP-DATE
           MOVE 0              TO SP-SEQ
           START SUSPENSE-FILE KEY NOT < SP-KEY
               INVALID KEY
                   SET WS-WALK-DONE TO TRUE
           END-START.
       1500-EXIT.
           EXIT.

      *> the next item of WS-WALK-SOURCE, or the walk is done
       1600-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   SET WS-WALK-DONE TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF SP-SOURCE NOT = WS-WALK-SOURCE
               SET WS-WALK-DONE TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.

      *> ##########################
      *> CUSTTRAN - prove the waiting file, build the work file,
      *> prove that, replace CUSTTRAN, then mark the items released
      *> ##########################
       2000-RELEASE-TRANSACTIONS.
           MOVE 'C' TO WS-WALK-SOURCE
           PERFORM 1500-START-SOURCE THRU 1500-EXIT
           PERFORM 2050-COUNT-ONE-FIXED THRU 2050-EXIT
               UNTIL WS-WALK-DONE
           IF WS-CT-FIXED = 0
               GO TO 2000-EXIT
           END-IF

           OPEN OUTPUT TRAN-WORK-FILE
           IF NOT TW-STATUS-OK
               DISPLAY "SUSPREL: UNABLE TO OPEN TRAN-WORK-FILE, "
                       "STATUS = " WS-TW-STATUS
               MOVE "WORK FILE WOULD NOT OPEN" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-COPY-WAITING-FILE THRU 2100-EXIT
           IF WS-CT-FAILED
               CLOSE TRAN-WORK-FILE
               GO TO 2000-EXIT
           END-IF
      *> last night's file, already applied - start again with a
      *> file of the released items alone
           IF WS-FILE-WAITING AND WS-FILE-STALE
               CLOSE TRAN-WORK-FILE
               OPEN OUTPUT TRAN-WORK-FILE
               IF NOT TW-STATUS-OK
                   DISPLAY "SUSPREL: UNABLE TO REOPEN TRAN-WORK-FILE, "
                           "STATUS = " WS-TW-STATUS
                   MOVE "WORK FILE WOULD NOT REOPEN"
                       TO WS-EXCEPTION-REASON
                   PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE 'N' TO WS-WAITING-SW
               MOVE 0   TO WS-DETAILS-COPIED
           END-IF
           IF NOT WS-FILE-WAITING
               PERFORM 2200-WRITE-NEW-HEADER THRU 2200-EXIT
               IF WS-CT-FAILED
                   CLOSE TRAN-WORK-FILE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           MOVE WS-DETAILS-COPIED TO WS-DETAILS-OUT
           PERFORM 1500-START-SOURCE THRU 1500-EXIT
           PERFORM 2300-WRITE-ONE-RELEASE THRU 2300-EXIT
               UNTIL WS-WALK-DONE
      *> a work-file write that failed is reported as itself, not
      *> left for the proof below to trip over
           IF WS-CT-FAILED
               CLOSE TRAN-WORK-FILE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-DETAILS-OUT TO WS-NT-COUNT
           WRITE TW-RECORD FROM WS-NEW-TRAILER
           IF NOT TW-STATUS-OK
               DISPLAY "SUSPREL: TRAN-WORK-FILE WRITE FAILED, "
                       "STATUS = " WS-TW-STATUS
               MOVE "WORK FILE WRITE FAILED" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               CLOSE TRAN-WORK-FILE
               GO TO 2000-EXIT
           END-IF
           CLOSE TRAN-WORK-FILE

           PERFORM 2400-PROVE-WORK-FILE THRU 2400-EXIT
           IF WS-CT-FAILED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-REPLACE-CUSTTRAN THRU 2500-EXIT
           IF WS-CT-FAILED
               GO TO 2000-EXIT
           END-IF

      *> the released details sit after the header and the copied
      *> details, in the order the walk wrote them - read back in
      *> step with the walk, each item is marked only against its
      *> own detail as it now stands in the file
           OPEN INPUT TRAN-WORK-FILE
           IF NOT TW-STATUS-OK
               DISPLAY "SUSPREL: UNABLE TO REOPEN TRAN-WORK-FILE, "
                       "STATUS = " WS-TW-STATUS
                       " - RELEASED ITEMS LEFT FIXED"
               MOVE "WORK FILE WOULD NOT REOPEN" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-TW-EOF-SW
           MOVE 0   TO WS-TW-SKIPPED
           PERFORM 2610-SKIP-ONE-COPIED THRU 2610-EXIT
               UNTIL WS-TW-SKIPPED > WS-DETAILS-COPIED
                  OR TW-AT-EOF
           PERFORM 1500-START-SOURCE THRU 1500-EXIT
           PERFORM 2600-MARK-ONE-RELEASED THRU 2600-EXIT
               UNTIL WS-WALK-DONE
           CLOSE TRAN-WORK-FILE.
       2000-EXIT.
           EXIT.

       2050-COUNT-ONE-FIXED.
           PERFORM 1600-NEXT-ITEM THRU 1600-EXIT
           IF NOT WS-WALK-DONE AND SP-STAT-FIXED
               ADD 1 TO WS-CT-FIXED
           END-IF.
       2050-EXIT.
           EXIT.

      *> the waiting file, proved the way CUSTAPPLY will prove it,
      *> its header and details copied to the work file as they go
      *> past. no file waiting is not an error - it leaves
      *> WS-FILE-WAITING off
       2100-COPY-WAITING-FILE.
           OPEN INPUT TRANSACTION-FILE
           IF NOT TR-STATUS-OK
               DISPLAY "SUSPREL: NO CUSTTRAN WAITING, STATUS = "
                       WS-TR-STATUS " - RELEASED AS A FILE OF ITS OWN"
               GO TO 2100-EXIT
           END-IF
           SET WS-FILE-WAITING TO TRUE
           PERFORM 2110-COPY-ONE-RECORD THRU 2110-EXIT
               UNTIL TR-AT-EOF
           CLOSE TRANSACTION-FILE
           IF WS-CT-FAILED
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-HDR-SEEN
               MOVE "WAITING FILE HAS NO HEADER" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-TRL-SEEN
               MOVE "WAITING FILE HAS NO TRAILER"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-DETAILS-COPIED NOT = WS-EXPECTED-COUNT
               MOVE "WAITING FILE OUT OF BALANCE"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF
      *> the re-send flag travels on the header already copied to
      *> the work file - the register is not asked, as CUSTAPPLY's
      *> 1550 does not ask it
           IF WS-FILE-RESEND
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-CHECK-REGISTER THRU 2150-EXIT
           IF WS-FILE-STALE
               DISPLAY "SUSPREL: CUSTTRAN " WS-FILE-ID " ALREADY "
                       "APPLIED - RELEASED AS A FILE OF ITS OWN"
           END-IF.
       2100-EXIT.
           EXIT.

       2110-COPY-ONE-RECORD.
           READ TRANSACTION-FILE
               AT END
                   SET TR-AT-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF TR-TYPE-HEADER
               IF WS-HDR-SEEN OR WS-TRL-SEEN OR WS-DETAILS-COPIED > 0
                   MOVE "WAITING FILE HEADER NOT FIRST"
                       TO WS-EXCEPTION-REASON
                   PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
                   SET TR-AT-EOF TO TRUE
                   GO TO 2110-EXIT
               END-IF
               SET WS-HDR-SEEN TO TRUE
               MOVE TR-HDR-FILE-ID TO WS-FILE-ID
               IF TR-HDR-RESEND
                   SET WS-FILE-RESEND TO TRUE
               END-IF
               WRITE TW-RECORD FROM TR-RECORD
               IF NOT TW-STATUS-OK
                   DISPLAY "SUSPREL: TRAN-WORK-FILE WRITE FAILED, "
                           "STATUS = " WS-TW-STATUS
                   MOVE "WORK FILE WRITE FAILED" TO WS-EXCEPTION-REASON
                   PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
                   SET TR-AT-EOF TO TRUE
               END-IF
               GO TO 2110-EXIT
           END-IF
           IF TR-TYPE-TRAILER
               IF WS-TRL-SEEN
                   MOVE "WAITING FILE HAS TWO TRAILERS"
                       TO WS-EXCEPTION-REASON
                   PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
                   SET TR-AT-EOF TO TRUE
                   GO TO 2110-EXIT
               END-IF
      *> the old trailer is not copied - a new one with the new
      *> count closes the work file
               SET WS-TRL-SEEN TO TRUE
               MOVE TR-TRL-COUNT TO WS-EXPECTED-COUNT
               GO TO 2110-EXIT
           END-IF
           IF WS-TRL-SEEN OR NOT TR-TYPE-DETAIL
               MOVE "WAITING FILE RECORD OUT OF PLACE"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               SET TR-AT-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           WRITE TW-RECORD FROM TR-RECORD
           IF NOT TW-STATUS-OK
               DISPLAY "SUSPREL: TRAN-WORK-FILE WRITE FAILED, "
                       "STATUS = " WS-TW-STATUS
               MOVE "WORK FILE WRITE FAILED" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               SET TR-AT-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-DETAILS-COPIED.
       2110-EXIT.
           EXIT.

      *> a waiting file whose id is already on the register was
      *> applied last night and is still sitting there - no
      *> register yet just means nothing has ever been applied
       2150-CHECK-REGISTER.
           OPEN INPUT APPLY-REGISTER
           IF NOT AR-STATUS-OK
               GO TO 2150-EXIT
           END-IF
           MOVE 'N' TO WS-AR-EOF-SW
           PERFORM 2160-CHECK-ONE-REGISTER THRU 2160-EXIT
               UNTIL AR-AT-EOF
           CLOSE APPLY-REGISTER.
       2150-EXIT.
           EXIT.

       2160-CHECK-ONE-REGISTER.
           READ APPLY-REGISTER
               AT END
                   SET AR-AT-EOF TO TRUE
                   GO TO 2160-EXIT
           END-READ
           IF AR-FILE-ID = WS-FILE-ID
               SET WS-FILE-STALE TO TRUE
               SET AR-AT-EOF TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

      *> a file of the released items alone needs its own header.
      *> if a release under today's id has already been applied,
      *> this one carries CUSTAPPLY's deliberate re-send flag - the
      *> items in it are new, only the id is not
       2200-WRITE-NEW-HEADER.
           MOVE WS-NH-FILE-ID TO WS-FILE-ID
           MOVE 'N' TO WS-STALE-SW
           PERFORM 2150-CHECK-REGISTER THRU 2150-EXIT
           IF WS-FILE-STALE
               MOVE 'Y' TO WS-NH-OVERRIDE
           END-IF
           WRITE TW-RECORD FROM WS-NEW-HEADER
           IF NOT TW-STATUS-OK
               DISPLAY "SUSPREL: TRAN-WORK-FILE WRITE FAILED, "
                       "STATUS = " WS-TW-STATUS
               MOVE "WORK FILE WRITE FAILED" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *> one fixed item onto the work file, as the 'D' record it
      *> was suspended as or SUSPMAINT rebuilt it to
       2300-WRITE-ONE-RELEASE.
           PERFORM 1600-NEXT-ITEM THRU 1600-EXIT
           IF WS-WALK-DONE OR NOT SP-STAT-FIXED
               GO TO 2300-EXIT
           END-IF
           WRITE TW-RECORD FROM SP-TRAN-DATA
           IF NOT TW-STATUS-OK
               DISPLAY "SUSPREL: TRAN-WORK-FILE WRITE FAILED, "
                       "STATUS = " WS-TW-STATUS
               MOVE "WORK FILE WRITE FAILED" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               SET WS-WALK-DONE TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-DETAILS-OUT.
       2300-EXIT.
           EXIT.

      *> read the work file back end to end - one header first,
      *> the details, and a trailer whose count matches both the
      *> details read and the details written
       2400-PROVE-WORK-FILE.
           MOVE 0   TO WS-PROOF-HEADERS
           MOVE 0   TO WS-PROOF-DETAILS
           MOVE 0   TO WS-PROOF-TRAILER
           MOVE 0   TO WS-PROOF-COUNT
           MOVE 'N' TO WS-TW-EOF-SW
           OPEN INPUT TRAN-WORK-FILE
           IF NOT TW-STATUS-OK
               MOVE "WORK FILE WOULD NOT REOPEN" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-PROVE-ONE-RECORD THRU 2410-EXIT
               UNTIL TW-AT-EOF
           CLOSE TRAN-WORK-FILE
           IF WS-PROOF-HEADERS NOT = 1 OR WS-PROOF-TRAILER NOT = 1
               OR WS-PROOF-DETAILS NOT = WS-DETAILS-OUT
               OR WS-PROOF-COUNT NOT = WS-DETAILS-OUT
               MOVE "WORK FILE DID NOT PROVE" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-PROVE-ONE-RECORD.
           READ TRAN-WORK-FILE
               AT END
                   SET TW-AT-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF TW-TYPE-HEADER
               ADD 1 TO WS-PROOF-HEADERS
           ELSE
               IF TW-TYPE-TRAILER
                   ADD 1 TO WS-PROOF-TRAILER
                   MOVE TW-TRL-COUNT TO WS-PROOF-COUNT
               ELSE
                   ADD 1 TO WS-PROOF-DETAILS
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

      *> CUSTTRAN written again from the proved work file. a failure
      *> part way leaves CUSTTRAN without its trailer, which
      *> CUSTAPPLY refuses whole - the work file still holds the
      *> file as it should be
       2500-REPLACE-CUSTTRAN.
           OPEN INPUT TRAN-WORK-FILE
           OPEN OUTPUT TRANSACTION-FILE
           IF NOT TW-STATUS-OK OR NOT TR-STATUS-OK
               MOVE "CUSTTRAN WOULD NOT BE REWRITTEN"
                   TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-TW-EOF-SW
           PERFORM 2510-COPY-ONE-BACK THRU 2510-EXIT
               UNTIL TW-AT-EOF
           CLOSE TRAN-WORK-FILE
           CLOSE TRANSACTION-FILE
           IF WS-CT-FAILED
               DISPLAY "SUSPREL: CUSTTRAN INCOMPLETE - RESTORE IT "
                       "FROM CTRNWORK"
               GO TO 2500-EXIT
           END-IF
           MOVE WS-FILE-ID TO WS-FL-FILE-ID
           WRITE RR-LINE FROM WS-FILE-LINE
               AFTER ADVANCING 2 LINES.
       2500-EXIT.
           EXIT.

       2510-COPY-ONE-BACK.
           READ TRAN-WORK-FILE
               AT END
                   SET TW-AT-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           WRITE TR-RECORD FROM TW-RECORD
           IF NOT TR-STATUS-OK
               MOVE "CUSTTRAN REWRITE FAILED" TO WS-EXCEPTION-REASON
               PERFORM 8000-LOG-CUSTTRAN-ERROR THRU 8000-EXIT
               SET TW-AT-EOF TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *> CUSTTRAN now carries the item - it is released, once the
      *> detail read back for it is the item's own image. one that
      *> is not stays fixed and is logged for the office to check
      *> against CUSTTRAN by hand
       2600-MARK-ONE-RELEASED.
           PERFORM 1600-NEXT-ITEM THRU 1600-EXIT
           IF WS-WALK-DONE OR NOT SP-STAT-FIXED
               GO TO 2600-EXIT
           END-IF
           IF NOT TW-AT-EOF
               READ TRAN-WORK-FILE
                   AT END
                       SET TW-AT-EOF TO TRUE
               END-READ
           END-IF
           IF TW-AT-EOF OR TW-RECORD NOT = SP-TRAN-DATA
               SET WS-ITEM-FAILED TO TRUE
               DISPLAY "SUSPREL: " SP-KEY " NOT FOUND AS RELEASED "
                       "- LEFT FIXED"
               MOVE 'SUSPREL'      TO WS-EXC-PROGRAM
               MOVE SP-CUST-ID     TO WS-EXC-KEY
               MOVE 'SP-TRAN-DATA' TO WS-EXC-FIELD
               MOVE "RELEASED IMAGE DOES NOT MATCH"
                   TO WS-EXC-REASON
               MOVE WS-RUN-DATE    TO WS-EXC-RUN-DATE
               CALL 'EXCPRTN' USING WS-EXCEPTION-REC
               GO TO 2600-EXIT
           END-IF
           PERFORM 5000-MARK-RELEASED THRU 5000-EXIT
           IF SP-STAT-RELEASED
               ADD 1 TO WS-TRANS-RELEASED
               MOVE 'CUSTTRAN' TO WS-DTL-INTO
               MOVE 0          TO WS-DTL-AMOUNT
               PERFORM 5100-PRINT-ITEM THRU 5100-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *> the header and each detail copied off the waiting file
       2610-SKIP-ONE-COPIED.
           READ TRAN-WORK-FILE
               AT END
                   SET TW-AT-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO WS-TW-SKIPPED.
       2610-EXIT.
           EXIT.

      *> ##########################
      *> PAYTRAN - fixed payments appended to the waiting file, each
      *> marked released as it goes
      *> ##########################
       3000-RELEASE-PAYMENTS.
           MOVE 'P' TO WS-WALK-SOURCE
           PERFORM 1500-START-SOURCE THRU 1500-EXIT
           PERFORM 3100-RELEASE-ONE-PAYMENT THRU 3100-EXIT
               UNTIL WS-WALK-DONE
           IF WS-PY-IS-OPEN
               CLOSE PAYMENT-FILE
           END-IF.
       3000-EXIT.
           EXIT.

      *> PAYTRAN is opened on the first fixed payment found - same
      *> open pattern EXCPRTN uses on the exception log
       3100-RELEASE-ONE-PAYMENT.
           PERFORM 1600-NEXT-ITEM THRU 1600-EXIT
           IF WS-WALK-DONE OR NOT SP-STAT-FIXED
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-PY-IS-OPEN
               OPEN EXTEND PAYMENT-FILE
               IF NOT PY-STATUS-OK
                   OPEN OUTPUT PAYMENT-FILE
               END-IF
               IF NOT PY-STATUS-OK
                   DISPLAY "SUSPREL: UNABLE TO OPEN PAYMENT-FILE, "
                           "STATUS = " WS-PY-STATUS
                   SET WS-ITEM-FAILED TO TRUE
                   SET WS-WALK-DONE TO TRUE
                   GO TO 3100-EXIT
               END-IF
               SET WS-PY-IS-OPEN TO TRUE
           END-IF
           MOVE SP-PY-CUST-ID  TO PY-CUST-ID
           MOVE SP-PY-PAY-DATE TO PY-PAY-DATE
           MOVE SP-PY-AMOUNT   TO PY-AMOUNT
           WRITE PY-RECORD
           IF NOT PY-STATUS-OK
               DISPLAY "SUSPREL: PAYMENT-FILE WRITE FAILED FOR "
                       SP-KEY ", STATUS = " WS-PY-STATUS
               SET WS-ITEM-FAILED TO TRUE
               SET WS-WALK-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-PAYS-RELEASED
           ADD SP-PY-AMOUNT TO WS-AMT-RELEASED
           PERFORM 5000-MARK-RELEASED THRU 5000-EXIT
           MOVE 'PAYTRAN'    TO WS-DTL-INTO
           MOVE SP-PY-AMOUNT TO WS-DTL-AMOUNT
           PERFORM 5100-PRINT-ITEM THRU 5100-EXIT.
       3100-EXIT.
           EXIT.

       4000-PRINT-TOTALS.
           MOVE 'TRANSACTIONS RELEASED' TO WS-CNT-LABEL
           MOVE WS-TRANS-RELEASED   TO WS-CNT-COUNT
           WRITE RR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PAYMENTS RELEASED'     TO WS-CNT-LABEL
           MOVE WS-PAYS-RELEASED    TO WS-CNT-COUNT
           WRITE RR-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AMOUNT RELEASED'       TO WS-AMT-LABEL
           MOVE WS-AMT-RELEASED     TO WS-AMT-VALUE
           WRITE RR-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.

      *> the item is on its way - a mark that won't rewrite leaves
      *> it fixed, and the next release would send it a second time,
      *> so it is logged for the office to cancel by hand
       5000-MARK-RELEASED.
           MOVE 'R'         TO SP-STATUS
           MOVE WS-RUN-DATE TO SP-ACTION-DATE
           MOVE SPACES      TO SP-ACTION-OPER
           REWRITE SP-RECORD
               INVALID KEY
                   MOVE 'F' TO SP-STATUS
                   SET WS-ITEM-FAILED TO TRUE
                   DISPLAY "SUSPREL: " SP-KEY " RELEASED BUT NOT "
                           "MARKED, STATUS = " WS-SP-STATUS
                   MOVE 'SUSPREL'      TO WS-EXC-PROGRAM
                   MOVE SP-CUST-ID     TO WS-EXC-KEY
                   MOVE 'SP-STATUS'    TO WS-EXC-FIELD
                   MOVE "RELEASED BUT NOT MARKED"
                       TO WS-EXC-REASON
                   MOVE WS-RUN-DATE    TO WS-EXC-RUN-DATE
                   CALL 'EXCPRTN' USING WS-EXCEPTION-REC
           END-REWRITE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ITEM.
           MOVE SP-KEY     TO WS-DTL-KEY
           MOVE SP-CUST-ID TO WS-DTL-ID
           WRITE RR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       5100-EXIT.
           EXIT.

      *> the CUSTTRAN release stops at the first thing that goes
      *> wrong - logged against the file id, not a customer, the way
      *> CUSTAPPLY logs a refused file
       8000-LOG-CUSTTRAN-ERROR.
           SET WS-CT-FAILED TO TRUE
           DISPLAY "SUSPREL: " WS-FILE-ID " - " WS-EXCEPTION-REASON
           MOVE 'SUSPREL'           TO WS-EXC-PROGRAM
           MOVE WS-FILE-ID          TO WS-EXC-KEY
           MOVE 'CUSTTRAN'          TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-OPEN-FAILED
               CLOSE SUSPENSE-FILE
               CLOSE RELEASE-REPORT
           ELSE
               IF SP-STATUS-OK
                   CLOSE SUSPENSE-FILE
               END-IF
               IF RR-STATUS-OK
                   CLOSE RELEASE-REPORT
               END-IF
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-OPEN-FAILED OR WS-CT-FAILED OR WS-ITEM-FAILED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
