      *>                 miss-only redirect never fired and a C or S
      *>                 under the dead id was applied to (or even
      *>                 reactivated) the retired record
      *> 2026-10-15  jm  the AUDITLOG and CUSTJRNL records carry the
      *>                 operator signed on through SIGNRTN now -
      *>                 every program that builds them must carry
      *>                 the same copybook fields; a batch run like
      *>                 this one leaves the operator blank
      *> 2026-10-15  jm  every rejected or skipped transaction is
      *>                 also written whole to the SUSPFILE suspense
      *>                 file with its reason and the run date, for
      *>                 SUSPMAINT to put right and SUSPREL to send
      *>                 back through - the exception log line alone
      *>                 left the transaction to be re-keyed from the
      *>                 paper. the control report counts them
      *> ##########################

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

      *> rejected transactions held whole until they are fixed or
      *> cancelled - the same file PAYAPPLY suspends payments to
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
         FILE SECTION.

           05 AR-FILE-ID          PIC X(08).
           05 AR-DATE-APPLIED     PIC 9(08).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SP-RECORD.
           COPY SUSPREC.

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BF-RECORD.
          88 AR-STATUS-OK    VALUE '00'.
          88 AR-STATUS-EOF   VALUE '10'.

       01 WS-SP-STATUS  PIC X(02) VALUE '00'.
          88 SP-STATUS-OK         VALUE '00'.
          88 SP-STATUS-DUPLICATE  VALUE '22'.

       01 WS-AR-EOF-SW  PIC X(01) VALUE 'N'.
          88 AR-AT-EOF        VALUE 'Y'.

      *> SUSPFILE open is attempted once - when it isn't there the
      *> run goes on and a reject is only on the exception log, the
      *> way it always was
       01 WS-SP-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-SP-IS-OPEN     VALUE 'Y'.

      *> flipped once a suspense write has landed, or has failed
      *> for good - a duplicate key leaves it off for another try
       01 WS-SUSP-DONE-SW  PIC X(01) VALUE 'N'.
          88 WS-SUSP-DONE      VALUE 'Y'.

      *> suspense sequence within the run date - a rerun on the same
      *> date steps past the items the first run already wrote
       01 WS-SUSP-SEQ          PIC 9(05) VALUE 0.

      *> the whole file stands or falls together - once this flips,
      *> the apply pass never runs and the step ends with return
      *> code 8
       01 WS-TRANS-APPLIED     PIC 9(07) VALUE 0.
       01 WS-TRANS-REJECTED    PIC 9(07) VALUE 0.
       01 WS-TRANS-SKIPPED     PIC 9(07) VALUE 0.
       01 WS-TRANS-SUSPENDED   PIC 9(07) VALUE 0.

      *> adds and deletes broken out of WS-TRANS-APPLIED for the
      *> balancing record - the master grows by adds and shrinks by
       01 WS-JOURNAL-REC.
           COPY JRNLREC REPLACING ==XJ-RUN-DATE== BY ==WS-JRN-RUN-DATE==
                                  ==XJ-PROGRAM==  BY ==WS-JRN-PROGRAM==
                                  ==XJ-OPERATOR== BY ==WS-JRN-OPERATOR==
                                  ==XJ-CUST-ID==  BY ==WS-JRN-CUST-ID==
                                  ==XJ-ACTION==   BY ==WS-JRN-ACTION==
                                  ==XJ-BEFORE==   BY ==WS-JRN-BEFORE==
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       01 WS-TITLE-LINE.
          05 FILLER            PIC X(30) VALUE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O CUSTOMER-MASTER
               DISPLAY "CUSTAPPLY: XREF-FILE UNAVAILABLE, "
                       "STATUS = " WS-XR-STATUS
                       " - M TRANSACTIONS WILL REJECT"
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF SP-STATUS-OK
               SET WS-SP-IS-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTAPPLY: SUSPENSE-FILE UNAVAILABLE, "
                       "STATUS = " WS-SP-STATUS
                       " - REJECTS NOT SUSPENDED"
           END-IF.
       1000-EXIT.
           EXIT.

           MOVE 'TRANSACTIONS SKIPPED' TO WS-DTL-LABEL
           MOVE WS-TRANS-SKIPPED     TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'TRANSACTIONS SUSPENDED' TO WS-DTL-LABEL
           MOVE WS-TRANS-SUSPENDED   TO WS-DTL-COUNT
           WRITE CR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
       7600-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO WS-JRN-RUN-DATE
           MOVE 'CUSTAPPLY' TO WS-JRN-PROGRAM
           MOVE SPACES      TO WS-JRN-OPERATOR
      *> keyed by the record actually touched - after a redirect or
      *> a merge that is not the id the transaction arrived under
           MOVE CM-CUST-ID  TO WS-JRN-CUST-ID
           MOVE WS-REJECTED-FIELD   TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC
           PERFORM 8050-SUSPEND-TRANS THRU 8050-EXIT.
       8000-EXIT.
           EXIT.

      *> the transaction itself goes onto the suspense file, 'D'
      *> record whole, with the same field and reason the exception
      *> log was given - a key already taken by an earlier run on
      *> this date just moves the sequence on
       8050-SUSPEND-TRANS.
           IF NOT WS-SP-IS-OPEN
               GO TO 8050-EXIT
           END-IF
           MOVE 'C'                 TO SP-SOURCE
           MOVE WS-RUN-DATE         TO SP-SUSP-DATE
           MOVE 'O'                 TO SP-STATUS
           MOVE TR-CUST-ID          TO SP-CUST-ID
           MOVE WS-REJECTED-FIELD   TO SP-FIELD
           MOVE WS-EXCEPTION-REASON TO SP-REASON
           MOVE WS-RUN-DATE         TO SP-ACTION-DATE
           MOVE SPACES              TO SP-ACTION-OPER
           MOVE TR-RECORD           TO SP-TRAN-DATA
           MOVE 'N' TO WS-SUSP-DONE-SW
           PERFORM 8060-WRITE-SUSPENSE THRU 8060-EXIT
               UNTIL WS-SUSP-DONE.
       8050-EXIT.
           EXIT.

       8060-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSP-SEQ
           MOVE WS-SUSP-SEQ TO SP-SEQ
           WRITE SP-RECORD
               INVALID KEY
                   IF SP-STATUS-DUPLICATE AND WS-SUSP-SEQ < 99999
                       GO TO 8060-EXIT
                   END-IF
                   DISPLAY "CUSTAPPLY: SUSPENSE-FILE WRITE FAILED "
                           "FOR " TR-CUST-ID ", STATUS = "
                           WS-SP-STATUS
                   SET WS-SUSP-DONE TO TRUE
                   GO TO 8060-EXIT
           END-WRITE
           SET WS-SUSP-DONE TO TRUE
           ADD 1 TO WS-TRANS-SUSPENDED.
       8060-EXIT.
           EXIT.

       9000-TERMINATE.
           IF TR-STATUS-OK OR TR-STATUS-EOF
               CLOSE TRANSACTION-FILE
           IF WS-XR-IS-OPEN
               CLOSE XREF-FILE
           END-IF
           IF WS-SP-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF CR-STATUS-OK
               CLOSE CONTROL-REPORT
           END-IF
