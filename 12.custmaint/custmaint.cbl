      *>                 EXCEPTION-LOG with the dropped date -
      *>                 survivor's rate still wins, but a pricing
      *>                 record no longer vanishes without a trace
      *> 2026-10-15  jm  the session starts with an operator sign-on
      *>                 checked through SIGNRTN against the OPERAUTH
      *>                 authority file - three tries, then the
      *>                 session is refused - and each function is
      *>                 checked against the operator's authority for
      *>                 this program before a customer id is asked
      *>                 for. refusals go to the EXCEPTION-LOG. the
      *>                 session now writes AUDITRTN START/END records
      *>                 like the table maintenance programs, and the
      *>                 audit and CUSTJRNL journal records carry the
      *>                 operator id
      *> ##########################

       ENVIRONMENT DIVISION.
          88 WS-FUNC-REMOVE   VALUE 'R'.
          88 WS-FUNC-MERGE    VALUE 'M'.
          88 WS-FUNC-EXIT     VALUE 'X'.
          88 WS-FUNC-KNOWN    VALUE 'A' 'C' 'S' 'D' 'O' 'R' 'M'.

      *> the operator signed on for the session and the password
      *> keyed with it, checked through SIGNRTN against OPERAUTH -
      *> WS-SIGN-PROGRAM is the program name the authority records
      *> are filed under
       01 WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
       01 WS-PASSWORD       PIC X(08) VALUE SPACES.
       01 WS-SIGN-REQUEST   PIC X(01) VALUE SPACES.
       01 WS-SIGN-PROGRAM   PIC X(10) VALUE 'CUSTMAINT'.
       01 WS-ALLOWED-SW     PIC X(01) VALUE 'N'.
          88 WS-IS-ALLOWED     VALUE 'Y'.
       01 WS-SIGNED-ON-SW   PIC X(01) VALUE 'N'.
          88 WS-SIGNED-ON      VALUE 'Y'.
       01 WS-SIGN-TRIES     PIC 9(01) VALUE 0.

      *> the exception reason for a refused function, built around
      *> the function code keyed
       01 WS-REFUSAL-REASON.
          05 FILLER            PIC X(09) VALUE 'FUNCTION '.
          05 WS-REFUSED-FUNC   PIC X(01).
          05 FILLER            PIC X(20) VALUE ' NOT AUTHORISED'.

      *> flipped whenever a transaction or a sign-on is refused, so
      *> the audit END record shows the session didn't run clean
       01 WS-REJECT-SW  PIC X(01) VALUE 'N'.
          88 WS-HAD-REJECTS    VALUE 'Y'.

      *> built and handed to AUDITRTN at start-up and again just
      *> before this program ends
       01 WS-AUDIT-REC.
           COPY AUDITLOG REPLACING ==XA-PROGRAM==  BY ==WS-AUD-PROGRAM==
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

      *> the status the operator keys for an S transaction - same
      *> one-byte codes the CM-STATUS 88s carry
       01 WS-JOURNAL-REC.
           COPY JRNLREC REPLACING ==XJ-RUN-DATE== BY ==WS-JRN-RUN-DATE==
                                  ==XJ-PROGRAM==  BY ==WS-JRN-PROGRAM==
                                  ==XJ-OPERATOR== BY ==WS-JRN-OPERATOR==
                                  ==XJ-CUST-ID==  BY ==WS-JRN-CUST-ID==
                                  ==XJ-ACTION==   BY ==WS-JRN-ACTION==
                                  ==XJ-BEFORE==   BY ==WS-JRN-BEFORE==
       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE - 10000
           PERFORM 1100-SIGN-ON THRU 1100-EXIT
               UNTIL WS-SIGNED-ON OR WS-SIGN-TRIES >= 3
           MOVE 'CUSTMAINT' TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE WS-OPERATOR-ID TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
      *> no sign-on, no session - no file is ever opened
           IF NOT WS-SIGNED-ON
               SET WS-HAD-REJECTS TO TRUE
               MOVE 'X' TO WS-FUNCTION
               GO TO 1000-EXIT
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTMAINT: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "STATUS = " WS-CM-STATUS
               SET WS-HAD-REJECTS TO TRUE
               MOVE 'X' TO WS-FUNCTION
           END-IF
           OPEN I-O ADDRESS-FILE
       1000-EXIT.
           EXIT.

      *> one try at the operator id and password - 1000 allows three
      *> before the session is refused, and every failed try is on
      *> the log
       1100-SIGN-ON.
           ADD 1 TO WS-SIGN-TRIES
           DISPLAY "OPERATOR ID > "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD > "
           ACCEPT WS-PASSWORD
           MOVE 'S' TO WS-SIGN-REQUEST
           CALL 'SIGNRTN' USING WS-SIGN-REQUEST WS-OPERATOR-ID
               WS-PASSWORD WS-SIGN-PROGRAM WS-FUNCTION WS-ALLOWED-SW
           MOVE SPACES TO WS-PASSWORD
           IF WS-IS-ALLOWED
               SET WS-SIGNED-ON TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE "SIGN-ON REFUSED" TO WS-EXCEPTION-REASON
           MOVE 'WS-OPERATOR-ID'  TO WS-REJECTED-FIELD
           PERFORM 8100-LOG-REFUSAL THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

      *> one transaction per pass - keep asking until the operator
      *> keys X to exit
       2000-PROCESS-TRANSACTION.
           IF WS-FUNC-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-FUNC-KNOWN
               PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
               IF NOT WS-IS-ALLOWED
                   GO TO 2000-EXIT
               END-IF
           END-IF

           DISPLAY "CUSTOMER ID > "
           ACCEPT WS-ID
       2000-EXIT.
           EXIT.

      *> the function keyed must be on the operator's authority
      *> record for this program - refused before a customer id is
      *> asked for
       2100-CHECK-AUTHORITY.
           MOVE 'F' TO WS-SIGN-REQUEST
           CALL 'SIGNRTN' USING WS-SIGN-REQUEST WS-OPERATOR-ID
               WS-PASSWORD WS-SIGN-PROGRAM WS-FUNCTION WS-ALLOWED-SW
           IF WS-IS-ALLOWED
               GO TO 2100-EXIT
           END-IF
           MOVE WS-FUNCTION       TO WS-REFUSED-FUNC
           MOVE WS-REFUSAL-REASON TO WS-EXCEPTION-REASON
           MOVE 'WS-FUNCTION'     TO WS-REJECTED-FIELD
           PERFORM 8100-LOG-REFUSAL THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *> reject an add over an id that's already on the file instead
      *> of silently overwriting whatever was there
       3000-ADD-CUSTOMER.
       7600-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO WS-JRN-RUN-DATE
           MOVE 'CUSTMAINT' TO WS-JRN-PROGRAM
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
      *> keyed by the record actually touched - on a merge that is
      *> the duplicate being retired, not the keyed survivor
           MOVE CM-CUST-ID  TO WS-JRN-CUST-ID
      *> exceptions path - every rejected add/change/delete lands here
       8000-LOG-MAINT-ERROR.
           DISPLAY "CUSTMAINT: " WS-ID " - " WS-EXCEPTION-REASON
           SET WS-HAD-REJECTS TO TRUE
           MOVE 'CUSTMAINT'        TO WS-EXC-PROGRAM
           MOVE WS-ID              TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD  TO WS-EXC-FIELD
       8000-EXIT.
           EXIT.

      *> refused sign-ons and functions - logged against the
      *> operator rather than a customer, since none was touched
       8100-LOG-REFUSAL.
           DISPLAY "CUSTMAINT: " WS-OPERATOR-ID " - "
                   WS-EXCEPTION-REASON
           SET WS-HAD-REJECTS TO TRUE
           MOVE 'CUSTMAINT'        TO WS-EXC-PROGRAM
           MOVE WS-OPERATOR-ID     TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD  TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE        TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

      *> the adds and deletes this session applied go onto the
      *> balancing file as an 'M' record - appended run after run,
      *> same open pattern EXCPRTN uses on the exception log and the
           IF WS-ADDS-APPLIED > 0 OR WS-DELETES-APPLIED > 0
               PERFORM 7500-WRITE-BALANCE-RECORD THRU 7500-EXIT
           END-IF
      *> a refused sign-on never opened the master
           IF WS-SIGNED-ON
               IF CM-STATUS-OK OR CM-STATUS-NOT-FOUND
                   OR CM-STATUS-DUPLICATE
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF
           IF WS-AF-IS-OPEN
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-XR-IS-OPEN
               CLOSE XREF-FILE
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-HAD-REJECTS
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
