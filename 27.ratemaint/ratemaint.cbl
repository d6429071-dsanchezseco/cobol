      *> modification history
      *> 2026-09-02  jm  initial version - CUSTMAINT-style maintenance
      *>                 for the effective-dated RATEFILE
      *> 2026-10-15  jm  the session starts with an operator sign-on
      *>                 checked through SIGNRTN against the OPERAUTH
      *>                 authority file - three tries, then the
      *>                 session is refused - and each function is
      *>                 checked against the operator's authority for
      *>                 this program before anything is keyed.
      *>                 refusals go to the EXCEPTION-LOG, and the
      *>                 audit records carry the operator id
      *> ##########################

       ENVIRONMENT DIVISION.
          88 WS-FUNC-CHANGE   VALUE 'C'.
          88 WS-FUNC-DELETE   VALUE 'D'.
          88 WS-FUNC-EXIT     VALUE 'X'.
          88 WS-FUNC-KNOWN    VALUE 'A' 'C' 'D'.

      *> the operator signed on for the session and the password
      *> keyed with it, checked through SIGNRTN against OPERAUTH -
      *> WS-SIGN-PROGRAM is the program name the authority records
      *> are filed under
       01 WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
       01 WS-PASSWORD       PIC X(08) VALUE SPACES.
       01 WS-SIGN-REQUEST   PIC X(01) VALUE SPACES.
       01 WS-SIGN-PROGRAM   PIC X(10) VALUE 'RATEMAINT'.
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

      *> fields keyed by the operator - the effective date is picked
      *> up as X with a numeric REDEFINES so it can be checked
                                   ==XA-EVENT==    BY ==WS-AUD-EVENT==
                                   ==XA-RUN-DATE== BY ==WS-AUD-DATE==
                                   ==XA-RUN-TIME== BY ==WS-AUD-TIME==
                                   ==XA-STATUS==   BY ==WS-AUD-STATUS==
                                   ==XA-OPERATOR== BY ==WS-AUD-OPER==.

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           PERFORM 1100-SIGN-ON THRU 1100-EXIT
               UNTIL WS-SIGNED-ON OR WS-SIGN-TRIES >= 3
           MOVE 'RATEMAINT' TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE WS-OPERATOR-ID TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC
      *> no sign-on, no session - the file is never opened
           IF NOT WS-SIGNED-ON
               SET WS-HAD-REJECTS TO TRUE
               MOVE 'X' TO WS-FUNCTION
               GO TO 1000-EXIT
           END-IF
           OPEN I-O RATE-FILE
           IF NOT RF-STATUS-OK
               DISPLAY "RATEMAINT: UNABLE TO OPEN RATE-FILE, "
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
      *> keys X to exit. the id and effective date together are the
      *> file's key, so both are edited before any i-o
           IF WS-FUNC-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-FUNC-KNOWN
               PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
               IF NOT WS-IS-ALLOWED
                   GO TO 2000-EXIT
               END-IF
           END-IF

           DISPLAY "RATE ID > "
           ACCEPT WS-ID
       2000-EXIT.
           EXIT.

      *> the function keyed must be on the operator's authority
      *> record for this program - refused before anything else is
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

      *> reject an add over a key that's already on the file instead
      *> of silently overwriting whatever was there
       3000-ADD-RATE.
       8000-EXIT.
           EXIT.

      *> refused sign-ons and functions - logged against the
      *> operator rather than the record, since none was touched
       8100-LOG-REFUSAL.
           DISPLAY "RATEMAINT: " WS-OPERATOR-ID " - "
                   WS-EXCEPTION-REASON
           SET WS-HAD-REJECTS TO TRUE
           MOVE 'RATEMAINT'        TO WS-EXC-PROGRAM
           MOVE WS-OPERATOR-ID     TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD  TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE        TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
      *> a refused sign-on never opened the file
           IF WS-SIGNED-ON
               IF RF-STATUS-OK OR RF-STATUS-NOT-FOUND
                   OR RF-STATUS-DUPLICATE
                   CLOSE RATE-FILE
               END-IF
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-HAD-REJECTS
