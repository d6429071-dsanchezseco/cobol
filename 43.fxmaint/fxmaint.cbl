      *> interactive add/change/delete against the exchange-rate
      *> table - the rates BILLSTMT and AGERPT consolidate every
      *> currency's money into the house currency with. operator
      *> keys a function, a currency code and an effective date,
      *> this program does the direct write/rewrite/delete and
      *> rejects anything that doesn't make sense (blank currency,
      *> implausible effective date, non-numeric or zero rate, add
      *> over an existing key, change/delete of a key that isn't
      *> there) to the same EXCEPTION-LOG the rest of the system
      *> uses. a wrong rate here misstates every consolidated figure
      *> management reads, so changes get the same controls as
      *> changes to the country table, including START/END audit
      *> records.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMAINT.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - CTRYMAINT-style maintenance
      *>                 for the effective-dated FXRATE table
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as BILLSTMT's/AGERPT's EXCHANGE-RATE-FILE
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RECORD.
           COPY FXRATE.

         WORKING-STORAGE SECTION.
       01 WS-FX-STATUS  PIC X(02) VALUE '00'.
          88 FX-STATUS-OK         VALUE '00'.
          88 FX-STATUS-NOT-FOUND  VALUE '23'.
          88 FX-STATUS-DUPLICATE  VALUE '22'.

      *> which field 8000-LOG-MAINT-ERROR should log against - set
      *> ahead of each PERFORM, the same way CUSTMAINT's
      *> WS-REJECTED-FIELD works
       01 WS-REJECTED-FIELD  PIC X(15) VALUE SPACES.

      *> operator's choice of transaction, keyed until X-EXIT
       01 WS-FUNCTION   PIC X(01).
          88 WS-FUNC-ADD      VALUE 'A'.
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
       01 WS-SIGN-PROGRAM   PIC X(10) VALUE 'FXMAINT'.
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

      *> fields keyed by the operator - the effective date and the
      *> rate are picked up as X with numeric REDEFINES so they can
      *> be checked NUMERIC before being trusted, the same way the
      *> RUNCTL card columns are
       01 WS-CURRENCY    PIC X(03).
       01 WS-EFF-DATE    PIC X(08).
       01 WS-EFF-SPLIT REDEFINES WS-EFF-DATE.
          05 WS-EFF-CCYY PIC 9(04).
          05 WS-EFF-MM   PIC 9(02).
          05 WS-EFF-DD   PIC 9(02).

      *> the rate is keyed as all eleven digits FX-RATE stores -
      *> '00001250000' is 1.250000 house units to the currency unit
       01 WS-RATE        PIC X(11).
       01 WS-RATE-N REDEFINES WS-RATE PIC 9(05)V9(06).

       01 WS-RUN-DATE       PIC 9(08).
       01 WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
       01 WS-EXCEPTION-REC.
           COPY EXCLOG REPLACING ==XL-PROGRAM==  BY ==WS-EXC-PROGRAM==
                                 ==XL-KEY==      BY ==WS-EXC-KEY==
                                 ==XL-FIELD==    BY ==WS-EXC-FIELD==
                                 ==XL-REASON==   BY ==WS-EXC-REASON==
                                 ==XL-RUN-DATE== BY ==WS-EXC-RUN-DATE==.

      *> flipped whenever a transaction is rejected, so the audit END
      *> record shows the session didn't run completely clean
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL WS-FUNC-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           PERFORM 1100-SIGN-ON THRU 1100-EXIT
               UNTIL WS-SIGNED-ON OR WS-SIGN-TRIES >= 3
           MOVE 'FXMAINT'   TO WS-AUD-PROGRAM
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
           OPEN I-O EXCHANGE-RATE-FILE
           IF NOT FX-STATUS-OK
               DISPLAY "FXMAINT: UNABLE TO OPEN EXCHANGE-RATE-FILE, "
                       "STATUS = " WS-FX-STATUS
               SET WS-HAD-REJECTS TO TRUE
               MOVE 'X' TO WS-FUNCTION
           END-IF.
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
      *> keys X to exit. the currency and effective date together
      *> are the file's key, so both are edited before any i-o
       2000-PROCESS-TRANSACTION.
           DISPLAY "FUNCTION (A-ADD, C-CHANGE, D-DELETE, X-EXIT) > "
           ACCEPT WS-FUNCTION
           IF WS-FUNC-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-FUNC-KNOWN
               PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
               IF NOT WS-IS-ALLOWED
                   GO TO 2000-EXIT
               END-IF
           END-IF

           DISPLAY "CURRENCY CODE > "
           ACCEPT WS-CURRENCY

      *> a blank currency can never match a statement's - CTRYMAINT
      *> refuses one on the country table for the same reason
           IF WS-CURRENCY = SPACES
               MOVE "CURRENCY CODE IS BLANK" TO WS-EXCEPTION-REASON
               MOVE 'FX-CURRENCY' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           DISPLAY "EFFECTIVE DATE (CCYYMMDD) > "
           ACCEPT WS-EFF-DATE

      *> same plausibility test RATEMAINT runs on a price's
      *> effective date - a zero date would shadow every real one
           IF WS-EFF-DATE NOT NUMERIC
               OR WS-EFF-CCYY = 0
               OR WS-EFF-MM < 01 OR WS-EFF-MM > 12
               OR WS-EFF-DD < 01 OR WS-EFF-DD > 31
               MOVE "EFFECTIVE DATE IMPLAUSIBLE"
                   TO WS-EXCEPTION-REASON
               MOVE 'FX-EFF-DATE' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-FUNC-ADD
               PERFORM 3000-ADD-RATE THRU 3000-EXIT
           ELSE
               IF WS-FUNC-CHANGE
                   PERFORM 4000-CHANGE-RATE THRU 4000-EXIT
               ELSE
                   IF WS-FUNC-DELETE
                       PERFORM 5000-DELETE-RATE THRU 5000-EXIT
                   ELSE
                       DISPLAY "FXMAINT: UNKNOWN FUNCTION "
                               WS-FUNCTION
                   END-IF
               END-IF
           END-IF.
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
           DISPLAY "RATE (NNNNNNNNNNN = NNNNN.NNNNNN) > "
           ACCEPT WS-RATE
      *> a zero rate would drop the currency out of every
      *> consolidated total without anyone being told
           IF WS-RATE NOT NUMERIC
               OR WS-RATE-N = 0
               MOVE "ADD - RATE NOT NUMERIC OR ZERO"
                   TO WS-EXCEPTION-REASON
               MOVE 'FX-RATE' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE WS-EFF-DATE TO FX-EFF-DATE
           MOVE WS-RATE-N   TO FX-RATE
           WRITE FX-RECORD
               INVALID KEY
                   MOVE "ADD - RATE KEY ALREADY ON FILE"
                       TO WS-EXCEPTION-REASON
                   MOVE 'FX-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.

      *> reject a change against a key that isn't on the file
       4000-CHANGE-RATE.
           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE WS-EFF-DATE TO FX-EFF-DATE
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "CHANGE - RATE KEY NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   MOVE 'FX-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
                   GO TO 4000-EXIT
           END-READ

           DISPLAY "RATE [" FX-RATE "] > "
           ACCEPT WS-RATE
           IF WS-RATE NOT NUMERIC
               OR WS-RATE-N = 0
               MOVE "CHANGE - RATE NOT NUMERIC/ZERO"
                   TO WS-EXCEPTION-REASON
               MOVE 'FX-RATE' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE WS-RATE-N TO FX-RATE
           REWRITE FX-RECORD
               INVALID KEY
                   MOVE "CHANGE - REWRITE FAILED"
                       TO WS-EXCEPTION-REASON
                   MOVE 'FX-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *> reject a delete against a key that isn't on the file
       5000-DELETE-RATE.
           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE WS-EFF-DATE TO FX-EFF-DATE
           DELETE EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "DELETE - RATE KEY NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   MOVE 'FX-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
           END-DELETE.
       5000-EXIT.
           EXIT.

      *> exceptions path - every rejected add/change/delete lands here
       8000-LOG-MAINT-ERROR.
           DISPLAY "FXMAINT: " WS-CURRENCY " - " WS-EXCEPTION-REASON
           SET WS-HAD-REJECTS TO TRUE
           MOVE 'FXMAINT'          TO WS-EXC-PROGRAM
           MOVE WS-CURRENCY        TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD  TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE        TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

      *> refused sign-ons and functions - logged against the
      *> operator rather than the record, since none was touched
       8100-LOG-REFUSAL.
           DISPLAY "FXMAINT: " WS-OPERATOR-ID " - "
                   WS-EXCEPTION-REASON
           SET WS-HAD-REJECTS TO TRUE
           MOVE 'FXMAINT'          TO WS-EXC-PROGRAM
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
               IF FX-STATUS-OK OR FX-STATUS-NOT-FOUND
                   OR FX-STATUS-DUPLICATE
                   CLOSE EXCHANGE-RATE-FILE
               END-IF
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-HAD-REJECTS
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
