      *> shared operator sign-on and authority check - callable the
      *> way BUSDAYRTN is, so every maintenance program asks the same
      *> question of the same OPERAUTH file instead of each keeping
      *> its own idea of who may do what. a caller hands over a
      *> request code, the operator id, the password, its own
      *> PROGRAM-ID and a function code, and gets back a switch that
      *> is 'Y' when the answer is yes:
      *>   'S' - sign-on: the operator is on file, the password
      *>         matches, and there is an authority record for the
      *>         program (the function code is not looked at)
      *>   'F' - function: the function code is one of those listed
      *>         for the operator on the program's authority record
      *>         (the password is not looked at)
      *> OPERAUTH is opened once on the first CALL the way BUSDAYRTN
      *> opens its calendar. unlike the calendar, no file is not a
      *> quiet default - no file means nobody can sign on.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNRTN.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - sign-on and per-program
      *>                 function authority off OPERAUTH
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
         FILE SECTION.

       FD  OPERATOR-AUTHORITY
           LABEL RECORDS ARE STANDARD.
       01  OP-RECORD.
           COPY OPERREC.

         WORKING-STORAGE SECTION.
       01 WS-OP-STATUS  PIC X(02) VALUE '00'.
          88 OP-STATUS-OK  VALUE '00'.

      *> OPERAUTH is opened once on the first CALL and left open.
      *> this switch persists across CALLs within the run unit, so
      *> it stays 'N' after the first attempt either way
       01 WS-FIRST-CALL-SW  PIC X(01) VALUE 'Y'.
          88 WS-FIRST-CALL     VALUE 'Y'.
       01 WS-OP-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-OP-IS-OPEN     VALUE 'Y'.

      *> how many times the function code turns up in OP-FUNCTIONS
       01 WS-FUNC-HITS       PIC 9(02) VALUE 0 COMP.

         LINKAGE SECTION.
       01 LS-REQUEST         PIC X(01).
          88 LS-REQ-SIGN-ON      VALUE 'S'.
          88 LS-REQ-FUNCTION     VALUE 'F'.
       01 LS-OPERATOR        PIC X(08).
       01 LS-PASSWORD        PIC X(08).
       01 LS-PROGRAM         PIC X(10).
       01 LS-FUNCTION        PIC X(01).
       01 LS-ALLOWED-SW      PIC X(01).
          88 LS-IS-ALLOWED       VALUE 'Y'.

       PROCEDURE DIVISION USING LS-REQUEST LS-OPERATOR LS-PASSWORD
                                LS-PROGRAM LS-FUNCTION LS-ALLOWED-SW.
       0000-MAINLINE.
           IF WS-FIRST-CALL
               PERFORM 1000-OPEN-AUTHORITY THRU 1000-EXIT
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF

           MOVE 'N' TO LS-ALLOWED-SW
           IF NOT WS-OP-IS-OPEN
               GOBACK
           END-IF
           IF LS-OPERATOR = SPACES
               GOBACK
           END-IF

           IF LS-REQ-SIGN-ON
               PERFORM 2000-CHECK-SIGN-ON THRU 2000-EXIT
           ELSE
               IF LS-REQ-FUNCTION
                   PERFORM 3000-CHECK-FUNCTION THRU 3000-EXIT
               END-IF
           END-IF
           GOBACK.

      *> without the authority file there is no telling who may do
      *> what, so every sign-on is refused until it is back
       1000-OPEN-AUTHORITY.
           OPEN INPUT OPERATOR-AUTHORITY
           IF OP-STATUS-OK
               SET WS-OP-IS-OPEN TO TRUE
           ELSE
               DISPLAY "SIGNRTN: OPERATOR-AUTHORITY UNAVAILABLE, "
                       "STATUS = " WS-OP-STATUS
                       " - NO SIGN-ON POSSIBLE"
           END-IF.
       1000-EXIT.
           EXIT.

      *> the operator's own record for the password, then the
      *> program's record to prove there is something to sign on to
       2000-CHECK-SIGN-ON.
           MOVE LS-OPERATOR TO OP-OPERATOR
           MOVE SPACES      TO OP-PROGRAM
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           IF OP-PASSWORD NOT = LS-PASSWORD
               GO TO 2000-EXIT
           END-IF

           MOVE LS-OPERATOR TO OP-OPERATOR
           MOVE LS-PROGRAM  TO OP-PROGRAM
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           IF OP-FUNCTIONS NOT = SPACES
               SET LS-IS-ALLOWED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       3000-CHECK-FUNCTION.
           IF LS-FUNCTION = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE LS-OPERATOR TO OP-OPERATOR
           MOVE LS-PROGRAM  TO OP-PROGRAM
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           MOVE 0 TO WS-FUNC-HITS
           INSPECT OP-FUNCTIONS TALLYING WS-FUNC-HITS
               FOR ALL LS-FUNCTION
           IF WS-FUNC-HITS > 0
               SET LS-IS-ALLOWED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
