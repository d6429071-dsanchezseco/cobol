      *> interactive correction of the SUSPFILE suspense file - the
      *> CUSTTRAN transactions CUSTAPPLY rejected and the PAYTRAN
      *> payments PAYAPPLY rejected, held there whole instead of
      *> living on only as a line on the exception log. the operator
      *> lists what is still waiting, then fixes an item by re-keying
      *> it - every field, the current value shown in brackets the
      *> way CUSTMAINT's change does - or cancels one that should
      *> never be applied. a fix runs the same IDVALID, CLASSVAL and
      *> CTRYVAL edits the nightly runs will, so an item is not sent
      *> back through only to land in suspense again; a fixed item
      *> waits for SUSPREL to release it into the next night's input.
      *> the session is signed on through SIGNRTN like every other
      *> maintenance program, refusals and rejected fixes go to the
      *> EXCEPTION-LOG, and START/END audit records carry the
      *> operator.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMAINT.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - list, fix and cancel
      *>                 suspended transactions and payments
      *> 2026-10-15  jm  SUSPFILE is closed on an open switch set when
      *>                 it opens, not on the last status it returned
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC because a fix or cancel is a keyed read and rewrite,
      *> and the list is a START and a READ NEXT walk from the top
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as CUSTAPPLY's/PAYAPPLY's SUSPENSE-FILE
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SP-RECORD.
           COPY SUSPREC.

         WORKING-STORAGE SECTION.
       01 WS-SP-STATUS  PIC X(02) VALUE '00'.
          88 SP-STATUS-OK         VALUE '00'.
          88 SP-STATUS-EOF        VALUE '10'.
          88 SP-STATUS-NOT-FOUND  VALUE '23'.

      *> flipped once SUSPFILE is open - the close at the end goes by
      *> this, not by whatever status the last read or rewrite left
       01 WS-SP-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-SP-IS-OPEN     VALUE 'Y'.

      *> which field 8000-LOG-MAINT-ERROR should log against - set
      *> ahead of each PERFORM, the same way CUSTMAINT's
      *> WS-REJECTED-FIELD works
       01 WS-REJECTED-FIELD  PIC X(15) VALUE SPACES.

      *> operator's choice of transaction, keyed until X-EXIT
       01 WS-FUNCTION   PIC X(01).
          88 WS-FUNC-LIST     VALUE 'L'.
          88 WS-FUNC-FIX      VALUE 'F'.
          88 WS-FUNC-CANCEL   VALUE 'C'.
          88 WS-FUNC-EXIT     VALUE 'X'.
          88 WS-FUNC-KNOWN    VALUE 'L' 'F' 'C'.

      *> the operator signed on for the session and the password
      *> keyed with it, checked through SIGNRTN against OPERAUTH -
      *> WS-SIGN-PROGRAM is the program name the authority records
      *> are filed under
       01 WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
       01 WS-PASSWORD       PIC X(08) VALUE SPACES.
       01 WS-SIGN-REQUEST   PIC X(01) VALUE SPACES.
       01 WS-SIGN-PROGRAM   PIC X(10) VALUE 'SUSPMAINT'.
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

      *> the suspense key keyed for a fix or cancel - source, date
      *> suspended and sequence, all fourteen characters together
      *> the way the list shows them
       01 WS-SUSP-KEY       PIC X(14).

      *> what a maintenance error is logged against - the item's
      *> customer id once it has been read, the keyed suspense key
      *> (as much of it as the log's key holds) before that
       01 WS-LOG-KEY        PIC X(10) VALUE SPACES.

      *> set by 2200-READ-ITEM - the item is on file and still
      *> waiting, so a fix or cancel may go ahead
       01 WS-ITEM-SW        PIC X(01) VALUE 'N'.
          88 WS-ITEM-READY     VALUE 'Y'.

      *> the list's walk through the file
       01 WS-LIST-DONE-SW   PIC X(01) VALUE 'N'.
          88 WS-LIST-DONE      VALUE 'Y'.
       01 WS-ITEMS-LISTED   PIC 9(05) VALUE 0.

      *> CUSTTRAN fields keyed for a fix - laid out like CUSTMAINT's
      *> WS-ID/WS-NAME/WS-CLASS/WS-ADDRESS, plus the function code
      *> and the fields only some functions carry
       01 WS-TR-FUNCTION PIC X(01).
          88 WS-TR-FUNC-ADD       VALUE 'A'.
          88 WS-TR-FUNC-CHANGE    VALUE 'C'.
          88 WS-TR-FUNC-STATUS    VALUE 'S'.
          88 WS-TR-FUNC-DELETE    VALUE 'D'.
          88 WS-TR-FUNC-OVERRIDE  VALUE 'O'.
          88 WS-TR-FUNC-REMOVE    VALUE 'R'.
          88 WS-TR-FUNC-MERGE     VALUE 'M'.
          88 WS-TR-FUNC-VALID     VALUE 'A' 'C' 'S' 'D' 'O' 'R' 'M'.
       01 WS-ID          PIC X(05).
       01 WS-NAME        PIC X(25).
       01 WS-CLASS       PIC 9(02).
       01 WS-ADDRESS.
           COPY CUSTADDR.
       01 WS-STATUS      PIC X(01).
          88 WS-STAT-VALID        VALUE 'A' 'S' 'C'.
       01 WS-ADDR-TYPE   PIC X(01).
          88 WS-ADDR-TYPE-VALID   VALUE 'B' 'M'.
       01 WS-DUP-ID      PIC X(05).

      *> PAYTRAN fields keyed for a fix - picked up as X with a
      *> numeric REDEFINES so they can be checked NUMERIC before
      *> being trusted, the same way CTRYMAINT takes its tax rate
       01 WS-PAY-DATE    PIC X(08).
       01 WS-PAY-DATE-N REDEFINES WS-PAY-DATE PIC 9(08).
       01 WS-AMOUNT      PIC X(09).
       01 WS-AMOUNT-N REDEFINES WS-AMOUNT PIC 9(07)V99.

       01 WS-ID-VALID-SW       PIC X(01) VALUE 'Y'.
          88 WS-ID-IS-VALID    VALUE 'Y'.
          88 WS-ID-IS-INVALID  VALUE 'N'.
       01 WS-COUNTRY-VALID-SW       PIC X(01) VALUE 'Y'.
          88 WS-COUNTRY-IS-VALID    VALUE 'Y'.
          88 WS-COUNTRY-IS-INVALID  VALUE 'N'.
       01 WS-CLASS-VALID-SW         PIC X(01) VALUE 'Y'.
          88 WS-CLASS-IS-VALID    VALUE 'Y'.
          88 WS-CLASS-IS-INVALID  VALUE 'N'.

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
           MOVE 'SUSPMAINT' TO WS-AUD-PROGRAM
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
           OPEN I-O SUSPENSE-FILE
           IF NOT SP-STATUS-OK
               DISPLAY "SUSPMAINT: UNABLE TO OPEN SUSPENSE-FILE, "
                       "STATUS = " WS-SP-STATUS
               SET WS-HAD-REJECTS TO TRUE
               MOVE 'X' TO WS-FUNCTION
               GO TO 1000-EXIT
           END-IF
           SET WS-SP-IS-OPEN TO TRUE.
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
           DISPLAY "FUNCTION (L-LIST, F-FIX, C-CANCEL, X-EXIT) > "
           ACCEPT WS-FUNCTION
           IF WS-FUNC-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-FUNC-KNOWN
               DISPLAY "SUSPMAINT: UNKNOWN FUNCTION " WS-FUNCTION
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
           IF NOT WS-IS-ALLOWED
               GO TO 2000-EXIT
           END-IF

           IF WS-FUNC-LIST
               PERFORM 3000-LIST-ITEMS THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF

           DISPLAY "SUSPENSE KEY > "
           ACCEPT WS-SUSP-KEY
           MOVE WS-SUSP-KEY TO WS-LOG-KEY
      *> a blank key can never be on the file - stopped here before
      *> any i-o
           IF WS-SUSP-KEY = SPACES
               MOVE "SUSPENSE KEY IS BLANK" TO WS-EXCEPTION-REASON
               MOVE 'SP-KEY' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-READ-ITEM THRU 2200-EXIT
           IF NOT WS-ITEM-READY
               GO TO 2000-EXIT
           END-IF

           IF WS-FUNC-FIX
               IF SP-SOURCE-PAYTRAN
                   PERFORM 4500-FIX-PAYMENT THRU 4500-EXIT
               ELSE
                   PERFORM 4000-FIX-TRANSACTION THRU 4000-EXIT
               END-IF
           ELSE
               PERFORM 5000-CANCEL-ITEM THRU 5000-EXIT
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

      *> the item a fix or cancel works on - it must be on the file
      *> and still waiting; a released or cancelled item is history
       2200-READ-ITEM.
           MOVE 'N' TO WS-ITEM-SW
           MOVE WS-SUSP-KEY TO SP-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON SUSPENSE FILE"
                       TO WS-EXCEPTION-REASON
                   MOVE 'SP-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
                   GO TO 2200-EXIT
           END-READ
           MOVE SP-CUST-ID TO WS-LOG-KEY
           IF NOT SP-STAT-UNRESOLVED
               MOVE "ITEM RELEASED OR CANCELLED"
                   TO WS-EXCEPTION-REASON
               MOVE 'SP-STATUS' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           SET WS-ITEM-READY TO TRUE
           DISPLAY "SUSPENDED " SP-SUSP-DATE " ON " SP-FIELD
                   " - " SP-REASON.
       2200-EXIT.
           EXIT.

      *> every item still waiting, open or fixed, in key order - the
      *> key shown is the one to key for a fix or cancel
       3000-LIST-ITEMS.
           MOVE 0   TO WS-ITEMS-LISTED
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE LOW-VALUES TO SP-KEY
           START SUSPENSE-FILE KEY NOT < SP-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-LIST-DONE
           DISPLAY "SUSPMAINT: " WS-ITEMS-LISTED " ITEMS WAITING".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT SP-STAT-UNRESOLVED
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-LISTED
           DISPLAY SP-KEY " " SP-STATUS " " SP-CUST-ID " "
                   SP-REASON.
       3100-EXIT.
           EXIT.

      *> re-key a suspended CUSTTRAN detail - the function first,
      *> since it decides which fields the transaction carries, then
      *> those fields through the same edits CUSTAPPLY runs. nothing
      *> is rewritten until every edit has passed
       4000-FIX-TRANSACTION.
           DISPLAY "FUNCTION [" SP-TR-FUNCTION
                   "] (A, C, S, D, O, R, M) > "
           ACCEPT WS-TR-FUNCTION
           IF NOT WS-TR-FUNC-VALID
               MOVE "FIX - UNKNOWN FUNCTION CODE"
                   TO WS-EXCEPTION-REASON
               MOVE 'TR-FUNCTION' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF

           DISPLAY "CUSTOMER ID [" SP-TR-CUST-ID "] > "
           ACCEPT WS-ID
           CALL 'IDVALID' USING WS-ID WS-ID-VALID-SW
               WS-EXCEPTION-REASON
           IF WS-ID-IS-INVALID
               MOVE 'WS-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO WS-NAME
           MOVE 0      TO WS-CLASS
           MOVE SPACES TO WS-ADDRESS
           MOVE 0      TO WS-HOUSE-NUMBER
           MOVE SPACES TO WS-STATUS
           MOVE SPACES TO WS-ADDR-TYPE
           MOVE SPACES TO WS-DUP-ID

           IF WS-TR-FUNC-ADD OR WS-TR-FUNC-CHANGE
               PERFORM 4100-KEY-NAME-AND-CLASS THRU 4100-EXIT
               IF WS-CLASS-IS-INVALID
                   GO TO 4000-EXIT
               END-IF
               PERFORM 4200-KEY-ADDRESS THRU 4200-EXIT
               IF WS-COUNTRY-IS-INVALID
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF WS-TR-FUNC-STATUS
               DISPLAY "STATUS [" SP-TR-STATUS "] (A-ACTIVE, "
                       "S-SUSPENDED, C-CLOSED) > "
               ACCEPT WS-STATUS
               IF NOT WS-STAT-VALID
                   MOVE "FIX - STATUS NOT A, S OR C"
                       TO WS-EXCEPTION-REASON
                   MOVE 'TR-STATUS' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF WS-TR-FUNC-OVERRIDE OR WS-TR-FUNC-REMOVE
               DISPLAY "ADDRESS TYPE [" SP-TR-ADDR-TYPE
                       "] (B-BILL-TO, M-MAIL-TO) > "
               ACCEPT WS-ADDR-TYPE
               IF NOT WS-ADDR-TYPE-VALID
                   MOVE "FIX - ADDRESS TYPE NOT B OR M"
                       TO WS-EXCEPTION-REASON
                   MOVE 'TR-ADDR-TYPE' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF WS-TR-FUNC-OVERRIDE
               PERFORM 4200-KEY-ADDRESS THRU 4200-EXIT
               IF WS-COUNTRY-IS-INVALID
                   GO TO 4000-EXIT
               END-IF
           END-IF

      *> an M carries the duplicate being retired in the name
      *> columns, the way CUSTAPPLY's TR-DUP-ID reads it
           IF WS-TR-FUNC-MERGE
               DISPLAY "DUPLICATE ID TO RETIRE [" SP-TR-NAME(1:5)
                       "] > "
               ACCEPT WS-DUP-ID
               CALL 'IDVALID' USING WS-DUP-ID WS-ID-VALID-SW
                   WS-EXCEPTION-REASON
               IF WS-ID-IS-INVALID
                   MOVE 'TR-DUP-ID' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
                   GO TO 4000-EXIT
               END-IF
               MOVE WS-DUP-ID TO WS-NAME
           END-IF

      *> every edit passed - rebuild the 'D' record from what was
      *> keyed and mark the item ready for SUSPREL
           MOVE SPACES          TO SP-TRAN-DATA
           MOVE 'D'             TO SP-TR-REC-TYPE
           MOVE WS-TR-FUNCTION  TO SP-TR-FUNCTION
           MOVE WS-ID           TO SP-TR-CUST-ID
           MOVE WS-NAME         TO SP-TR-NAME
           MOVE WS-CLASS        TO SP-TR-CLASS
           MOVE WS-HOUSE-NUMBER TO SP-TR-HOUSE-NUMBER
           MOVE WS-STREET       TO SP-TR-STREET
           MOVE WS-CITY         TO SP-TR-CITY
           MOVE WS-COUNTRY      TO SP-TR-COUNTRY
           MOVE WS-STATUS       TO SP-TR-STATUS
           MOVE WS-ADDR-TYPE    TO SP-TR-ADDR-TYPE
           MOVE WS-ID           TO SP-CUST-ID
           PERFORM 4900-MARK-FIXED THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

      *> name and class for an A or a C - the class through CLASSVAL,
      *> the same edit CUSTAPPLY runs on the night
       4100-KEY-NAME-AND-CLASS.
           DISPLAY "NAME [" SP-TR-NAME "] > "
           ACCEPT WS-NAME
           DISPLAY "CLASS [" SP-TR-CLASS "] > "
           ACCEPT WS-CLASS
           CALL 'CLASSVAL' USING WS-CLASS WS-CLASS-VALID-SW
               WS-EXCEPTION-REASON
           IF WS-CLASS-IS-INVALID
               MOVE 'WS-CLASS' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *> the address for an A, a C or an O - the country through
      *> CTRYVAL, the same edit CUSTAPPLY runs on the night
       4200-KEY-ADDRESS.
           DISPLAY "HOUSE NUMBER [" SP-TR-HOUSE-NUMBER "] > "
           ACCEPT WS-HOUSE-NUMBER
           DISPLAY "STREET [" SP-TR-STREET "] > "
           ACCEPT WS-STREET
           DISPLAY "CITY [" SP-TR-CITY "] > "
           ACCEPT WS-CITY
           DISPLAY "COUNTRY [" SP-TR-COUNTRY "] > "
           ACCEPT WS-COUNTRY
           CALL 'CTRYVAL' USING WS-COUNTRY WS-COUNTRY-VALID-SW
               WS-EXCEPTION-REASON
           IF WS-COUNTRY-IS-INVALID
               MOVE 'WS-COUNTRY' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *> re-key a suspended payment - the id through IDVALID, the
      *> date and amount checked numeric, and no payment of nothing
       4500-FIX-PAYMENT.
           DISPLAY "CUSTOMER ID [" SP-PY-CUST-ID "] > "
           ACCEPT WS-ID
           CALL 'IDVALID' USING WS-ID WS-ID-VALID-SW
               WS-EXCEPTION-REASON
           IF WS-ID-IS-INVALID
               MOVE 'PY-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF

           DISPLAY "PAYMENT DATE [" SP-PY-PAY-DATE "] (CCYYMMDD) > "
           ACCEPT WS-PAY-DATE
           IF WS-PAY-DATE NOT NUMERIC
               MOVE "FIX - PAYMENT DATE NOT NUMERIC"
                   TO WS-EXCEPTION-REASON
               MOVE 'PY-PAY-DATE' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF

           DISPLAY "AMOUNT [" SP-PY-AMOUNT
                   "] (NNNNNNNNN = NNNNNNN.NN) > "
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT NOT NUMERIC
               MOVE "FIX - AMOUNT NOT NUMERIC"
                   TO WS-EXCEPTION-REASON
               MOVE 'PY-AMOUNT' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF
           IF WS-AMOUNT-N = 0
               MOVE "FIX - AMOUNT IS ZERO"
                   TO WS-EXCEPTION-REASON
               MOVE 'PY-AMOUNT' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF

           MOVE SPACES        TO SP-TRAN-DATA
           MOVE WS-ID         TO SP-PY-CUST-ID
           MOVE WS-PAY-DATE-N TO SP-PY-PAY-DATE
           MOVE WS-AMOUNT-N   TO SP-PY-AMOUNT
           MOVE WS-ID         TO SP-CUST-ID
           PERFORM 4900-MARK-FIXED THRU 4900-EXIT.
       4500-EXIT.
           EXIT.

      *> the corrected item waits as fixed until SUSPREL releases it
      *> - fixing it again before then just replaces the correction
       4900-MARK-FIXED.
           MOVE 'F'            TO SP-STATUS
           MOVE WS-RUN-DATE    TO SP-ACTION-DATE
           MOVE WS-OPERATOR-ID TO SP-ACTION-OPER
           REWRITE SP-RECORD
               INVALID KEY
                   MOVE "FIX - REWRITE FAILED"
                       TO WS-EXCEPTION-REASON
                   MOVE 'SP-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
                   GO TO 4900-EXIT
           END-REWRITE
           DISPLAY "SUSPMAINT: " SP-KEY " FIXED - RELEASED ON THE "
                   "NEXT SUSPREL RUN".
       4900-EXIT.
           EXIT.

      *> an item that should never be applied - a duplicate, a
      *> payment returned to the sender - is cancelled, not deleted,
      *> so the suspense file still shows what became of it
       5000-CANCEL-ITEM.
           MOVE 'C'            TO SP-STATUS
           MOVE WS-RUN-DATE    TO SP-ACTION-DATE
           MOVE WS-OPERATOR-ID TO SP-ACTION-OPER
           REWRITE SP-RECORD
               INVALID KEY
                   MOVE "CANCEL - REWRITE FAILED"
                       TO WS-EXCEPTION-REASON
                   MOVE 'SP-KEY' TO WS-REJECTED-FIELD
                   PERFORM 8000-LOG-MAINT-ERROR THRU 8000-EXIT
                   GO TO 5000-EXIT
           END-REWRITE
           DISPLAY "SUSPMAINT: " SP-KEY " CANCELLED".
       5000-EXIT.
           EXIT.

      *> exceptions path - every rejected fix or cancel lands here
       8000-LOG-MAINT-ERROR.
           DISPLAY "SUSPMAINT: " WS-LOG-KEY " - " WS-EXCEPTION-REASON
           SET WS-HAD-REJECTS TO TRUE
           MOVE 'SUSPMAINT'        TO WS-EXC-PROGRAM
           MOVE WS-LOG-KEY         TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD  TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE        TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

      *> refused sign-ons and functions - logged against the
      *> operator rather than the record, since none was touched
       8100-LOG-REFUSAL.
           DISPLAY "SUSPMAINT: " WS-OPERATOR-ID " - "
                   WS-EXCEPTION-REASON
           SET WS-HAD-REJECTS TO TRUE
           MOVE 'SUSPMAINT'        TO WS-EXC-PROGRAM
           MOVE WS-OPERATOR-ID     TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD  TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE        TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
      *> a refused sign-on or a failed open never opened the file
           IF WS-SP-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-HAD-REJECTS
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
