      *> shared period-lock check - callable the way BUSDAYRTN is,
      *> so every program that posts money asks the same question
      *> of the same file. a caller hands over a CCYYMM period and
      *> gets back a switch that is 'Y' when PERDCLOSE has closed
      *> that period on the PERIODCT period-control file. the file
      *> is opened once on the first CALL the way BUSDAYRTN opens
      *> its calendar; no file just means no period has ever been
      *> closed, which is where every shop starts.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODRTN.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - closed-period lookup on
      *>                 the PERIODCT period-control file
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as PERDCLOSE's PERIOD-CONTROL
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  PD-RECORD.
           COPY PERIODREC.

         WORKING-STORAGE SECTION.
       01 WS-PD-STATUS  PIC X(02) VALUE '00'.
          88 PD-STATUS-OK  VALUE '00'.

      *> PERIODCT is opened once on the first CALL and left open.
      *> this switch persists across CALLs within the run unit, so
      *> it stays 'N' after the first attempt either way
       01 WS-FIRST-CALL-SW  PIC X(01) VALUE 'Y'.
          88 WS-FIRST-CALL     VALUE 'Y'.
       01 WS-PD-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-PD-IS-OPEN     VALUE 'Y'.

         LINKAGE SECTION.
      *> the CCYYMM period the caller is about to post into
       01 LS-PERIOD       PIC 9(06).
       01 LS-CLOSED-SW    PIC X(01).
          88 LS-PERIOD-IS-CLOSED VALUE 'Y'.

       PROCEDURE DIVISION USING LS-PERIOD LS-CLOSED-SW.
       0000-MAINLINE.
           IF WS-FIRST-CALL
               PERFORM 1000-OPEN-PERIOD-CONTROL THRU 1000-EXIT
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF

           MOVE 'N' TO LS-CLOSED-SW
           IF WS-PD-IS-OPEN
               PERFORM 2000-LOOK-UP-PERIOD THRU 2000-EXIT
           END-IF
           GOBACK.

      *> a missing control file is not an error - nothing has been
      *> closed yet, so every period is open
       1000-OPEN-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF PD-STATUS-OK
               SET WS-PD-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PERIODRTN: PERIOD-CONTROL UNAVAILABLE, "
                       "STATUS = " WS-PD-STATUS
                       " - NO PERIOD CLOSED"
           END-IF.
       1000-EXIT.
           EXIT.

      *> a period with no record has never been closed
       2000-LOOK-UP-PERIOD.
           MOVE LS-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           IF PD-PERIOD-CLOSED
               SET LS-PERIOD-IS-CLOSED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
