      *> nightly cross-file integrity sweep - RATERECON proves the
      *> rate file against the customer master, but nothing proved
      *> the other files keyed by customer id. this job walks
      *> ADDRFILE, USAGEFIL, BILLHIST and XREFFILE front to back and
      *> does one keyed read of CUSTOMER-MASTER per record, so an
      *> override address, a meter reading, a charge or a merge
      *> pairing left pointing at a purged or never-existing id
      *> lands on the integrity report by file. on top of the
      *> orphans it reports:
      *>   - open BILLHIST balances (charge plus debits less credits
      *>     less paid) sitting on a closed customer, or on one that
      *>     was merged away and is still on XREFFILE as a duplicate
      *>   - XREFFILE chains, where a merge's survivor was itself
      *>     merged later, and loops, where following survivor after
      *>     survivor comes back round to an id already visited
      *> every problem is one EXCEPTION-LOG record, and the run ends
      *> with return code 4 when anything was found (8 when the
      *> master could not be opened and nothing was checked), so
      *> the scheduler can hold the next night's work on it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

      *> ##########################
      *> modification history
      *> 2026-10-15  jm  initial version - orphan, open-balance and
      *>                 merge-chain checks across the satellite
      *>                 files, RATERECON-style
      *> ##########################

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one keyed read per satellite record - nothing here walks
      *> the master itself
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-AF-STATUS.

           SELECT USAGE-FILE ASSIGN TO "USAGEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UF-KEY
               FILE STATUS IS WS-UF-STATUS.

           SELECT BILLING-HISTORY ASSIGN TO "BILLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BH-STATUS.

      *> DYNAMIC because the cross-reference is hit both ways - keyed
      *> while BILLHIST drives (was this customer merged away?) and
      *> while a chain is followed, front to back for its own pass
           SELECT XREF-FILE ASSIGN TO "XREFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-DUP-ID
               FILE STATUS IS WS-XR-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

       DATA DIVISION.
         FILE SECTION.

      *> same layout as DATATYPES'/CUSTBATCH's CUSTOMER-MASTER
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CM-RECORD.
           COPY CUSTREC.

      *> same layout as CUSTMAINT's ADDRESS-FILE
       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AD-RECORD.
           COPY ADDRREC.

      *> same layout as BILLSTMT's USAGE-FILE
       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  UF-RECORD.
           COPY USAGEREC.

      *> same layout as AGERPT's BILLING-HISTORY
       FD  BILLING-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  BH-RECORD.
           COPY BILLHREC.

      *> same layout as XREFRTN's XREF-FILE
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  XR-RECORD.
           COPY XREFREC.

       FD  INTEGRITY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  IR-LINE                PIC X(80).

         WORKING-STORAGE SECTION.
       01 WS-CM-STATUS  PIC X(02) VALUE '00'.
          88 CM-STATUS-OK         VALUE '00'.
          88 CM-STATUS-NOT-FOUND  VALUE '23'.
       01 WS-AF-STATUS  PIC X(02) VALUE '00'.
          88 AF-STATUS-OK         VALUE '00'.
       01 WS-UF-STATUS  PIC X(02) VALUE '00'.
          88 UF-STATUS-OK         VALUE '00'.
       01 WS-BH-STATUS  PIC X(02) VALUE '00'.
          88 BH-STATUS-OK         VALUE '00'.
       01 WS-XR-STATUS  PIC X(02) VALUE '00'.
          88 XR-STATUS-OK         VALUE '00'.
       01 WS-IR-STATUS  PIC X(02) VALUE '00'.
          88 IR-STATUS-OK    VALUE '00'.

       01 WS-AF-EOF-SW  PIC X(01) VALUE 'N'.
          88 AF-AT-EOF        VALUE 'Y'.
       01 WS-UF-EOF-SW  PIC X(01) VALUE 'N'.
          88 UF-AT-EOF        VALUE 'Y'.
       01 WS-BH-EOF-SW  PIC X(01) VALUE 'N'.
          88 BH-AT-EOF        VALUE 'Y'.
       01 WS-XR-EOF-SW  PIC X(01) VALUE 'N'.
          88 XR-AT-EOF        VALUE 'Y'.

      *> the satellite files are each checked only when they open -
      *> a shop that never split an address or merged a customer
      *> has no ADDRFILE or XREFFILE, and the report says the file
      *> was not checked rather than failing the run
       01 WS-AF-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-AF-IS-OPEN     VALUE 'Y'.
       01 WS-UF-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-UF-IS-OPEN     VALUE 'Y'.
       01 WS-BH-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-BH-IS-OPEN     VALUE 'Y'.
       01 WS-XR-OPEN-SW  PIC X(01) VALUE 'N'.
          88 WS-XR-IS-OPEN     VALUE 'Y'.

      *> without the master there is nothing to check against
       01 WS-OPEN-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-OPEN-FAILED    VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(08).

      *> the id 6000-LOOK-UP-MASTER is asked about, and the answer
       01 WS-LOOKUP-ID         PIC X(05).
       01 WS-CUST-FOUND-SW     PIC X(01) VALUE 'N'.
          88 WS-CUST-FOUND     VALUE 'Y'.

       01 WS-OPEN-AMOUNT       PIC S9(07)V99 VALUE 0.

      *> the XREFFILE pass - the pairing being checked, held while
      *> the chain walk reads other pairings over XR-RECORD
       01 WS-HOLD-DUP-ID       PIC X(05).
       01 WS-HOLD-SURV-ID      PIC X(05).
       01 WS-CHAIN-ID          PIC X(05).

      *> every id the chain walk has passed through, starting with
      *> the duplicate being checked - meeting one of them again is
      *> a loop. a chain longer than the table is reported as a loop
      *> too, since no real run of merges gets anywhere near it
       01 WS-VISITED-MAX       PIC 9(02) VALUE 50 COMP.
       01 WS-VISITED-COUNT     PIC 9(02) VALUE 0 COMP.
       01 WS-VISITED-IX        PIC 9(02) VALUE 0 COMP.
       01 WS-VISITED-TABLE.
          05 WS-VISITED-ID     PIC X(05) OCCURS 50 TIMES.
       01 WS-VISITED-FOUND-SW  PIC X(01) VALUE 'N'.
          88 WS-VISITED-FOUND  VALUE 'Y'.
       01 WS-CHAIN-END-SW      PIC X(01) VALUE 'N'.
          88 WS-CHAIN-ENDED    VALUE 'Y'.
       01 WS-CHAIN-LOOP-SW     PIC X(01) VALUE 'N'.
          88 WS-CHAIN-IS-LOOP  VALUE 'Y'.

       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.
       01 WS-REJECTED-FIELD    PIC X(15) VALUE SPACES.

      *> control totals
       01 WS-ADDRS-READ        PIC 9(07) VALUE 0.
       01 WS-ADDRS-ORPHANED    PIC 9(07) VALUE 0.
       01 WS-USAGE-READ        PIC 9(07) VALUE 0.
       01 WS-USAGE-ORPHANED    PIC 9(07) VALUE 0.
       01 WS-BILLS-READ        PIC 9(07) VALUE 0.
       01 WS-BILLS-ORPHANED    PIC 9(07) VALUE 0.
       01 WS-BILLS-ON-CLOSED   PIC 9(07) VALUE 0.
       01 WS-BILLS-ON-MERGED   PIC 9(07) VALUE 0.
       01 WS-XREFS-READ        PIC 9(07) VALUE 0.
       01 WS-XREFS-ORPHANED    PIC 9(07) VALUE 0.
       01 WS-XREFS-CHAINED     PIC 9(07) VALUE 0.
       01 WS-XREFS-LOOPED      PIC 9(07) VALUE 0.
       01 WS-PROBLEMS-FOUND    PIC 9(07) VALUE 0.

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
          05 FILLER            PIC X(33) VALUE
               'CUSTOMER FILE INTEGRITY REPORT'.
          05 FILLER            PIC X(09) VALUE 'RUN DATE '.
          05 WS-TTL-DATE       PIC 9(08).
          05 FILLER            PIC X(30) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER            PIC X(10) VALUE 'FILE'.
          05 FILLER            PIC X(07) VALUE 'ID'.
          05 FILLER            PIC X(16) VALUE 'RECORD'.
          05 FILLER            PIC X(47) VALUE 'PROBLEM'.

      *> WS-DTL-KEY is the rest of the satellite record's key, or
      *> for XREFFILE the survivor the pairing points at
       01 WS-DETAIL-LINE.
          05 WS-DTL-FILE       PIC X(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-ID         PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-KEY        PIC X(14).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-TEXT       PIC X(40).
          05 FILLER            PIC X(07) VALUE SPACES.

       01 WS-CHAIN-KEY.
          05 FILLER            PIC X(03) VALUE '-> '.
          05 WS-CHK-SURV-ID    PIC X(05).
          05 FILLER            PIC X(06) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(32).
          05 WS-TOT-COUNT      PIC Z(8)9.
          05 FILLER            PIC X(39) VALUE SPACES.

       01 WS-NOT-CHECKED-LINE.
          05 WS-NCK-FILE       PIC X(08).
          05 FILLER            PIC X(40) VALUE
               ' UNAVAILABLE - NOT CHECKED'.
          05 FILLER            PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-ADDRESS THRU 2000-EXIT
               UNTIL AF-AT-EOF
           PERFORM 3000-CHECK-ONE-USAGE THRU 3000-EXIT
               UNTIL UF-AT-EOF
           PERFORM 4000-CHECK-ONE-BILL THRU 4000-EXIT
               UNTIL BH-AT-EOF
           PERFORM 4900-POSITION-XREF THRU 4900-EXIT
           PERFORM 5000-CHECK-ONE-XREF THRU 5000-EXIT
               UNTIL XR-AT-EOF
           IF IR-STATUS-OK AND NOT WS-OPEN-FAILED
               PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-PROBLEMS-FOUND > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATERTN' USING WS-RUN-DATE
           MOVE 'INTEGCHK'  TO WS-AUD-PROGRAM
           MOVE 'START'     TO WS-AUD-EVENT
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE 'N'         TO WS-AUD-STATUS
           MOVE SPACES      TO WS-AUD-OPER
           CALL 'AUDITRTN' USING WS-AUDIT-REC

           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT INTEGRITY-REPORT
           IF NOT CM-STATUS-OK
               DISPLAY "INTEGCHK: UNABLE TO OPEN CUSTOMER-MASTER, "
                       "STATUS = " WS-CM-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           IF NOT IR-STATUS-OK
               DISPLAY "INTEGCHK: UNABLE TO OPEN INTEGRITY-REPORT, "
                       "STATUS = " WS-IR-STATUS
           END-IF

           OPEN INPUT ADDRESS-FILE
           IF AF-STATUS-OK
               SET WS-AF-IS-OPEN TO TRUE
           ELSE
               DISPLAY "INTEGCHK: ADDRESS-FILE UNAVAILABLE, "
                       "STATUS = " WS-AF-STATUS
                       " - NOT CHECKED"
           END-IF
           OPEN INPUT USAGE-FILE
           IF UF-STATUS-OK
               SET WS-UF-IS-OPEN TO TRUE
           ELSE
               DISPLAY "INTEGCHK: USAGE-FILE UNAVAILABLE, "
                       "STATUS = " WS-UF-STATUS
                       " - NOT CHECKED"
           END-IF
           OPEN INPUT BILLING-HISTORY
           IF BH-STATUS-OK
               SET WS-BH-IS-OPEN TO TRUE
           ELSE
               DISPLAY "INTEGCHK: BILLING-HISTORY UNAVAILABLE, "
                       "STATUS = " WS-BH-STATUS
                       " - NOT CHECKED"
           END-IF
           OPEN INPUT XREF-FILE
           IF XR-STATUS-OK
               SET WS-XR-IS-OPEN TO TRUE
           ELSE
               DISPLAY "INTEGCHK: XREF-FILE UNAVAILABLE, "
                       "STATUS = " WS-XR-STATUS
                       " - NOT CHECKED"
           END-IF

           IF NOT WS-AF-IS-OPEN OR WS-OPEN-FAILED
               SET AF-AT-EOF TO TRUE
           END-IF
           IF NOT WS-UF-IS-OPEN OR WS-OPEN-FAILED
               SET UF-AT-EOF TO TRUE
           END-IF
           IF NOT WS-BH-IS-OPEN OR WS-OPEN-FAILED
               SET BH-AT-EOF TO TRUE
           END-IF
           IF NOT WS-XR-IS-OPEN OR WS-OPEN-FAILED
               SET XR-AT-EOF TO TRUE
           END-IF

           IF IR-STATUS-OK AND NOT WS-OPEN-FAILED
               MOVE WS-RUN-DATE TO WS-TTL-DATE
               WRITE IR-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE IR-LINE FROM WS-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO IR-LINE
               WRITE IR-LINE AFTER ADVANCING 1 LINE
           END-IF.
       1000-EXIT.
           EXIT.

      *> override addresses - an override for a customer the master
      *> no longer carries will never print anywhere
       2000-CHECK-ONE-ADDRESS.
           READ ADDRESS-FILE NEXT
               AT END
                   SET AF-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ADDRS-READ

           MOVE AD-CUST-ID TO WS-LOOKUP-ID
           PERFORM 6000-LOOK-UP-MASTER THRU 6000-EXIT
           IF WS-CUST-FOUND
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ADDRS-ORPHANED
           MOVE 'ADDRFILE'     TO WS-DTL-FILE
           MOVE AD-ADDR-TYPE   TO WS-DTL-KEY
           MOVE 'OVERRIDE ADDRESS - NO CUSTOMER' TO WS-DTL-TEXT
           MOVE "ADDRFILE ID NOT ON MASTER"
               TO WS-EXCEPTION-REASON
           MOVE 'AD-CUST-ID' TO WS-REJECTED-FIELD
           PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *> meter readings - usage on file for an id nobody can be
      *> billed under
       3000-CHECK-ONE-USAGE.
           READ USAGE-FILE NEXT
               AT END
                   SET UF-AT-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-USAGE-READ

           MOVE UF-CUST-ID TO WS-LOOKUP-ID
           PERFORM 6000-LOOK-UP-MASTER THRU 6000-EXIT
           IF WS-CUST-FOUND
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-USAGE-ORPHANED
           MOVE 'USAGEFIL'     TO WS-DTL-FILE
           MOVE UF-PERIOD      TO WS-DTL-KEY
           MOVE 'USAGE READING - NO CUSTOMER' TO WS-DTL-TEXT
           MOVE "USAGEFIL ID NOT ON MASTER"
               TO WS-EXCEPTION-REASON
           MOVE 'UF-CUST-ID' TO WS-REJECTED-FIELD
           PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

      *> billing history - an orphan whatever its balance, and a
      *> charge still open on a customer who can no longer be
      *> billed or dunned for it
       4000-CHECK-ONE-BILL.
           READ BILLING-HISTORY NEXT
               AT END
                   SET BH-AT-EOF TO TRUE
                   GO TO 4000-EXIT
           END-READ
           ADD 1 TO WS-BILLS-READ

           MOVE 'BILLHIST'     TO WS-DTL-FILE
           MOVE BH-RUN-DATE    TO WS-DTL-KEY
           MOVE BH-CUST-ID TO WS-LOOKUP-ID
           PERFORM 6000-LOOK-UP-MASTER THRU 6000-EXIT
           IF NOT WS-CUST-FOUND
               ADD 1 TO WS-BILLS-ORPHANED
               MOVE 'BILLED CHARGE - NO CUSTOMER' TO WS-DTL-TEXT
               MOVE "BILLHIST ID NOT ON MASTER"
                   TO WS-EXCEPTION-REASON
               MOVE 'BH-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF

           COMPUTE WS-OPEN-AMOUNT = BH-CHARGE + BH-ADJ-DEBIT
               - BH-ADJ-CREDIT - BH-PAID
           IF WS-OPEN-AMOUNT <= 0
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-CHECK-OPEN-BILL THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *> a merge closes the duplicate as well, so the cross-
      *> reference is asked first - "merged" says more than "closed"
      *> about where the money should have gone
       4100-CHECK-OPEN-BILL.
           IF WS-XR-IS-OPEN
               MOVE BH-CUST-ID TO XR-DUP-ID
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BILLS-ON-MERGED
                       MOVE 'OPEN BALANCE ON MERGED CUSTOMER'
                           TO WS-DTL-TEXT
                       MOVE "OPEN BILL ON MERGED CUSTOMER"
                           TO WS-EXCEPTION-REASON
                       MOVE 'BH-CUST-ID' TO WS-REJECTED-FIELD
                       PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT
                       GO TO 4100-EXIT
               END-READ
           END-IF
           IF CM-STAT-CLOSED
               ADD 1 TO WS-BILLS-ON-CLOSED
               MOVE 'OPEN BALANCE ON CLOSED CUSTOMER' TO WS-DTL-TEXT
               MOVE "OPEN BILL ON CLOSED CUSTOMER"
                   TO WS-EXCEPTION-REASON
               MOVE 'BH-CUST-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *> the BILLHIST pass leaves the cross-reference positioned at
      *> its last random read - point it back at the first key so
      *> the pairing pass really runs front to back
       4900-POSITION-XREF.
           IF XR-AT-EOF
               GO TO 4900-EXIT
           END-IF
           MOVE LOW-VALUES TO XR-DUP-ID
           START XREF-FILE KEY NOT < XR-DUP-ID
               INVALID KEY
                   SET XR-AT-EOF TO TRUE
           END-START.
       4900-EXIT.
           EXIT.

      *> merge pairings - a dead id is meant to be off the master,
      *> so only the survivor is looked up. a survivor that is
      *> itself a duplicate on file is the start of a chain, walked
      *> to its end (or round its loop) before the pass moves on
       5000-CHECK-ONE-XREF.
           READ XREF-FILE NEXT
               AT END
                   SET XR-AT-EOF TO TRUE
                   GO TO 5000-EXIT
           END-READ
           ADD 1 TO WS-XREFS-READ
           MOVE XR-DUP-ID  TO WS-HOLD-DUP-ID
           MOVE XR-SURV-ID TO WS-HOLD-SURV-ID
           MOVE 'XREFFILE'      TO WS-DTL-FILE
           MOVE WS-HOLD-SURV-ID TO WS-CHK-SURV-ID
           MOVE WS-CHAIN-KEY    TO WS-DTL-KEY

           MOVE 0 TO WS-VISITED-COUNT
           MOVE 'N' TO WS-CHAIN-END-SW
           MOVE 'N' TO WS-CHAIN-LOOP-SW
           ADD 1 TO WS-VISITED-COUNT
           MOVE WS-HOLD-DUP-ID TO WS-VISITED-ID (WS-VISITED-COUNT)
           MOVE WS-HOLD-SURV-ID TO WS-CHAIN-ID
           PERFORM 5100-FOLLOW-CHAIN THRU 5100-EXIT
               UNTIL WS-CHAIN-ENDED
           PERFORM 5300-REPOSITION-XREF THRU 5300-EXIT

           IF WS-CHAIN-IS-LOOP
               ADD 1 TO WS-XREFS-LOOPED
               MOVE 'MERGE LOOP - SURVIVOR COMES BACK ROUND'
                   TO WS-DTL-TEXT
               MOVE "XREF MERGE LOOP" TO WS-EXCEPTION-REASON
               MOVE 'XR-SURV-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF
           IF WS-VISITED-COUNT > 1
               ADD 1 TO WS-XREFS-CHAINED
               MOVE WS-CHAIN-ID     TO WS-CHK-SURV-ID
               MOVE WS-CHAIN-KEY    TO WS-DTL-KEY
               MOVE 'MERGE CHAIN - SURVIVOR MERGED AGAIN'
                   TO WS-DTL-TEXT
               MOVE "XREF SURVIVOR ALSO MERGED"
                   TO WS-EXCEPTION-REASON
               MOVE 'XR-SURV-ID' TO WS-REJECTED-FIELD
               PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF

      *> only the duplicate itself was visited - the survivor is no
      *> one's duplicate, so it has to be a real customer
           MOVE WS-HOLD-SURV-ID TO WS-LOOKUP-ID
           PERFORM 6000-LOOK-UP-MASTER THRU 6000-EXIT
           IF WS-CUST-FOUND
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-XREFS-ORPHANED
           MOVE 'MERGE SURVIVOR - NO CUSTOMER' TO WS-DTL-TEXT
           MOVE "XREF SURVIVOR NOT ON MASTER"
               TO WS-EXCEPTION-REASON
           MOVE 'XR-SURV-ID' TO WS-REJECTED-FIELD
           PERFORM 8000-LOG-PROBLEM THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      *> one link of the chain - WS-CHAIN-ID is the survivor reached
      *> so far. seen before is a loop; not a duplicate on file is
      *> the end of the chain, and WS-CHAIN-ID the final survivor
       5100-FOLLOW-CHAIN.
           MOVE 'N' TO WS-VISITED-FOUND-SW
           PERFORM 5200-MATCH-VISITED THRU 5200-EXIT
               VARYING WS-VISITED-IX FROM 1 BY 1
               UNTIL WS-VISITED-IX > WS-VISITED-COUNT
                  OR WS-VISITED-FOUND
           IF WS-VISITED-FOUND
               SET WS-CHAIN-IS-LOOP TO TRUE
               SET WS-CHAIN-ENDED TO TRUE
               GO TO 5100-EXIT
           END-IF

           MOVE WS-CHAIN-ID TO XR-DUP-ID
           READ XREF-FILE
               INVALID KEY
                   SET WS-CHAIN-ENDED TO TRUE
                   GO TO 5100-EXIT
           END-READ

           IF WS-VISITED-COUNT >= WS-VISITED-MAX
               SET WS-CHAIN-IS-LOOP TO TRUE
               SET WS-CHAIN-ENDED TO TRUE
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-VISITED-COUNT
           MOVE WS-CHAIN-ID TO WS-VISITED-ID (WS-VISITED-COUNT)
           MOVE XR-SURV-ID  TO WS-CHAIN-ID.
       5100-EXIT.
           EXIT.

       5200-MATCH-VISITED.
           IF WS-VISITED-ID (WS-VISITED-IX) = WS-CHAIN-ID
               SET WS-VISITED-FOUND TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

      *> the walk's random reads move the file position - START just
      *> past the pairing being checked so the pass carries on from
      *> where it was
       5300-REPOSITION-XREF.
           MOVE WS-HOLD-DUP-ID TO XR-DUP-ID
           START XREF-FILE KEY > XR-DUP-ID
               INVALID KEY
                   SET XR-AT-EOF TO TRUE
           END-START.
       5300-EXIT.
           EXIT.

      *> one keyed read of the master - the record stays in CM-RECORD
      *> for the caller to look at the customer's status
       6000-LOOK-UP-MASTER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE WS-LOOKUP-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 6000-EXIT
           END-READ
           SET WS-CUST-FOUND TO TRUE.
       6000-EXIT.
           EXIT.

       7000-PRINT-DETAIL.
           IF NOT IR-STATUS-OK
               GO TO 7000-EXIT
           END-IF
           WRITE IR-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           IF WS-AF-IS-OPEN
               MOVE 'ADDRFILE RECORDS READ'  TO WS-TOT-LABEL
               MOVE WS-ADDRS-READ            TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'ADDRFILE ORPHANS'       TO WS-TOT-LABEL
               MOVE WS-ADDRS-ORPHANED        TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'ADDRFILE' TO WS-NCK-FILE
               WRITE IR-LINE FROM WS-NOT-CHECKED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-UF-IS-OPEN
               MOVE 'USAGEFIL RECORDS READ'  TO WS-TOT-LABEL
               MOVE WS-USAGE-READ            TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'USAGEFIL ORPHANS'       TO WS-TOT-LABEL
               MOVE WS-USAGE-ORPHANED        TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'USAGEFIL' TO WS-NCK-FILE
               WRITE IR-LINE FROM WS-NOT-CHECKED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-BH-IS-OPEN
               MOVE 'BILLHIST RECORDS READ'  TO WS-TOT-LABEL
               MOVE WS-BILLS-READ            TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'BILLHIST ORPHANS'       TO WS-TOT-LABEL
               MOVE WS-BILLS-ORPHANED        TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'BILLHIST OPEN ON CLOSED'  TO WS-TOT-LABEL
               MOVE WS-BILLS-ON-CLOSED       TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'BILLHIST OPEN ON MERGED'  TO WS-TOT-LABEL
               MOVE WS-BILLS-ON-MERGED       TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'BILLHIST' TO WS-NCK-FILE
               WRITE IR-LINE FROM WS-NOT-CHECKED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-XR-IS-OPEN
               MOVE 'XREFFILE RECORDS READ'  TO WS-TOT-LABEL
               MOVE WS-XREFS-READ            TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'XREFFILE SURVIVOR ORPHANS' TO WS-TOT-LABEL
               MOVE WS-XREFS-ORPHANED        TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'XREFFILE CHAINS'        TO WS-TOT-LABEL
               MOVE WS-XREFS-CHAINED         TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'XREFFILE LOOPS'         TO WS-TOT-LABEL
               MOVE WS-XREFS-LOOPED          TO WS-TOT-COUNT
               WRITE IR-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'XREFFILE' TO WS-NCK-FILE
               WRITE IR-LINE FROM WS-NOT-CHECKED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE 'TOTAL PROBLEMS FOUND'       TO WS-TOT-LABEL
           MOVE WS-PROBLEMS-FOUND            TO WS-TOT-COUNT
           WRITE IR-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       7500-EXIT.
           EXIT.

      *> one problem, one report line and one exception record -
      *> file, key and text already in the detail line, reason and
      *> field already moved in by the caller
       8000-LOG-PROBLEM.
           ADD 1 TO WS-PROBLEMS-FOUND
           MOVE WS-LOOKUP-ID TO WS-DTL-ID
           IF WS-DTL-FILE = 'XREFFILE'
               MOVE WS-HOLD-DUP-ID TO WS-DTL-ID
           END-IF
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
           DISPLAY "INTEGCHK: " WS-DTL-FILE " " WS-DTL-ID " - "
                   WS-EXCEPTION-REASON
           MOVE 'INTEGCHK'          TO WS-EXC-PROGRAM
           MOVE WS-DTL-ID           TO WS-EXC-KEY
           MOVE WS-REJECTED-FIELD   TO WS-EXC-FIELD
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON
           MOVE WS-RUN-DATE         TO WS-EXC-RUN-DATE
           CALL 'EXCPRTN' USING WS-EXCEPTION-REC.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF CM-STATUS-OK OR CM-STATUS-NOT-FOUND
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-AF-IS-OPEN
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-UF-IS-OPEN
               CLOSE USAGE-FILE
           END-IF
           IF WS-BH-IS-OPEN
               CLOSE BILLING-HISTORY
           END-IF
           IF WS-XR-IS-OPEN
               CLOSE XREF-FILE
           END-IF
           IF IR-STATUS-OK
               CLOSE INTEGRITY-REPORT
           END-IF
           MOVE 'END' TO WS-AUD-EVENT
           IF WS-PROBLEMS-FOUND > 0 OR WS-OPEN-FAILED
               MOVE 'A' TO WS-AUD-STATUS
           END-IF
           ACCEPT WS-AUD-TIME FROM TIME
           CALL 'AUDITRTN' USING WS-AUDIT-REC.
       9000-EXIT.
           EXIT.
