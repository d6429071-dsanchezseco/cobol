      *> 2026-08-23  jm  initial version - START/END pairing, elapsed
      *>                 times, abnormal-status flags and the
      *>                 missing-END list
      *> 2026-10-15  jm  each run line shows the operator signed on
      *>                 to the maintenance program, off the END
      *>                 record - blank for a batch run
      *> ##########################

       ENVIRONMENT DIVISION.
          05 FILLER            PIC X(10) VALUE 'START'.
          05 FILLER            PIC X(10) VALUE 'END'.
          05 FILLER            PIC X(10) VALUE 'ELAPSED'.
          05 FILLER            PIC X(20) VALUE 'STATUS'.
          05 FILLER            PIC X(09) VALUE 'OPERATOR'.

       01 WS-DETAIL-LINE.
          05 WS-DTL-PROGRAM    PIC X(10).
          05 WS-DTL-SS         PIC 9(02).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-FLAG       PIC X(18).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-DTL-OPERATOR   PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACES.

       01 WS-PGM-LINE.
          05 WS-PGL-PROGRAM    PIC X(10).
           MOVE WS-FMT-HH                   TO WS-DTL-HH
           MOVE WS-FMT-MM                   TO WS-DTL-MM
           MOVE WS-FMT-SS                   TO WS-DTL-SS
           MOVE XA-OPERATOR                 TO WS-DTL-OPERATOR
           IF XA-STATUS = 'A'
               ADD 1 TO WS-RUNS-ABNORMAL
               MOVE '** ABNORMAL END **' TO WS-DTL-FLAG
