      *> period-control record - one per CCYYMM accounting period
      *> PERDCLOSE has closed, keyed by the period. PD-STATUS 'C'
      *> locks the period: BILLSTMT, PAYAPPLY and ADJAPPLY ask
      *> PERIODRTN before posting and refuse to post into it. the
      *> money fields are the period's closing roll-forward - the
      *> opening receivables carried from the prior period's
      *> PD-ENDING-AR, the movement off the GLFEED feeder file and
      *> the ADJHIST adjustment history, and the ending receivables
      *> the next close starts from. PD-LAST-BUS-DATE is the last
      *> business day of the period BUSDAYRTN named, PD-CLOSE-DATE
      *> the run date the close was made.
           05 PD-PERIOD           PIC 9(06).
           05 PD-STATUS           PIC X(01).
              88 PD-PERIOD-OPEN       VALUE 'O'.
              88 PD-PERIOD-CLOSED     VALUE 'C'.
           05 PD-LAST-BUS-DATE    PIC 9(08).
           05 PD-CLOSE-DATE       PIC 9(08).
           05 PD-OPENING-AR       PIC S9(09)V99.
           05 PD-CHARGES          PIC 9(09)V99.
           05 PD-TAX              PIC 9(09)V99.
           05 PD-PAYMENTS         PIC 9(09)V99.
           05 PD-CREDIT-USED      PIC 9(09)V99.
           05 PD-ADJ-DEBITS       PIC 9(09)V99.
           05 PD-ADJ-CREDITS      PIC 9(09)V99.
           05 PD-ENDING-AR        PIC S9(09)V99.
