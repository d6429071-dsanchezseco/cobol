      *> ##########################
      *> GLFEED - general-ledger feeder record, appended to the
      *> GLFEED file by the programs that move money on the
      *> receivable side, one record per currency per run, and read
      *> back by GLINTF to build the day's journal entries.
      *>
      *> two kinds of record share the layout, told apart by
      *> XG-SOURCE:
      *>   'B' - a BILLSTMT statement run: charges, tax, and the
      *>         credit on account taken off the new charges
      *>   'P' - a PAYAPPLY payment run: money received from known
      *>         customers, what was applied to open charges, what
      *>         went on account, and what could not be placed
      *> fields that don't apply to a record's type are zero.
      *> XG-BUS-DATE is the business day the entries post to - the
      *> run date, or the next business day after it when the run
      *> fell on a weekend or holiday. XG-RUN-DATE/XG-RUN-TIME tell
      *> two runs of the same program apart, so a statement rerun
      *> replaces the earlier run's figures instead of doubling them.
      *>
      *> include with a prefix that fits where it's used, e.g.
      *>     01 GF-RECORD.
      *>         COPY GLFEED REPLACING
      *>             ==XG-BUS-DATE== BY ==GF-BUS-DATE==
      *>             ...
      *> ##########################
           05 XG-BUS-DATE     PIC 9(08).
           05 XG-RUN-DATE     PIC 9(08).
           05 XG-RUN-TIME     PIC 9(08).
           05 XG-SOURCE       PIC X(01).
           05 XG-CURRENCY     PIC X(03).
           05 XG-CHARGES      PIC 9(09)V99.
           05 XG-TAX          PIC 9(09)V99.
           05 XG-CREDIT-USED  PIC 9(09)V99.
           05 XG-RECEIVED     PIC 9(09)V99.
           05 XG-APPLIED      PIC 9(09)V99.
           05 XG-TO-CREDIT    PIC 9(09)V99.
           05 XG-UNAPPLIED    PIC 9(09)V99.
