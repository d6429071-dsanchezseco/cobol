      *> dunning-level record - one per customer DUNNING has ever
      *> written to, keyed by the billing customer id, so a customer
      *> is sent each notice once and only once. DN-LEVEL is the last
      *> notice sent: 1 first, 2 second, 3 final; DN-NOTICE-DATE the
      *> run date it went out and DN-OLDEST-DATE the statement run
      *> date of the oldest open item it was chasing. DN-HOLD-DATE is
      *> the run date DUNNING suspended the customer for non-payment,
      *> zero if it never has. a customer who pays up is reset to
      *> level 0 with no hold date, so the next time they fall
      *> behind the letters start again from the first notice.
           05 DN-CUST-ID          PIC X(05).
           05 DN-LEVEL            PIC 9(01).
              88 DN-LEVEL-NONE        VALUE 0.
              88 DN-LEVEL-FIRST       VALUE 1.
              88 DN-LEVEL-SECOND      VALUE 2.
              88 DN-LEVEL-FINAL       VALUE 3.
           05 DN-NOTICE-DATE      PIC 9(08).
           05 DN-OLDEST-DATE      PIC 9(08).
           05 DN-HOLD-DATE        PIC 9(08).
