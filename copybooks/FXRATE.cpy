      *> exchange-rate record - FX-KEY is the composite key the rate
      *> table is read by: FX-CURRENCY (the same three characters as
      *> CY-CURRENCY, so a statement currency is one keyed START
      *> away) plus FX-EFF-DATE, the CCYYMMDD date the rate takes
      *> effect. a currency carries one record per rate change - the
      *> rate in effect on a given day is the record with the
      *> highest FX-EFF-DATE not past that day, the same rule
      *> RATEFILE's effective-dated prices follow. FX-RATE is how
      *> many units of the house currency one unit of FX-CURRENCY
      *> buys, to six places; the house currency itself carries a
      *> rate of 1.000000 so its own money consolidates like any
      *> other's.
           05 FX-KEY.
              10 FX-CURRENCY      PIC X(03).
              10 FX-EFF-DATE      PIC 9(08).
           05 FX-RATE             PIC 9(05)V9(06).
