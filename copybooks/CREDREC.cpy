      *> customer credit / unapplied cash record - money received
      *> that found no open charge to settle, either because it was
      *> more than the customer owed or because it arrived before
      *> BILLSTMT posted the charge it was meant for. CC-KEY is the
      *> key CREDIT-FILE is read by: CC-CUST-ID (the id the money
      *> was posted under, after any merge redirect) plus
      *> CC-PAY-DATE, the payment's own date - two overpayments on
      *> the same day fold into one record. CC-AMOUNT is what was
      *> put on account, CC-USED what later statements have taken
      *> off it, so the credit still available is the difference.
           05 CC-KEY.
              10 CC-CUST-ID       PIC X(05).
              10 CC-PAY-DATE      PIC 9(08).
           05 CC-AMOUNT           PIC 9(07)V99.
           05 CC-USED             PIC 9(07)V99.
      *> the run date the credit was posted by PAYAPPLY, and the run
      *> date a statement last took money off it
           05 CC-POST-DATE        PIC 9(08).
           05 CC-LAST-USED-DATE   PIC 9(08).
