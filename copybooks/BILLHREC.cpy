      *> what the statement billed, BH-PAID is what PAYAPPLY has
      *> posted against it so far - the open balance is the
      *> difference, so "what does this customer owe us" is a keyed
      *> walk instead of a dig through old printouts. credit memos,
      *> debit memos and write-offs never rewrite BH-CHARGE - ADJAPPLY
      *> carries their running totals in BH-ADJ-DEBIT/BH-ADJ-CREDIT
      *> (write-offs count as credits) with the detail on ADJHIST, so
      *> the open balance is charge plus debits less credits less
      *> paid.
           05 BH-KEY.
              10 BH-CUST-ID       PIC X(05).
              10 BH-RUN-DATE      PIC 9(08).
           05 BH-CHARGE           PIC 9(07)V99.
           05 BH-PAID             PIC 9(07)V99.
      *> the total amount due the statement for this run date told
      *> the customer - the next statement's previous balance, so
      *> what came in between two statements is the difference
      *> between this figure and what is still open today
           05 BH-STMT-DUE         PIC 9(07)V99.
           05 BH-ADJ-DEBIT        PIC 9(07)V99.
           05 BH-ADJ-CREDIT       PIC 9(07)V99.
