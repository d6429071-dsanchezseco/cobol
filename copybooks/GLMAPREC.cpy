      *> general-ledger account mapping record - GM-KEY is the key
      *> GL-MAP-TABLE is read by: the journal entry type GLINTF is
      *> posting plus the currency it is in. a row with a blank
      *> GM-CURRENCY is the entry type's default, used for any
      *> currency that has no row of its own. GM-ACCOUNT is the
      *> ledger account number the line is posted to, GM-DESC the
      *> account's name for the journal and the report.
           05 GM-KEY.
              10 GM-ENTRY-TYPE    PIC X(02).
                 88 GM-RECEIVABLES    VALUE 'AR'.
                 88 GM-REVENUE        VALUE 'RV'.
                 88 GM-TAX-PAYABLE    VALUE 'TX'.
                 88 GM-CASH           VALUE 'CA'.
                 88 GM-CUST-CREDIT    VALUE 'CC'.
                 88 GM-UNAPPLIED      VALUE 'UA'.
              10 GM-CURRENCY      PIC X(03).
           05 GM-ACCOUNT          PIC X(10).
           05 GM-DESC             PIC X(20).
