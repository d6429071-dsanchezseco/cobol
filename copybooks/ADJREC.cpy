      *> shared billing adjustment history record layout - one record
      *> per credit memo, debit memo or write-off ADJAPPLY posts
      *> against a billing history charge. AJ-KEY is the key
      *> ADJUSTMENT-HISTORY is read by: the charge's own BH-KEY
      *> (AJ-CUST-ID plus AJ-BILL-DATE, the statement run that raised
      *> it), the CCYYMMDD run date the adjustment was posted, and a
      *> sequence number for a second adjustment to the same charge
      *> on the same day. BH-CHARGE itself is never touched - the
      *> running net of these records is carried on the charge as
      *> BH-ADJ-DEBIT/BH-ADJ-CREDIT, and this file says why.
           05 AJ-KEY.
              10 AJ-CUST-ID       PIC X(05).
              10 AJ-BILL-DATE     PIC 9(08).
              10 AJ-ADJ-DATE      PIC 9(08).
              10 AJ-SEQ           PIC 9(03).
           05 AJ-TYPE             PIC X(01).
              88 AJ-CREDIT-MEMO       VALUE 'C'.
              88 AJ-DEBIT-MEMO        VALUE 'D'.
              88 AJ-WRITE-OFF         VALUE 'W'.
           05 AJ-REASON           PIC X(02).
           05 AJ-AMOUNT           PIC 9(07)V99.
      *> the charge's open amount either side of the adjustment
           05 AJ-OPEN-BEFORE      PIC 9(07)V99.
           05 AJ-OPEN-AFTER       PIC 9(07)V99.
