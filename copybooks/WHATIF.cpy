      *> pro-forma what-if record - one proposed price per record,
      *> read by PROFORMA to price the period's usage at both the
      *> current and the proposed price before anything is changed
      *> through RATEMAINT or on the class table. WI-TYPE says which
      *> price is proposed:
      *>   'R' - a rate for customer WI-CUST-ID, the same PPP999
      *>         scaled rate RF-RATE carries, in WI-RATE
      *>   'C' - a CL-RATE-FACTOR for class WI-CLASS, in
      *>         WI-RATE-FACTOR
      *> a customer or class not named on the file is priced at its
      *> current rate and factor on both sides.
           05 WI-TYPE             PIC X(01).
              88 WI-TYPE-RATE         VALUE 'R'.
              88 WI-TYPE-CLASS        VALUE 'C'.
           05 WI-CUST-ID          PIC X(05).
           05 WI-CLASS-KEY REDEFINES WI-CUST-ID.
              10 WI-CLASS         PIC 9(02).
              10 FILLER           PIC X(03).
           05 WI-RATE             PIC PPP999.
           05 WI-RATE-FACTOR      PIC 9V99.
