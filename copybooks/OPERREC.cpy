      *> operator authority record - the OPERAUTH file SIGNRTN reads
      *> for the maintenance programs' sign-on. keyed by operator id
      *> plus program name. the record with a blank OP-PROGRAM is the
      *> operator's sign-on record, carrying the name and password;
      *> every other record names one maintenance program (its
      *> PROGRAM-ID) and lists in OP-FUNCTIONS the function codes
      *> the operator may key there, e.g. 'ACD' for a clerk on
      *> CTRYMAINT, 'ACSDORM' for a supervisor on CUSTMAINT. no
      *> record for a program means no use of that program at all.
           05 OP-KEY.
              10 OP-OPERATOR     PIC X(08).
              10 OP-PROGRAM      PIC X(10).
           05 OP-NAME            PIC X(25).
           05 OP-PASSWORD        PIC X(08).
           05 OP-FUNCTIONS       PIC X(10).
