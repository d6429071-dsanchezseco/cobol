      *> is 'A' for a write, 'C' for a rewrite, 'D' for a delete -
      *> the before image is spaces on an add, the after image is
      *> spaces on a delete. the image fields are sized to CUSTREC
      *> and must grow with it. XJ-OPERATOR is the operator signed on
      *> through SIGNRTN when the change was keyed at the console,
      *> blank when a batch program made it.
      *>
      *> include with a prefix that fits where it's used, e.g.
      *>     01 WS-JOURNAL-REC.
      *>                                ...
           05 XJ-RUN-DATE    PIC 9(08).
           05 XJ-PROGRAM     PIC X(10).
           05 XJ-OPERATOR    PIC X(08).
           05 XJ-CUST-ID     PIC X(05).
           05 XJ-ACTION      PIC X(01).
           05 XJ-BEFORE      PIC X(98).
