      *> suspense record - one transaction CUSTAPPLY or PAYAPPLY
      *> rejected, held whole on the SUSPFILE suspense file so it can
      *> be put right through SUSPMAINT and released back into the
      *> night's input by SUSPREL instead of re-keyed from the paper.
      *> keyed by where it came from, the run date it was rejected
      *> on and a sequence within that date:
      *>   SP-SOURCE 'C' - a CUSTTRAN 'D' detail record, CUSTAPPLY
      *>             'P' - a PAYTRAN payment record, PAYAPPLY
      *> SP-STATUS walks an item through its life:
      *>   'O' - open, as suspended by the nightly run
      *>   'F' - fixed through SUSPMAINT, waiting for SUSPREL
      *>   'R' - released back into the input by SUSPREL
      *>   'C' - cancelled through SUSPMAINT, never to be applied
      *> SP-ACTION-DATE and SP-ACTION-OPER say when and by whom the
      *> last of those moves was made (blank operator for SUSPREL).
      *> SP-CUST-ID is the id the transaction carries, kept apart
      *> from the image so a list or report need not know which
      *> layout it is looking at.
           05 SP-KEY.
              10 SP-SOURCE        PIC X(01).
                 88 SP-SOURCE-CUSTTRAN  VALUE 'C'.
                 88 SP-SOURCE-PAYTRAN   VALUE 'P'.
              10 SP-SUSP-DATE     PIC 9(08).
              10 SP-SEQ           PIC 9(05).
           05 SP-STATUS           PIC X(01).
              88 SP-STAT-OPEN         VALUE 'O'.
              88 SP-STAT-FIXED        VALUE 'F'.
              88 SP-STAT-RELEASED     VALUE 'R'.
              88 SP-STAT-CANCELLED    VALUE 'C'.
              88 SP-STAT-UNRESOLVED   VALUE 'O' 'F'.
           05 SP-CUST-ID          PIC X(05).
           05 SP-FIELD            PIC X(15).
           05 SP-REASON           PIC X(30).
           05 SP-ACTION-DATE      PIC 9(08).
           05 SP-ACTION-OPER      PIC X(08).
      *> the rejected record itself, byte for byte as it was read
           05 SP-TRAN-DATA        PIC X(84).
      *> CUSTTRAN view - the same layout as CUSTAPPLY's TR-RECORD
      *> detail, record type byte included, so a released item
      *> goes back onto CUSTTRAN exactly as it arrived
           05 SP-CUST-TRAN REDEFINES SP-TRAN-DATA.
              10 SP-TR-REC-TYPE   PIC X(01).
              10 SP-TR-FUNCTION   PIC X(01).
              10 SP-TR-CUST-ID    PIC X(05).
              10 SP-TR-NAME       PIC X(25).
              10 SP-TR-CLASS      PIC 9(02).
              10 SP-TR-HOUSE-NUMBER PIC 9(03).
              10 SP-TR-STREET     PIC X(15).
              10 SP-TR-CITY       PIC X(15).
              10 SP-TR-COUNTRY    PIC X(15).
              10 SP-TR-STATUS     PIC X(01).
              10 SP-TR-ADDR-TYPE  PIC X(01).
      *> PAYTRAN view - the same layout as PAYAPPLY's PY-RECORD
           05 SP-PAY-TRAN REDEFINES SP-TRAN-DATA.
              10 SP-PY-CUST-ID    PIC X(05).
              10 SP-PY-PAY-DATE   PIC 9(08).
              10 SP-PY-AMOUNT     PIC 9(07)V99.
              10 FILLER           PIC X(62).
