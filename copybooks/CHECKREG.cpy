      *> file; the register backs the positive-pay file the bank
      *> verifies presented checks against.
      *>     CHKREG-STATUS: 'I' = issued/outstanding, 'V' = voided,
      *>     'R' = replaced by a reissue, 'C' = cleared (paid by the
      *>     bank - CheckRecon.cob), 'E' = escheated (outstanding past
      *>     the stale-check limit, moved to the unclaimed-property
      *>     listing by OutstandingChecks.cob).
      *>     CHKREG-PAID-DATE: the bank's paid date once cleared,
      *>     zeros until then.
       01  CHECKREG-RECORD.
           05  CHKREG-NUMBER           PIC 9(6).
           05  CHKREG-EMP-ID           PIC 9(5).
           05  CHKREG-DATE             PIC 9(8).
           05  CHKREG-AMOUNT           PIC 9(7)V99.
           05  CHKREG-STATUS           PIC X(1).
           05  CHKREG-PAID-DATE        PIC 9(8).
