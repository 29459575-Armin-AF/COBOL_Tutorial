      *> Single-record renewal underwriting limits file - a policy
      *> whose expiring term breaches any of these is non-renewed
      *> instead of renewed. Maintained by underwriting, read by
      *> PolicyRenewal.cob.
       01  RENEWLIM-RECORD.
      *>     Most claims (other than denied ones) one term may carry.
           05  RENEWLIM-MAX-CLAIMS     PIC 9(2).
      *>     Net paid losses in the term (paid less recovered) as a
      *>     percentage of POLICY-PREMIUM.
           05  RENEWLIM-MAX-LOSS-PCT   PIC 9(3).
      *>     Most reinstatements after lapse one term may carry.
           05  RENEWLIM-MAX-REINSTATE  PIC 9(2).
