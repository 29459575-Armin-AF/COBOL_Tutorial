      *> against a corrected policy number.
      *>     PAYSUSP-STATUS: 'S' = in suspense, 'R' = reposted.
      *>     PAYSUSP-REASON: why the payment bounced.
      *>     PAYSUSP-LOCKBOX-REF: the lockbox batch and item the
      *>     check came in on (LockboxImport.cob), blank for a
      *>     hand-keyed payment - the way back to the check image.
       01  PAYSUSP-RECORD.
           05  PAYSUSP-ITEM            PIC 9(5).
           05  PAYSUSP-POLICY-NUMBER   PIC 9(7).
           05  PAYSUSP-REASON          PIC X(20).
           05  PAYSUSP-SUSP-DATE       PIC 9(8).
           05  PAYSUSP-STATUS          PIC X(1).
           05  PAYSUSP-LOCKBOX-REF.
               10  PAYSUSP-LOCKBOX-BATCH   PIC X(5).
               10  PAYSUSP-LOCKBOX-ITEM    PIC X(5).
