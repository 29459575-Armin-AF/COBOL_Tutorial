      *> Premium payment transaction - one row per payment received,
      *> posted against the policy master by PaymentPosting.cob.
      *> Rows built by LockboxImport.cob carry the bank's lockbox
      *> batch and item reference so a payment that later suspends
      *> can be traced back to the check image; hand-keyed rows
      *> leave it blank.
       01  PAYMENT-TRANSACTION.
           05  PAY-POLICY-NUMBER       PIC 9(7).
           05  PAY-DATE                PIC 9(8).
           05  PAY-AMOUNT              PIC 9(7)V99.
           05  PAY-LOCKBOX-REF.
               10  PAY-LOCKBOX-BATCH   PIC X(5).
               10  PAY-LOCKBOX-ITEM    PIC X(5).
