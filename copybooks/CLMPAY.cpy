      *> Claim payment disbursement queue - one row per net claim
      *> payment posted by ClaimAdjudication.cob, appended to
      *> data/CLMPAY.DAT and picked up by the ClaimDisburse.cob check
      *> run.
      *>     CLMPAY-STATUS: 'P' = posted, awaiting a check, 'I' =
      *>     check(s) issued on CLMPAY-ISSUE-DATE. Issued rows are
      *>     moved to data/CLMPAYHIST.DAT (same layout) when the
      *>     disbursement run rewrites the queue.
       01  CLMPAY-RECORD.
           05  CLMPAY-CLAIM-NUMBER     PIC 9(7).
           05  CLMPAY-POLICY-NUMBER    PIC 9(7).
           05  CLMPAY-POST-DATE        PIC 9(8).
           05  CLMPAY-AMOUNT           PIC 9(7)V99.
           05  CLMPAY-STATUS           PIC X(1).
           05  CLMPAY-ISSUE-DATE       PIC 9(8).
