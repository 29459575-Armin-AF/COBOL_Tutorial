      *> Draft register row - one row per installment AutopayDraft
      *> drafted, appended to data/ACHDRAFT.DAT: which installment,
      *> the account debited, the amount, and whether the bank has
      *> since returned it. DraftReturns.cob matches the bank's
      *> returns against the 'D' rows here.
      *>     ACHDRAFT-STATUS: 'D' = drafted, 'R' = returned.
      *>     Returned rows, and drafts past the bank's return window,
      *>     are moved to data/ACHDRAFTHIST.DAT (same layout) by the
      *>     return run.
       01  ACHDRAFT-RECORD.
           05  ACHDRAFT-POLICY-NUMBER  PIC 9(7).
           05  ACHDRAFT-INST-SEQ       PIC 9(2).
           05  ACHDRAFT-DATE           PIC 9(8).
           05  ACHDRAFT-ROUTING        PIC 9(9).
           05  ACHDRAFT-ACCOUNT        PIC X(12).
           05  ACHDRAFT-AMOUNT         PIC 9(7)V99.
           05  ACHDRAFT-STATUS         PIC X(1).
