      *> Claim transaction history - one row per change to a claim's
      *> money, appended to data/CLMHIST.DAT when ClaimEntry.cob
      *> opens the claim and each time ClaimAdjudication.cob applies
      *> a decision to it, so the master's current reserve and paid
      *> to date can be traced back to every step that built them.
      *> LossTriangle.cob develops paid and incurred losses from it.
      *>     CLMH-ACTION: 'O' = claim opened, 'R' = reserve set or
      *>     revised, 'P' = payment posted, 'C' = closed as settled,
      *>     'D' = denied.
      *>     CLMH-ACCIDENT-DATE is the claim's CLAIM-DATE; the policy
      *>     type is stamped as it stood when the row was written.
      *>     CLMH-PAID-AMOUNT is what this action paid (after any
      *>     deductible withheld); the reserve before and after and
      *>     the paid to date after it are the claim as rewritten.
      *>     Incurred after the row is CLMH-PAID-TO-DATE plus
      *>     CLMH-RESERVE-AFTER.
       01  CLMHIST-RECORD.
           05  CLMH-CLAIM-NUMBER       PIC 9(7).
           05  CLMH-POLICY-NUMBER      PIC 9(7).
           05  CLMH-POLICY-TYPE        PIC X(10).
           05  CLMH-ACCIDENT-DATE      PIC 9(8).
           05  CLMH-TRAN-DATE          PIC 9(8).
           05  CLMH-ACTION             PIC X(1).
           05  CLMH-PAID-AMOUNT        PIC 9(7)V99.
           05  CLMH-RESERVE-BEFORE     PIC 9(7)V99.
           05  CLMH-RESERVE-AFTER      PIC 9(7)V99.
           05  CLMH-PAID-TO-DATE       PIC 9(7)V99.
