      *> Draft return row - one row per returned debit on the bank's
      *> return file ACHRET.DAT: the policy and installment the debit
      *> was drafted for (the individual ID on the debit file), the
      *> account it failed against, the amount, and the bank's
      *> reason. Processed by DraftReturns.cob.
       01  ACHRET-RECORD.
           05  ACHRET-POLICY-NUMBER    PIC 9(7).
           05  ACHRET-INST-SEQ         PIC 9(2).
           05  ACHRET-ROUTING          PIC 9(9).
           05  ACHRET-ACCOUNT          PIC X(12).
           05  ACHRET-AMOUNT           PIC 9(7)V99.
           05  ACHRET-REASON           PIC X(15).
