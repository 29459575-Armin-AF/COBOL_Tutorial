      *> Policy autopay enrollment record - one row per policy on
      *> data/POLBANK.DAT, maintained by AutopayMaintenance.cob from
      *> AUTOPAYTRN.DAT. A monthly-plan policy with an active row has
      *> its installments drafted from this account by AutopayDraft
      *> on each due date instead of being billed for a mailed check.
      *>     POLBANK-STATUS: 'A' = active, 'D' = dropped - the bank
      *>     returned two drafts, and DraftReturns.cob took the
      *>     policy off autopay until maintenance re-enrolls it.
      *>     POLBANK-RETURN-COUNT: drafts returned since enrollment
      *>     (or since the last account change).
       01  POLBANK-RECORD.
           05  POLBANK-POLICY-NUMBER   PIC 9(7).
           05  POLBANK-ROUTING         PIC 9(9).
           05  POLBANK-ACCOUNT         PIC X(12).
           05  POLBANK-STATUS          PIC X(1).
           05  POLBANK-RETURN-COUNT    PIC 9(1).
           05  POLBANK-ENROLL-DATE     PIC 9(8).
