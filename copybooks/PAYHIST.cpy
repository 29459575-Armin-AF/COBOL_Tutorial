      *> Payment history row - one row per payment actually posted to
      *> a policy, appended to data/PAYHIST.DAT by PaymentPosting.cob
      *> (and by SuspenseRepost/PolicyReinstate when they post cash,
      *> and AutopayDraft for each installment it drafts). A draft
      *> the bank returns gets a reversing row from DraftReturns
      *> with source 'ACH RETURN' - the amount stays unsigned, so
      *> anything totalling cash subtracts those rows.
      *> The line-by-line story behind POLICY-PAID-TO-DATE, read by
      *> the Policy360 inquiry and the insurance GL work.
       01  PAYHIST-RECORD.
