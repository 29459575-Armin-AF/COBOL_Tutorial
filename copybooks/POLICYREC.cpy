           05  POLICY-DECLARED-VALUE   PIC 9(7).
           05  POLICY-SMOKER           PIC X(1).
           05  POLICY-COVERAGE-AMOUNT  PIC 9(7).
      *>     'A' = active, 'C' = cancelled, 'L' = lapsed, 'E' =
      *>     expired at term after a non-renewal. Only 'A'
      *>     policies are billed, totaled, or payroll-deducted; the
      *>     cancellation date/reason are set by PolicyCancel.cob
      *>     (and by PolicyLapse.cob, which stamps the lapse date and
      *>     a non-payment reason into the same fields) and stay
      *>     zeros/spaces while the policy is active.
      *>     PolicyReinstate.cob clears them when a lapsed policy
      *>     pays up and comes back to 'A'. PolicyRenewal.cob stamps
      *>     the term expiry date and a non-renewal reason on 'E'.
           05  POLICY-STATUS           PIC X(1).
           05  POLICY-CANCEL-DATE      PIC 9(8).
           05  POLICY-CANCEL-REASON    PIC X(20).
      *>     PremiumCalc, and is withheld automatically from the
      *>     first claim payment by ClaimAdjudication.cob.
           05  POLICY-DEDUCTIBLE       PIC 9(5).
      *>     End of the current policy term - issue date plus the
      *>     365-day term at issue, moved on a term at a time by
      *>     PolicyRenewal.cob when the policy renews.
           05  POLICY-TERM-EXPIRY      PIC 9(8).
      *>     Pre-renewal underwriting decision for the term ending on
      *>     POLICY-TERM-EXPIRY, set by PolicyRenewal.cob about 60
      *>     days out: space = not yet reviewed, 'R' = renews into a
      *>     new term at expiry, 'N' = non-renewal notice sent - the
      *>     policy is not billed again and expires ('E') at term.
           05  POLICY-RENEWAL-FLAG     PIC X(1).
      *>     Returned-mail indicator - 'Y' once something mailed to
      *>     this policy's address came back undeliverable, set by
      *>     ReturnedMail.cob with the date it was returned; space
      *>     while the address is good. Billing, dunning, dec pages
      *>     and refund checks for a flagged policy go to the
      *>     returned-mail worklist (data/RETMAILWK.DAT) instead of
      *>     the mail. Cleared, date and all, when a new address is
      *>     keyed.
           05  POLICY-BAD-ADDR-FLAG    PIC X(1).
           05  POLICY-BAD-ADDR-DATE    PIC 9(8).
