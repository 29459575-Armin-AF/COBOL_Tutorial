      *> Returned-mail worklist record - one row per document held
      *> back from the mail because the policy's address is flagged
      *> bad (POLICY-BAD-ADDR-FLAG), on data/RETMAILWK.DAT. Appended
      *> by PolicyBilling (renewal notices), DunningNotices, DecPage,
      *> RefundRelease (refund checks), PremiumPaidStatement,
      *> AgentMaintenance (agent transfer letters), PolicyRenewal
      *> (non-renewal notices) and PolicyLapse (lapse notices)
      *> instead of printing; ReturnedMail.cob drops a policy's rows
      *> and lists them for re-issue once a new address is keyed.
       01  RMWORK-RECORD.
           05  RMWORK-RUN-DATE         PIC 9(8).
      *>         RENEWAL, DUNNING, DECPAGE, REFUND, PREMSTMT,
      *>         AGTXFER, NONRENEW or LAPSENOT.
           05  RMWORK-DOCUMENT         PIC X(10).
           05  RMWORK-POLICY-NUMBER    PIC 9(7).
           05  RMWORK-CUST-NUMBER      PIC 9(6).
           05  RMWORK-HOLDER-NAME      PIC X(20).
           05  RMWORK-BAD-ADDR-DATE    PIC 9(8).
      *>         Amount the document carried - premium due, past-due
      *>         balance or refund (the unpaid balance on a lapse
      *>         notice); zeros for a dec page, an agent transfer
      *>         letter or a non-renewal notice.
           05  RMWORK-AMOUNT           PIC 9(7)V99.
