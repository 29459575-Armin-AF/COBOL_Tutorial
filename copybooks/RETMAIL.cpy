      *> Returned-mail transaction - one row per piece of mail that
      *> came back or per corrected address, keyed by the policy
      *> number printed on the returned piece and applied by
      *> ReturnedMail.cob from RETMAILTRN.DAT.
       01  RETMAIL-TRANSACTION.
      *>         'R' = mail returned undeliverable, 'A' = new address
      *>         keyed for the policyholder.
           05  RETMAIL-CODE            PIC X(1).
           05  RETMAIL-POLICY-NUMBER   PIC 9(7).
      *>         Date the piece came back ('R'); zeros mean the
      *>         business date.
           05  RETMAIL-DATE            PIC 9(8).
      *>         What came back ('R') - RENEWAL, DUNNING, DECPAGE,
      *>         REFUND or whatever the mailroom keys; listed on the
      *>         run report only.
           05  RETMAIL-DOCUMENT        PIC X(10).
      *>         The corrected mailing address ('A' only).
           05  RETMAIL-ADDR-STREET     PIC X(20).
           05  RETMAIL-ADDR-CITY       PIC X(15).
           05  RETMAIL-ADDR-STATE      PIC X(2).
           05  RETMAIL-ADDR-ZIP        PIC X(5).
