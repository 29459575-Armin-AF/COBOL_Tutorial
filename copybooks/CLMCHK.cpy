      *> Claim check register row - one row per claim check issued by
      *> ClaimDisburse.cob on data/CLMCHKREG.DAT. Numbers come from
      *> the claim series on data/CLMCHKSEQ.DAT, kept apart from the
      *> payroll CHKSEQ series; the register backs the claim
      *> positive-pay file. A LIFE claim payment splits into one
      *> check per beneficiary (CLMCHK-BENEF-SEQ); other claims pay
      *> the policyholder with CLMCHK-BENEF-SEQ zeros.
      *>     CLMCHK-STATUS: 'I' = issued/outstanding, 'V' = voided.
       01  CLMCHK-RECORD.
           05  CLMCHK-NUMBER           PIC 9(6).
           05  CLMCHK-CLAIM-NUMBER     PIC 9(7).
           05  CLMCHK-POLICY-NUMBER    PIC 9(7).
           05  CLMCHK-BENEF-SEQ        PIC 9(2).
           05  CLMCHK-PAYEE            PIC X(20).
           05  CLMCHK-DATE             PIC 9(8).
           05  CLMCHK-AMOUNT           PIC 9(7)V99.
           05  CLMCHK-STATUS           PIC X(1).
