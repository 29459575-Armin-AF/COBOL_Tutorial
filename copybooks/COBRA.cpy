      *> COBRA continuation master data/COBRA.DAT - one row per
      *> qualifying event per person, kept by COBRAProcess.cob.
      *>     COBRA-DEP-SEQ 00 = the former employee (termination);
      *>     otherwise the DEP-SEQ of the dependent who lost cover.
      *>     COBRA-EVENT 'T' = employee terminated (18 months),
      *>                 'D' = dependent removed (36 months).
      *>     COBRA-PREMIUM is the monthly direct-bill premium: the
      *>     group policy premium at the tier, plus the 2% admin fee.
      *>     COBRA-PAID-TO is the first day NOT yet paid for - it
      *>     starts at the event date and moves a month per premium.
      *>     COBRA-LAST-BILL is the PAID-TO last billed, so each
      *>     unpaid period is billed once.
      *>     COBRA-STATUS 'N' = notice sent, awaiting election
      *>                  'E' = elected, coverage continuing
      *>                  'W' = waived
      *>                  'X' = election window passed, no election
      *>                  'T' = ended for non-payment
      *>                  'C' = continuation period completed
       01  COBRA-RECORD.
           05  COBRA-EMP-ID            PIC 9(5).
           05  COBRA-DEP-SEQ           PIC 9(2).
           05  COBRA-NAME              PIC X(20).
           05  COBRA-EVENT             PIC X(1).
           05  COBRA-EVENT-DATE        PIC 9(8).
           05  COBRA-NOTICE-DATE       PIC 9(8).
           05  COBRA-ELECT-DEADLINE    PIC 9(8).
           05  COBRA-ELECT-DATE        PIC 9(8).
           05  COBRA-POLICY            PIC 9(7).
           05  COBRA-TIER              PIC X(1).
           05  COBRA-PREMIUM           PIC 9(5)V99.
           05  COBRA-END-DATE          PIC 9(8).
           05  COBRA-PAID-TO           PIC 9(8).
           05  COBRA-LAST-BILL         PIC 9(8).
           05  COBRA-STATUS            PIC X(1).
           05  COBRA-STATUS-DATE       PIC 9(8).
