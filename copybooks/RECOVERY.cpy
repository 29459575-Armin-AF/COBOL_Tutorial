      *> Claim recovery row - one row per subrogation or salvage
      *> recovery expected on a paid claim, on data/RECOVERY.DAT,
      *> keyed by RECOV-CLAIM-NUMBER plus RECOV-TYPE. Opened, collected
      *> against and written off by ClaimRecovery.cob; open rows are
      *> listed by RecoveryWorklist.cob until they are settled.
      *>     RECOV-TYPE: 'S' = subrogation against the at-fault party
      *>     or their insurer, 'V' = salvage sale of the damaged
      *>     property.
      *>     RECOV-STATUS: 'O' = open expectation, 'C' = collected in
      *>     full, 'W' = balance written off. RECOV-CLOSE-DATE stays
      *>     zeros while open. Settled ('C'/'W') rows are moved to
      *>     data/RECOVHIST.DAT, same layout, at the next posting run.
       01  RECOVERY-RECORD.
           05  RECOV-CLAIM-NUMBER      PIC 9(7).
           05  RECOV-TYPE              PIC X(1).
           05  RECOV-PARTY             PIC X(20).
           05  RECOV-OPEN-DATE         PIC 9(8).
           05  RECOV-EXPECTED          PIC 9(7)V99.
           05  RECOV-COLLECTED         PIC 9(7)V99.
           05  RECOV-STATUS            PIC X(1).
           05  RECOV-CLOSE-DATE        PIC 9(8).
