      *> System-wide batch-in-progress lock (data/BATCHLOCK.DAT) -
      *> set by NightlyBatch (or InsuranceCycle) at cycle start and
      *> cleared at successful cycle end. While the flag is 'Y', the
      *> shared BatchLockCheck module makes every master-updating
      *> program launched from a signed-on operator session refuse
      *> to start (inquiry programs stay allowed); the cycle's own
      *> steps run with no session stamped and pass. A lock left by
      *> an abend is cleared through the admin override on the
      *> utilities menu - and that override is logged.
       01  BATCHLOCK-RECORD.
           05  BATCHLOCK-FLAG          PIC X(1).
           05  BATCHLOCK-JOB           PIC X(20).
