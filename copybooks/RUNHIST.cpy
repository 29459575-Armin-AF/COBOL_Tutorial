      *> Job run-history record - one row per NightlyBatch or
      *> InsuranceCycle step execution on data/RUNHIST.DAT: job date,
      *> step name, start/end timestamps, and the step's completion
      *> code. The morning-check report reads it, and a restarted job
      *> consults it to resume at the first step that did not
      *> complete.
       01  RUNHIST-RECORD.
           05  RUNHIST-JOB-DATE        PIC 9(8).
           05  RUNHIST-STEP-NAME       PIC X(20).
