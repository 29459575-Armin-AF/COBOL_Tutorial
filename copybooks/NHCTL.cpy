      *> New-hire reporting control - the single row on
      *> data/NEWHIRECTL.DAT. NHCTL-START-DATE is the first hire date
      *> the reporting covers, set on the first run to the 20-day
      *> reporting window before it, so older staff are not reported
      *> as new hires; every hire dated on or after it that is not on
      *> data/NEWHIRE.LOG is due. Each submission rolls it forward
      *> to 90 days before the run date (never back), so a hire keyed
      *> late is still caught. NHCTL-LAST-RUN/-COUNT record the last
      *> submission.
       01  NHCTL-RECORD.
           05  NHCTL-START-DATE        PIC 9(8).
           05  NHCTL-LAST-RUN          PIC 9(8).
           05  NHCTL-LAST-COUNT        PIC 9(5).
