      *> Payroll preview sign-off - one row per business date on
      *> PAYSIGNOFF.DAT, keyed by payroll once the preview register
      *> for that date has been reviewed. PSO-SIGNED-BY names who
      *> approved it.
       01  PAYSIGN-RECORD.
           05  PSO-RUN-DATE            PIC 9(8).
           05  PSO-SIGNED-BY           PIC X(20).
