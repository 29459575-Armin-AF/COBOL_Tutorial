      *>     Employer-side payroll-tax match accumulated year-to-date
      *>     (EMPRTAX.DAT rates applied by the payroll run).
           05  EMPYTD-EMPLOYER         PIC 9(9)V99.
      *>     Pre-tax retirement deferral withheld and employer match
      *>     contributed year-to-date - the deferral total is what
      *>     stops the election once the plan's annual limit is met.
           05  EMPYTD-DEFERRAL         PIC 9(9)V99.
           05  EMPYTD-MATCH            PIC 9(9)V99.
