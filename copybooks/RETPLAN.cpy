      *> Retirement plan parameters - a single row on RETPLAN.DAT
      *> carrying the annual deferral limit and the employer match
      *> formula: RETPLAN-MATCH-RATE-1 of the deferral up to the
      *> first RETPLAN-MATCH-UPTO-1 percent of gross, then
      *> RETPLAN-MATCH-RATE-2 of the deferral on the next
      *> RETPLAN-MATCH-UPTO-2 percent (1.00/03.00 then 0.50/02.00 is
      *> dollar-for-dollar on the first 3% and half on the next 2%).
       01  RETPLAN-RECORD.
           05  RETPLAN-ANNUAL-LIMIT    PIC 9(7)V99.
           05  RETPLAN-MATCH-RATE-1    PIC 9V99.
           05  RETPLAN-MATCH-UPTO-1    PIC 9(2)V99.
           05  RETPLAN-MATCH-RATE-2    PIC 9V99.
           05  RETPLAN-MATCH-UPTO-2    PIC 9(2)V99.
