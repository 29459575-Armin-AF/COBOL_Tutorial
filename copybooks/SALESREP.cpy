      *> Salesperson master record - one row per rep on SALESREP.DAT
      *> (code, name, home region), the master Tables.cob validates
      *> each sales transaction's salesperson and region against and
      *> names the ranking report from. REP-EMP-ID is the rep's
      *> EMP-ID on the employee master - the monthly incentive run
      *> (SalesIncentive.cob) pays the rep's payout through payroll
      *> under it. Zeros means the rep is not on the payroll.
       01  SALESREP-RECORD.
           05  REP-CODE                PIC X(3).
           05  REP-NAME                PIC X(20).
           05  REP-REGION              PIC X(3).
           05  REP-EMP-ID              PIC 9(5).
