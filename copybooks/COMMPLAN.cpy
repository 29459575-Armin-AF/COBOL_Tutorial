      *> Sales commission plan - one row per rep on COMMPLAN.DAT,
      *> keyed by the rep's REP-CODE on SALESREP.DAT. The month's net
      *> sales (sales less returns) up to the monthly quota earn
      *> CPLAN-BASE-RATE; every unit above quota earns the higher
      *> CPLAN-TIER-RATE. A zero quota pays all net sales at the
      *> base rate. Read by SalesIncentive.cob.
       01  COMMPLAN-RECORD.
           05  CPLAN-REP-CODE          PIC X(3).
           05  CPLAN-MONTHLY-QUOTA     PIC 9(7).
           05  CPLAN-BASE-RATE         PIC V9(4).
           05  CPLAN-TIER-RATE         PIC V9(4).
