      *> Agent year-to-date commission accumulator - one row per
      *> agent per calendar year on data/AGTYTD.DAT, rolled forward
      *> by every CommissionStatement run with the commission the
      *> statement paid and the chargebacks it netted, and reported
      *> to the tax authority in January by Commission1099.cob - the
      *> agent-side twin of data/EMPYTD.DAT.
      *>     AGTYTD-LAST-MONTH is the last statement month posted to
      *>     the row; a statement rerun for the same month finds it
      *>     already posted and leaves the accumulators alone.
       01  AGTYTD-RECORD.
           05  AGTYTD-AGENT            PIC X(4).
           05  AGTYTD-YEAR             PIC 9(4).
           05  AGTYTD-GROSS            PIC 9(9)V99.
           05  AGTYTD-CHARGEBACK       PIC 9(9)V99.
           05  AGTYTD-NET              PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05  AGTYTD-LAST-MONTH       PIC 9(6).
