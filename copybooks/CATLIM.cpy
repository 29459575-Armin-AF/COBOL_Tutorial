      *> Catastrophe accumulation management limits - one row per
      *> state on CATLIM.DAT: the most total insured value (HOME and
      *> AUTO declared value together) we are prepared to carry in
      *> any one ZIP-prefix zone of that state before the zone is
      *> reported as a concentration. A '**' row is the limit for
      *> every state without a row of its own. Maintained by
      *> underwriting, read by CatExposure.cob.
       01  CATLIM-RECORD.
           05  CATLIM-STATE            PIC X(2).
           05  CATLIM-ZONE-LIMIT       PIC 9(9).
