      *> Catastrophe exposure extract row - one row per ZIP-prefix
      *> zone and line (HOME/AUTO) on data/CATMODEL-<date>.DAT, the
      *> fixed-format file the reinsurer's catastrophe modeling tool
      *> takes each month. Written by CatExposure.cob from the same
      *> figures as its accumulation report. Values are whole
      *> dollars of declared value; CATM-OVER-LIMIT is 'Y' when the
      *> zone as a whole (both lines) is over our management limit.
       01  CATMODEL-RECORD.
           05  CATM-AS-OF-DATE         PIC 9(8).
           05  CATM-STATE              PIC X(2).
           05  CATM-ZIP-PREFIX         PIC X(3).
           05  CATM-LINE               PIC X(10).
           05  CATM-POLICY-COUNT       PIC 9(5).
           05  CATM-INSURED-VALUE      PIC 9(11).
           05  CATM-CEDED-VALUE        PIC 9(11).
           05  CATM-RETAINED-VALUE     PIC 9(11).
           05  CATM-OVER-LIMIT         PIC X(1).
