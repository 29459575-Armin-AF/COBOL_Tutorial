      *> Territory factor file record - one row per state and range of
      *> 3-digit ZIP prefixes. PremiumCalc multiplies the rated AUTO
      *> or HOME premium by the factor for the policy's address, so a
      *> coastal or urban territory can carry a load and a quiet one
      *> a credit. Factors are 9V999 (1000 = 1.000 = no change). A
      *> state's ranges must cover prefixes 000-999 exactly once;
      *> RateValidation edits the file for gaps and duplicates.
       01  TERR-RECORD.
           05  TERR-STATE              PIC X(2).
           05  TERR-ZIP-LOW            PIC 9(3).
           05  TERR-ZIP-HIGH           PIC 9(3).
           05  TERR-AUTO-FACTOR        PIC 9V999.
           05  TERR-HOME-FACTOR        PIC 9V999.
