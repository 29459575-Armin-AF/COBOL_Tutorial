      *> Precinct table - one row per street range on PRECINCT.DAT,
      *> the table VoterMaintenance.cob assigns each voter's precinct
      *> from. A row covers house numbers PCT-LOW-NUM through
      *> PCT-HIGH-NUM on PCT-STREET within PCT-ZIP. A row with
      *> PCT-STREET spaces covers the rest of the ZIP - any address
      *> no street row claims.
       01  PRECINCT-RECORD.
           05  PCT-ZIP                 PIC X(5).
           05  PCT-STREET              PIC X(20).
           05  PCT-LOW-NUM             PIC 9(5).
           05  PCT-HIGH-NUM            PIC 9(5).
           05  PCT-PRECINCT            PIC X(4).
