      *> Voter registration record - one row per registration on
      *> VOTERROLL.DAT, maintained by VoterMaintenance.cob from
      *> VOTERTRN.DAT and read by VoterEligibility.cob. VOTER-ID is
      *> assigned by the maintenance run (next after the highest on
      *> file) and never reused. VOTER-PRECINCT is assigned from the
      *> residence address against the street/ZIP precinct table
      *> (PRECINCT.DAT) whenever the address is keyed or changed.
      *>     VOTER-STATUS: 'A' = active, 'I' = inactive. A cancelled
      *>     or deceased voter is made inactive, never deleted, so the
      *>     ID and registration history stay on file;
      *>     VOTER-INACTIVE-REASON says which ('C' = cancelled,
      *>     'D' = deceased; space while active) and
      *>     VOTER-STATUS-DATE when the status last changed.
      *>     VOTER-LAST-VOTED is the latest election the voter is
      *>     recorded as voting in (zeros = none), kept by
      *>     TurnoutPosting.cob; the election-by-election history is
      *>     on data/VOTEHIST.DAT.
       01  VOTER-RECORD.
           05  VOTER-ID                PIC 9(6).
           05  VOTER-NAME              PIC X(16).
           05  VOTER-DOB               PIC 9(8).
           05  VOTER-ADDRESS.
               10  VOTER-HOUSE-NUM         PIC 9(5).
               10  VOTER-STREET            PIC X(20).
               10  VOTER-CITY              PIC X(15).
               10  VOTER-ZIP               PIC X(5).
           05  VOTER-PRECINCT          PIC X(4).
           05  VOTER-STATUS            PIC X(1).
           05  VOTER-INACTIVE-REASON   PIC X(1).
           05  VOTER-STATUS-DATE       PIC 9(8).
           05  VOTER-REG-DATE          PIC 9(8).
           05  VOTER-LAST-VOTED        PIC 9(8).
