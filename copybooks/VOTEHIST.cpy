      *> Voter participation history - one row per voter per election
      *> voted in, on data/VOTEHIST.DAT, appended by
      *> TurnoutPosting.cob: the election date, the precinct voted in
      *> and the business date the row was posted.
       01  VOTEHIST-RECORD.
           05  VH-VOTER-ID             PIC 9(6).
           05  VH-ELECTION-DATE        PIC 9(8).
           05  VH-PRECINCT             PIC X(4).
           05  VH-POSTED-DATE          PIC 9(8).
