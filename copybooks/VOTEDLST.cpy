      *> Voted-list row - one per voter signed in at the polls, keyed
      *> back from the precinct poll books after an election onto
      *> VOTED.DAT and posted by TurnoutPosting.cob. VOTED-PRECINCT
      *> is the precinct whose poll book the voter signed.
       01  VOTED-RECORD.
           05  VOTED-PRECINCT          PIC X(4).
           05  VOTED-VOTER-ID          PIC 9(6).
