      *> Voter maintenance transaction - one row per add/change/
      *> cancel applied against VOTERROLL.DAT by VoterMaintenance.cob
      *> from VOTERTRN.DAT.
      *>     'A' = new registration; VTR-VOTER-ID is left zeros and the
      *>     run assigns the next ID. Name, DOB and a full residence
      *>     address are required.
      *>     'C' = change. Only the fields keyed are changed; a street
      *>     keyed means a new address (house number and ZIP with it)
      *>     and a new precinct. A change on a cancelled voter
      *>     reinstates the registration.
      *>     'X' = cancel, from the cancel view of the body:
      *>     VTR-CANCEL-REASON 'C' = cancelled (moved away, voter's
      *>     request), 'D' = deceased.
       01  VOTER-TRANSACTION.
           05  VTR-CODE                PIC X(1).
           05  VTR-VOTER-ID            PIC 9(6).
           05  VTR-VOTER-DATA.
               10  VTR-NAME                PIC X(16).
               10  VTR-DOB                 PIC 9(8).
               10  VTR-HOUSE-NUM           PIC 9(5).
               10  VTR-STREET              PIC X(20).
               10  VTR-CITY                PIC X(15).
               10  VTR-ZIP                 PIC X(5).
           05  VTR-CANCEL-DATA REDEFINES VTR-VOTER-DATA.
               10  VTR-CANCEL-REASON       PIC X(1).
               10  FILLER                  PIC X(68).
