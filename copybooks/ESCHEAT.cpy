      *> Unclaimed-property row - one row per payroll check that sat
      *> outstanding past the stale-check limit, on data/ESCHEAT.DAT.
      *> Written by OutstandingChecks.cob when it moves the check off
      *> the outstanding list (register status 'E'); the file is what
      *> the state unclaimed-property filing is prepared from, so it
      *> carries the owner's name and SSN as they stood when the
      *> check was escheated.
       01  ESCHEAT-RECORD.
           05  ESCHEAT-CHECK-NUMBER    PIC 9(6).
           05  ESCHEAT-EMP-ID          PIC 9(5).
           05  ESCHEAT-EMP-NAME        PIC X(20).
           05  ESCHEAT-SSN             PIC 9(9).
           05  ESCHEAT-ISSUE-DATE      PIC 9(8).
           05  ESCHEAT-AMOUNT          PIC 9(7)V99.
           05  ESCHEAT-DATE            PIC 9(8).
