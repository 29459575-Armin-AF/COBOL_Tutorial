      *> Pending open-enrollment election - one row per employee on
      *> data/OEPEND.DAT, written by OpenEnrollment.cob once the
      *> election has passed the same validation EnrollMaintenance
      *> applies. Nothing here touches ENROLLMENTS.DAT (or the
      *> payroll deduction) until OEPEND-EFF-DATE, the plan-year
      *> start: the nightly OpenEnrollApply.cob step folds due rows
      *> into ENROLLMENTS.DAT ahead of that night's payroll.
      *>     OEPEND-ACTION: as OE-ACTION - 'A'/'C' set the coverage to
      *>     OEPEND-POLICY/OEPEND-TIER, 'D' ends it, 'K' leaves it.
       01  OEPEND-RECORD.
           05  OEPEND-EMP-ID           PIC 9(5).
           05  OEPEND-ACTION           PIC X(1).
           05  OEPEND-POLICY           PIC 9(7).
           05  OEPEND-TIER             PIC X(1).
           05  OEPEND-EFF-DATE         PIC 9(8).
           05  OEPEND-ELECT-DATE       PIC 9(8).
