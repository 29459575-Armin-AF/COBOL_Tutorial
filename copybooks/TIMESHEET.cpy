      *>     TS-APPROVED: 'Y' once a supervisor has signed the
      *>     sheet off - the pre-edit suspends anything else, so
      *>     payroll only ever consumes approved hours.
      *>     TS-CHARGE-CODE: the project or cost center the hours
      *>     are charged to (PROJECTS.DAT). An employee files one
      *>     row per code worked in the period; payroll sums the
      *>     rows for pay and splits the cost across the codes by
      *>     hours. Blank leaves the hours on the home department.
       01  TIMESHEET-RECORD.
           05  TS-EMP-ID               PIC 9(5).
           05  TS-PERIOD               PIC 9(8).
           05  TS-HOURS                PIC 9(3)V9.
           05  TS-APPROVED             PIC X(1).
           05  TS-CHARGE-CODE          PIC X(6).
