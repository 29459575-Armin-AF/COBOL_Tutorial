      *> Project / cost-center master - one row per charge code on
      *> PROJECTS.DAT. TimesheetEdit validates every timesheet line's
      *> TS-CHARGE-CODE against it, and the labor distribution report
      *> prints the project name and the client it is billed to.
      *>     PROJ-STATUS: 'A' open for charging, 'C' closed - hours
      *>     charged to a closed code are suspended.
       01  PROJECT-RECORD.
           05  PROJ-CODE               PIC X(6).
           05  PROJ-NAME               PIC X(20).
           05  PROJ-CLIENT             PIC X(20).
           05  PROJ-STATUS             PIC X(1).
