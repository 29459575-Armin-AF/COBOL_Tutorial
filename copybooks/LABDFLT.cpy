      *> Default labor distribution for salaried staff - rows on
      *> LABORDFLT.DAT, one per employee per charge code, with the
      *> whole-number percentage of that employee's pay charged to
      *> the code. An employee's rows must total 100; one whose rows
      *> do not is charged entirely to the home department (and
      *> flagged on the timesheet edit report and the payroll
      *> exceptions). Salaried staff with no rows are charged to the
      *> home department as before.
       01  LABOR-DEFAULT-RECORD.
           05  LDF-EMP-ID              PIC 9(5).
           05  LDF-CHARGE-CODE         PIC X(6).
           05  LDF-PCT                 PIC 9(3).
