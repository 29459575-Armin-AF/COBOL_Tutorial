      *> Labor distribution detail - one row per employee per charge
      *> code per payroll run on data/LABDIST.DAT, appended by
      *> EmployeePayroll: the share of the employee's gross pay and
      *> employer tax charged to the code (by timesheet hours for
      *> hourly staff, by the LABORDFLT.DAT percentages for salaried
      *> staff). A blank LABDIST-CHARGE-CODE is cost left on the home
      *> department. LABDIST-HOURS is zero for salaried rows.
       01  LABDIST-RECORD.
           05  LABDIST-RUN-DATE        PIC 9(8).
           05  LABDIST-EMP-ID          PIC 9(5).
           05  LABDIST-DEPT            PIC X(4).
           05  LABDIST-CHARGE-CODE     PIC X(6).
           05  LABDIST-HOURS           PIC 9(4)V9.
           05  LABDIST-GROSS           PIC 9(7)V99.
           05  LABDIST-EMPLOYER        PIC 9(7)V99.
