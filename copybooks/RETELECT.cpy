      *> Retirement plan deferral election - one row per enrolled
      *> employee on RETELECT.DAT. RETELECT-PCT is the percentage of
      *> each period's gross the employee defers pre-tax (06.00 =
      *> six percent); zero suspends the election without dropping
      *> the row. EmployeePayroll stops deferring once the year's
      *> EMPYTD-DEFERRAL reaches the plan's annual limit.
       01  RETELECT-RECORD.
           05  RETELECT-EMP-ID         PIC 9(5).
           05  RETELECT-PCT            PIC 9(2)V99.
