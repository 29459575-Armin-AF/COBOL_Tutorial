      *> Payroll run history - one row per employee paid per live
      *> EmployeePayroll run on data/PAYRUNHIST.DAT, appended as the
      *> run pays. The preview run compares each employee's gross
      *> and net with their latest row here, and works out who was
      *> paid last period from the latest run date per pay frequency.
       01  PAYRUNH-RECORD.
           05  PRH-RUN-DATE            PIC 9(8).
           05  PRH-EMP-ID              PIC 9(5).
           05  PRH-FREQ                PIC X(1).
           05  PRH-GROSS               PIC 9(7)V99.
           05  PRH-NET                 PIC S9(7)V99 SIGN LEADING
                                       SEPARATE.
