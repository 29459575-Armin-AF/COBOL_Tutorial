      *>         'W' or 'M' (see EMP-PAY-FREQ); space on an add
      *>         defaults to monthly.
           05  EMP-TRAN-PAY-FREQ     PIC X(1).
      *>         Approval reference for a hire or transfer into a
      *>         department already at its authorized headcount
      *>         (POSAUTH.DAT) - blank means no override, and
      *>         EmployeeTransEdit suspends the transaction instead.
           05  EMP-TRAN-POS-OVERRIDE PIC X(6).
