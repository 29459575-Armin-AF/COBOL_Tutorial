      *> Authorized position count - one row per department on
      *> POSAUTH.DAT, keyed by EMP-DEPT code, giving the headcount
      *> the budget allows. EmployeeTransEdit holds hires and
      *> transfers to it (active and on-leave employees fill a
      *> position); PositionVacancy reports authorized, filled and
      *> open positions at month-end. A department with no row has
      *> no authorized positions.
       01  POSAUTH-RECORD.
           05  POSAUTH-DEPT            PIC X(4).
           05  POSAUTH-COUNT           PIC 9(4).
