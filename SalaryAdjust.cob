           MOVE WS-NEW-SALARY-INT TO EMP-TRAN-SALARY.
           MOVE ZEROS TO EMP-TRAN-SSN.
           MOVE SPACE TO EMP-TRAN-PAY-TYPE.
           MOVE SPACES TO EMP-TRAN-POS-OVERRIDE.
           WRITE EMPLOYEE-TRANSACTION.

           ADD 1 TO WS-GENERATED-COUNT.
