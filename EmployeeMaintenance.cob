      *> transaction marks the employee terminated with the date
      *> rather than physically deleting the record, so rehires,
      *> final payroll, and "when did this person leave" keep an
      *> answer. An 'A' for a terminated employee's own EMP-ID and
      *> SSN is a rehire: the record comes back active with the
      *> new hire date (and the new name/department/pay), so the
      *> state new-hire report picks the rehire up like any hire.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REHIRED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REHIRE PIC X(1) VALUE 'N'.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DELETED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
           PERFORM K000-WRITE-BALANCE-REPORT.

           DISPLAY "EMPLOYEES ADDED:    " WS-ADDED-COUNT.
           DISPLAY "EMPLOYEES REHIRED:  " WS-REHIRED-COUNT.
           DISPLAY "EMPLOYEES CHANGED:  " WS-CHANGED-COUNT.
           DISPLAY "EMPLOYEES DELETED:  " WS-DELETED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           END-EVALUATE.

       C000-ADD-EMPLOYEE.
           MOVE 'N' TO WS-REHIRE.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-STATUS = 'T' AND EMP-SSN = EMP-TRAN-SSN
                       MOVE 'Y' TO WS-REHIRE
                   END-IF
           END-READ.
           CALL 'SSNValid' USING EMP-TRAN-SSN WS-SSN-VALID
           END-CALL.
           CALL 'SSNUniqueCheck' USING EMP-TRAN-SSN EMP-TRAN-ID
                   MOVE 'M' TO EMP-PAY-FREQ
               END-IF

               IF WS-REHIRE = 'Y'
                   PERFORM C100-REHIRE-EMPLOYEE
               ELSE
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY
                               "ADD FAILED, EMPLOYEE ALREADY EXISTS: "
                               EMP-TRAN-ID
                           ADD 1 TO WS-REJECTED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                           ADD EMP-TRAN-SALARY TO WS-TRAN-NET-CHANGE
                           MOVE "ADD" TO EMPAUDIT-ACTION
                           MOVE EMP-TRAN-ID TO EMPAUDIT-EMP-ID
                           PERFORM G000-WRITE-AUDIT
                   END-WRITE
               END-IF
           END-IF.

      *> The terminated record read at the top of C000 is replaced
      *> in place by the rehire built from the transaction.
       C100-REHIRE-EMPLOYEE.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "REHIRE FAILED FOR EMPLOYEE: " EMP-TRAN-ID
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-REHIRED-COUNT
                   ADD EMP-TRAN-SALARY TO WS-TRAN-NET-CHANGE
                   MOVE "REHIRE" TO EMPAUDIT-ACTION
                   MOVE EMP-TRAN-ID TO EMPAUDIT-EMP-ID
                   PERFORM G000-WRITE-AUDIT
           END-REWRITE.

       D000-CHANGE-EMPLOYEE.
           READ EMPLOYEE-FILE
               INVALID KEY
