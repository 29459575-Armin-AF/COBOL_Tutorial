       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutopayMaintenance.

      *> Applies AUTOPAYTRN.DAT A/C/D transactions against the policy
      *> autopay enrollment file (data/POLBANK.DAT) with the same
      *> transaction discipline as BankMaintenance - every policy
      *> number is validated against the policy master, adds for
      *> policies already enrolled and changes/deletes for missing
      *> ones are rejected. Only an active monthly-plan policy
      *> (POLICY-PAY-PLAN 'M') can be enrolled - an annual policy has
      *> no installments to draft. A change of account re-activates
      *> an enrollment DraftReturns dropped and starts its returned-
      *> draft count over; a delete takes the policy off autopay and
      *> back onto paper bills.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-TRANS-FILE ASSIGN TO 'AUTOPAYTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT AUTOPAY-FILE ASSIGN TO 'data/POLBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-TRANS-FILE.
       COPY POLBKTRN.

       FD  AUTOPAY-FILE.
       COPY POLBANK.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-AUTOPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-AUTOPAY PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DELETED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(4) VALUE ZEROS.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> The enrollment file held in storage, transactions applied,
      *> and rewritten at end-of-job - same shape as BankMaintenance.
       01 WS-AUTOPAY-TABLE.
           05 WS-AP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AP-IDX.
               10 WS-AP-POLICY          PIC 9(7).
               10 WS-AP-ROUTING         PIC 9(9).
               10 WS-AP-ACCOUNT         PIC X(12).
               10 WS-AP-STATUS          PIC X(1).
               10 WS-AP-RETURNS         PIC 9(1).
               10 WS-AP-ENROLL-DATE     PIC 9(8).
       01 WS-AUTOPAY-COUNT PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - TRY AGAIN "
                   "AFTER IT COMPLETES"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-TODAY.
           PERFORM B000-LOAD-AUTOPAY-FILE.

           OPEN INPUT AUTOPAY-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AUTOPAYTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AUTOPAY-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANS
           END-READ.

           PERFORM UNTIL WS-END-OF-TRANS = 'Y'
               PERFORM C000-APPLY-TRANSACTION

               READ AUTOPAY-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ
           END-PERFORM.

           CLOSE AUTOPAY-TRANS-FILE.
           CLOSE POLICY-MASTER.

           PERFORM G000-REWRITE-AUTOPAY-FILE.

           DISPLAY "AUTOPAY ENROLLMENTS ADDED:   " WS-ADDED-COUNT.
           DISPLAY "AUTOPAY ENROLLMENTS CHANGED: " WS-CHANGED-COUNT.
           DISPLAY "AUTOPAY ENROLLMENTS DELETED: " WS-DELETED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED:       " WS-REJECTED-COUNT.
           STOP RUN.

       B000-LOAD-AUTOPAY-FILE.
           MOVE ZEROS TO WS-AUTOPAY-COUNT.
           OPEN INPUT AUTOPAY-FILE.
           IF WS-AUTOPAY-STATUS = '00'
               READ AUTOPAY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AUTOPAY
               END-READ

               PERFORM UNTIL WS-END-OF-AUTOPAY = 'Y'
                   OR WS-AUTOPAY-COUNT = 5000
                   ADD 1 TO WS-AUTOPAY-COUNT
                   MOVE POLBANK-POLICY-NUMBER
                       TO WS-AP-POLICY(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-ROUTING
                       TO WS-AP-ROUTING(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-ACCOUNT
                       TO WS-AP-ACCOUNT(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-STATUS
                       TO WS-AP-STATUS(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-RETURN-COUNT
                       TO WS-AP-RETURNS(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-ENROLL-DATE
                       TO WS-AP-ENROLL-DATE(WS-AUTOPAY-COUNT)

                   READ AUTOPAY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-AUTOPAY
                   END-READ
               END-PERFORM

               CLOSE AUTOPAY-FILE
           END-IF.

      *>   The file is written back whole at end of job, so rows past
      *>   the table would be lost - post nothing.
           IF WS-AUTOPAY-COUNT = 5000
               AND WS-END-OF-AUTOPAY = 'N'
               DISPLAY "AUTOPAY FILE OVER 5000 ROWS - NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       C000-APPLY-TRANSACTION.
           MOVE AUTOPAY-TRAN-POLICY TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   DISPLAY "REJECTED, POLICY NOT ON MASTER: "
                       AUTOPAY-TRAN-POLICY
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM D000-APPLY-VALID-POLICY
           END-READ.

       D000-APPLY-VALID-POLICY.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AUTOPAY-COUNT
               IF WS-AP-POLICY(WS-AP-IDX) = AUTOPAY-TRAN-POLICY
                   SET WS-FOUND-IDX TO WS-AP-IDX
               END-IF
           END-PERFORM.

           EVALUATE AUTOPAY-TRAN-CODE
               WHEN 'A'
                   PERFORM E100-ADD-ENROLLMENT
               WHEN 'C'
                   PERFORM E200-CHANGE-ENROLLMENT
               WHEN 'D'
                   PERFORM E300-DELETE-ENROLLMENT
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE FOR POLICY: "
                       AUTOPAY-TRAN-POLICY
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       E100-ADD-ENROLLMENT.
           IF WS-FOUND-IDX NOT = ZEROS
               DISPLAY "ADD FAILED, POLICY ALREADY ENROLLED: "
                   AUTOPAY-TRAN-POLICY
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF POLICY-STATUS NOT = 'A' OR POLICY-PAY-PLAN NOT = 'M'
               DISPLAY "ADD FAILED, NOT AN ACTIVE MONTHLY-PLAN "
                   "POLICY: " AUTOPAY-TRAN-POLICY
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF WS-AUTOPAY-COUNT = 5000
               DISPLAY "ADD FAILED, AUTOPAY TABLE FULL: "
                   AUTOPAY-TRAN-POLICY
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-AUTOPAY-COUNT
               MOVE AUTOPAY-TRAN-POLICY
                   TO WS-AP-POLICY(WS-AUTOPAY-COUNT)
               MOVE AUTOPAY-TRAN-ROUTING
                   TO WS-AP-ROUTING(WS-AUTOPAY-COUNT)
               MOVE AUTOPAY-TRAN-ACCOUNT
                   TO WS-AP-ACCOUNT(WS-AUTOPAY-COUNT)
               MOVE 'A' TO WS-AP-STATUS(WS-AUTOPAY-COUNT)
               MOVE ZEROS TO WS-AP-RETURNS(WS-AUTOPAY-COUNT)
               MOVE WS-TODAY TO WS-AP-ENROLL-DATE(WS-AUTOPAY-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           END-IF.

       E200-CHANGE-ENROLLMENT.
           IF WS-FOUND-IDX = ZEROS
               DISPLAY "CHANGE FAILED, POLICY NOT ENROLLED: "
                   AUTOPAY-TRAN-POLICY
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE AUTOPAY-TRAN-ROUTING
                   TO WS-AP-ROUTING(WS-FOUND-IDX)
               MOVE AUTOPAY-TRAN-ACCOUNT
                   TO WS-AP-ACCOUNT(WS-FOUND-IDX)
      *> New account details are a fresh start - a change clears the
      *> drop and the returned-draft count the return run set.
               MOVE 'A' TO WS-AP-STATUS(WS-FOUND-IDX)
               MOVE ZEROS TO WS-AP-RETURNS(WS-FOUND-IDX)
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      *> Deletion empties the slot's policy number - the rewrite
      *> below drops zero-number slots.
       E300-DELETE-ENROLLMENT.
           IF WS-FOUND-IDX = ZEROS
               DISPLAY "DELETE FAILED, POLICY NOT ENROLLED: "
                   AUTOPAY-TRAN-POLICY
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE ZEROS TO WS-AP-POLICY(WS-FOUND-IDX)
               ADD 1 TO WS-DELETED-COUNT
           END-IF.

       G000-REWRITE-AUTOPAY-FILE.
           OPEN OUTPUT AUTOPAY-FILE.

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AUTOPAY-COUNT
               IF WS-AP-POLICY(WS-AP-IDX) NOT = ZEROS
                   MOVE WS-AP-POLICY(WS-AP-IDX)
                       TO POLBANK-POLICY-NUMBER
                   MOVE WS-AP-ROUTING(WS-AP-IDX)
                       TO POLBANK-ROUTING
                   MOVE WS-AP-ACCOUNT(WS-AP-IDX)
                       TO POLBANK-ACCOUNT
                   MOVE WS-AP-STATUS(WS-AP-IDX)
                       TO POLBANK-STATUS
                   MOVE WS-AP-RETURNS(WS-AP-IDX)
                       TO POLBANK-RETURN-COUNT
                   MOVE WS-AP-ENROLL-DATE(WS-AP-IDX)
                       TO POLBANK-ENROLL-DATE
                   WRITE POLBANK-RECORD
               END-IF
           END-PERFORM.

           CLOSE AUTOPAY-FILE.
