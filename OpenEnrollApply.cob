       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenEnrollApply.

      *> Nightly fold of open-enrollment elections - every row on
      *> data/OEPEND.DAT whose plan-year start date has arrived is
      *> applied to ENROLLMENTS.DAT ahead of that night's payroll,
      *> so the first deduction on or after the start date is the
      *> first one at the new plan and tier (EmployeePayroll needs no
      *> knowledge of open enrollment). Not-yet-due rows are carried
      *> forward untouched. Every applied change lands on the
      *> data/ENRAUDIT.LOG audit trail the same way EnrollMaintenance
      *> writes it, actions OEADD / OECHG / OEDROP.
      *>
      *> The elections were validated when OpenEnrollment accepted
      *> them, and enrollment maintenance may have moved on since, so
      *> the fold is forgiving: an add or change for someone already
      *> (or no longer) enrolled sets the coverage either way, a drop
      *> for someone not enrolled just clears the row, and a keep
      *> changes nothing. No pending file (or nothing due) is a quiet
      *> night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'data/OEPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ENROLL-AUDIT-FILE ASSIGN TO 'data/ENRAUDIT.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY OEPEND.

       FD  ENROLLMENT-FILE.
       COPY EMPENROLL.

       FD  ENROLL-AUDIT-FILE.
       01  ENRAUDIT-LINE               PIC X(34).

       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS PIC X(2) VALUE '00'.
       01 WS-ENROLL-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-PENDING PIC X(1) VALUE 'N'.
       01 WS-END-OF-ENROLL PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-DUE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-KEPT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.

       01 ENRAUDIT-RECORD.
           05 ENRAUDIT-TIMESTAMP PIC 9(14).
           05 ENRAUDIT-ACTION PIC X(6).
           05 ENRAUDIT-EMP-ID PIC 9(5).
           05 ENRAUDIT-POLICY PIC 9(7).

      *> data/OEPEND.DAT in storage. WS-PEND-APPLIED 'Y' drops the
      *> row on the rewrite.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 999 TIMES
               INDEXED BY WS-PEND-IDX.
               10 WS-PEND-EMP-ID        PIC 9(5).
               10 WS-PEND-ACTION        PIC X(1).
               10 WS-PEND-POLICY        PIC 9(7).
               10 WS-PEND-TIER          PIC X(1).
               10 WS-PEND-EFF-DATE      PIC 9(8).
               10 WS-PEND-ELECT-DATE    PIC 9(8).
               10 WS-PEND-APPLIED       PIC X(1).
       01 WS-PEND-COUNT PIC 9(3) VALUE ZEROS.

      *> ENROLLMENTS.DAT held in storage, elections applied, file
      *> rewritten at end-of-job - same shape as EnrollMaintenance.
       01 WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 999 TIMES
               INDEXED BY WS-ENROLL-IDX.
               10 WS-ENROLL-EMP-ID      PIC 9(5).
               10 WS-ENROLL-POLICY      PIC 9(7).
               10 WS-ENROLL-TIER        PIC X(1).
       01 WS-ENROLL-COUNT PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           PERFORM B000-LOAD-PENDING.

           IF WS-DUE-COUNT = ZEROS
               DISPLAY "NO OPEN-ENROLLMENT ELECTIONS DUE TONIGHT"
               STOP RUN
           END-IF.

           PERFORM B100-LOAD-ENROLLMENTS.

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-EFF-DATE(WS-PEND-IDX) NOT > WS-BUS-DATE
                   PERFORM C000-APPLY-ELECTION
               END-IF
           END-PERFORM.

           PERFORM H000-REWRITE-ENROLLMENTS.
           PERFORM H100-REWRITE-PENDING.

           DISPLAY "ELECTIONS DUE:         " WS-DUE-COUNT.
           DISPLAY "ENROLLMENTS ADDED:     " WS-ADDED-COUNT.
           DISPLAY "ENROLLMENTS CHANGED:   " WS-CHANGED-COUNT.
           DISPLAY "ENROLLMENTS DROPPED:   " WS-DROPPED-COUNT.
           DISPLAY "COVERAGE KEPT:         " WS-KEPT-COUNT.
           DISPLAY "HELD - TABLE FULL:     " WS-HELD-COUNT.

      *> A held election is still pending and tonight's payroll
      *> deducts at the old coverage - the operator must know.
           IF WS-HELD-COUNT NOT = ZEROS
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-LOAD-PENDING.
           MOVE ZEROS TO WS-PEND-COUNT.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = '00'
               READ PENDING-FILE
                   AT END MOVE 'Y' TO WS-END-OF-PENDING
               END-READ

               PERFORM UNTIL WS-END-OF-PENDING = 'Y'
                   OR WS-PEND-COUNT = 999
                   ADD 1 TO WS-PEND-COUNT
                   MOVE OEPEND-EMP-ID TO WS-PEND-EMP-ID(WS-PEND-COUNT)
                   MOVE OEPEND-ACTION TO WS-PEND-ACTION(WS-PEND-COUNT)
                   MOVE OEPEND-POLICY TO WS-PEND-POLICY(WS-PEND-COUNT)
                   MOVE OEPEND-TIER TO WS-PEND-TIER(WS-PEND-COUNT)
                   MOVE OEPEND-EFF-DATE
                       TO WS-PEND-EFF-DATE(WS-PEND-COUNT)
                   MOVE OEPEND-ELECT-DATE
                       TO WS-PEND-ELECT-DATE(WS-PEND-COUNT)
                   MOVE 'N' TO WS-PEND-APPLIED(WS-PEND-COUNT)
                   IF OEPEND-EFF-DATE NOT > WS-BUS-DATE
                       ADD 1 TO WS-DUE-COUNT
                   END-IF

                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-END-OF-PENDING
                   END-READ
               END-PERFORM

               CLOSE PENDING-FILE
           END-IF.

      *>   Both files are written back whole at end of job, so rows
      *>   past either table would be lost - apply nothing.
           IF WS-PEND-COUNT = 999
               AND WS-END-OF-PENDING = 'N'
               DISPLAY "OEPEND.DAT OVER 999 ROWS - NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       B100-LOAD-ENROLLMENTS.
           MOVE ZEROS TO WS-ENROLL-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = '00'
               READ ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ENROLL
               END-READ

               PERFORM UNTIL WS-END-OF-ENROLL = 'Y'
                   OR WS-ENROLL-COUNT = 999
                   ADD 1 TO WS-ENROLL-COUNT
                   MOVE ENROLL-EMP-ID
                       TO WS-ENROLL-EMP-ID(WS-ENROLL-COUNT)
                   MOVE ENROLL-POLICY-NUMBER
                       TO WS-ENROLL-POLICY(WS-ENROLL-COUNT)
                   IF ENROLL-TIER = SPACE
                       MOVE 'E' TO WS-ENROLL-TIER(WS-ENROLL-COUNT)
                   ELSE
                       MOVE ENROLL-TIER
                           TO WS-ENROLL-TIER(WS-ENROLL-COUNT)
                   END-IF

                   READ ENROLLMENT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-ENROLL
                   END-READ
               END-PERFORM

               CLOSE ENROLLMENT-FILE
           END-IF.

           IF WS-ENROLL-COUNT = 999
               AND WS-END-OF-ENROLL = 'N'
               DISPLAY "ENROLLMENTS.DAT OVER 999 ROWS - NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       C000-APPLY-ELECTION.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               IF WS-ENROLL-EMP-ID(WS-ENROLL-IDX)
                   = WS-PEND-EMP-ID(WS-PEND-IDX)
                   SET WS-FOUND-IDX TO WS-ENROLL-IDX
               END-IF
           END-PERFORM.

           EVALUATE WS-PEND-ACTION(WS-PEND-IDX)
               WHEN 'A'
               WHEN 'C'
                   PERFORM D000-SET-COVERAGE
               WHEN 'D'
                   PERFORM D100-END-COVERAGE
               WHEN OTHER
                   MOVE 'Y' TO WS-PEND-APPLIED(WS-PEND-IDX)
                   ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

       D000-SET-COVERAGE.
           IF WS-FOUND-IDX = ZEROS
               IF WS-ENROLL-COUNT = 999
                   DISPLAY "ENROLLMENT TABLE FULL - ELECTION HELD FOR "
                       WS-PEND-EMP-ID(WS-PEND-IDX)
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-ENROLL-COUNT
                   MOVE WS-PEND-EMP-ID(WS-PEND-IDX)
                       TO WS-ENROLL-EMP-ID(WS-ENROLL-COUNT)
                   MOVE WS-PEND-POLICY(WS-PEND-IDX)
                       TO WS-ENROLL-POLICY(WS-ENROLL-COUNT)
                   MOVE WS-PEND-TIER(WS-PEND-IDX)
                       TO WS-ENROLL-TIER(WS-ENROLL-COUNT)
                   MOVE 'Y' TO WS-PEND-APPLIED(WS-PEND-IDX)
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "OEADD" TO ENRAUDIT-ACTION
                   PERFORM G000-WRITE-AUDIT
               END-IF
           ELSE
               MOVE WS-PEND-POLICY(WS-PEND-IDX)
                   TO WS-ENROLL-POLICY(WS-FOUND-IDX)
               MOVE WS-PEND-TIER(WS-PEND-IDX)
                   TO WS-ENROLL-TIER(WS-FOUND-IDX)
               MOVE 'Y' TO WS-PEND-APPLIED(WS-PEND-IDX)
               ADD 1 TO WS-CHANGED-COUNT
               MOVE "OECHG" TO ENRAUDIT-ACTION
               PERFORM G000-WRITE-AUDIT
           END-IF.

      *> Deletion empties the slot's EMP-ID - the rewrite below drops
      *> zero-ID slots.
       D100-END-COVERAGE.
           MOVE 'Y' TO WS-PEND-APPLIED(WS-PEND-IDX).
           IF WS-FOUND-IDX NOT = ZEROS
               MOVE ZEROS TO WS-ENROLL-EMP-ID(WS-FOUND-IDX)
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "OEDROP" TO ENRAUDIT-ACTION
               PERFORM G000-WRITE-AUDIT
           END-IF.

       G000-WRITE-AUDIT.
           MOVE WS-BUS-DATE TO ENRAUDIT-TIMESTAMP(1:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO ENRAUDIT-TIMESTAMP(9:6).
           MOVE WS-PEND-EMP-ID(WS-PEND-IDX) TO ENRAUDIT-EMP-ID.
           MOVE WS-PEND-POLICY(WS-PEND-IDX) TO ENRAUDIT-POLICY.

           OPEN EXTEND ENROLL-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT ENROLL-AUDIT-FILE
           END-IF.

           MOVE ENRAUDIT-RECORD TO ENRAUDIT-LINE.
           WRITE ENRAUDIT-LINE.

           CLOSE ENROLL-AUDIT-FILE.

       H000-REWRITE-ENROLLMENTS.
           OPEN OUTPUT ENROLLMENT-FILE.

           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               IF WS-ENROLL-EMP-ID(WS-ENROLL-IDX) NOT = ZEROS
                   MOVE WS-ENROLL-EMP-ID(WS-ENROLL-IDX)
                       TO ENROLL-EMP-ID
                   MOVE WS-ENROLL-POLICY(WS-ENROLL-IDX)
                       TO ENROLL-POLICY-NUMBER
                   MOVE WS-ENROLL-TIER(WS-ENROLL-IDX)
                       TO ENROLL-TIER
                   WRITE ENROLLMENT-RECORD
               END-IF
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.

       H100-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-APPLIED(WS-PEND-IDX) = 'N'
                   MOVE WS-PEND-EMP-ID(WS-PEND-IDX) TO OEPEND-EMP-ID
                   MOVE WS-PEND-ACTION(WS-PEND-IDX) TO OEPEND-ACTION
                   MOVE WS-PEND-POLICY(WS-PEND-IDX) TO OEPEND-POLICY
                   MOVE WS-PEND-TIER(WS-PEND-IDX) TO OEPEND-TIER
                   MOVE WS-PEND-EFF-DATE(WS-PEND-IDX)
                       TO OEPEND-EFF-DATE
                   MOVE WS-PEND-ELECT-DATE(WS-PEND-IDX)
                       TO OEPEND-ELECT-DATE
                   WRITE OEPEND-RECORD
               END-IF
           END-PERFORM.

           CLOSE PENDING-FILE.
