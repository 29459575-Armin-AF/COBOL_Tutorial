       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenEnrollment.

      *> Annual benefits open-enrollment election run - applies the
      *> OEELECT.DAT election forms (add, change of plan or tier,
      *> drop, keep) for the coming plan year. Each election gets the
      *> same validation EnrollMaintenance gives an ENRTRANS row:
      *> employee on the master and not terminated, policy an ACTIVE
      *> LIFE or HEALTH one, tier E/S/F backed by DEPENDENTS.DAT.
      *> Accepted elections do NOT touch ENROLLMENTS.DAT - they wait
      *> on data/OEPEND.DAT until the plan-year start date, when the
      *> nightly OpenEnrollApply step folds them in ahead of payroll,
      *> so this year's deductions stay on this year's coverage.
      *> The run can be repeated as late forms come in: an
      *> employee's newest accepted election replaces the pending
      *> one.
      *>
      *> Outputs:
      *>     data/OECONFIRM-<date>.TXT - one confirmation statement
      *>         per employee with an election on this file (current
      *>         coverage, new coverage and the date it starts, or
      *>         why the form was not accepted).
      *>     data/OENOELECT.TXT - active employees with no election
      *>         on file for the plan year, with the coverage that
      *>         rolls over if they never return a form, so HR can
      *>         chase them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-FILE ASSIGN TO 'OEELECT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELECT-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'data/OEPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

      *> Dynamic - random reads to validate, then a full pass for
      *> the no-election list.
           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT DEPENDENT-FILE ASSIGN TO 'data/DEPENDENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPEND-STATUS.

      *> Dated generation per run (stable data/OECONFIRM.TXT copy
      *> kept by the shared ReportGen module).
           SELECT CONFIRM-FILE ASSIGN TO DYNAMIC
               WS-CONFIRM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT NO-ELECTION-FILE ASSIGN TO 'data/OENOELECT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOELECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-FILE.
       COPY OEELECT.

       FD  ENROLLMENT-FILE.
       COPY EMPENROLL.

       FD  PENDING-FILE.
       COPY OEPEND.

       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  DEPENDENT-FILE.
       COPY DEPENDNT.

       FD  CONFIRM-FILE.
       01  CONFIRM-LINE                PIC X(60).

       FD  NO-ELECTION-FILE.
       01  NO-ELECTION-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ELECT-STATUS PIC X(2) VALUE '00'.
       01 WS-ENROLL-STATUS PIC X(2) VALUE '00'.
       01 WS-PEND-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPEND-STATUS PIC X(2) VALUE '00'.
       01 WS-CONFIRM-STATUS PIC X(2) VALUE '00'.
       01 WS-NOELECT-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-ELECTIONS PIC X(1) VALUE 'N'.
       01 WS-END-OF-ENROLL PIC X(1) VALUE 'N'.
       01 WS-END-OF-PENDING PIC X(1) VALUE 'N'.
       01 WS-END-OF-EMPLOYEES PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PLAN-YEAR-START PIC 9(8) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-PEND-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-RESULT-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-LOOKUP-EMP-ID PIC 9(5) VALUE ZEROS.
       01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-NO-ELECTION-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CONFIRM-FILENAME PIC X(40) VALUE SPACES.
       01 WS-CONFIRM-STABLE PIC X(40) VALUE 'data/OECONFIRM.TXT'.

      *> Batch-in-progress lock (shared BatchLockCheck module).
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> ENROLLMENTS.DAT as it stands - the coverage each election
      *> is measured against. Read only; never rewritten here.
       01 WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 999 TIMES
               INDEXED BY WS-ENROLL-IDX.
               10 WS-ENROLL-EMP-ID      PIC 9(5).
               10 WS-ENROLL-POLICY      PIC 9(7).
               10 WS-ENROLL-TIER        PIC X(1).
       01 WS-ENROLL-COUNT PIC 9(3) VALUE ZEROS.

      *> data/OEPEND.DAT held in storage, elections applied, file
      *> rewritten at end-of-job.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 999 TIMES
               INDEXED BY WS-PEND-IDX.
               10 WS-PEND-EMP-ID        PIC 9(5).
               10 WS-PEND-ACTION        PIC X(1).
               10 WS-PEND-POLICY        PIC 9(7).
               10 WS-PEND-TIER          PIC X(1).
               10 WS-PEND-EFF-DATE      PIC 9(8).
               10 WS-PEND-ELECT-DATE    PIC 9(8).
       01 WS-PEND-COUNT PIC 9(3) VALUE ZEROS.

      *> One row per employee seen on this run's elections - the
      *> latest form wins - driving the confirmation statements.
      *> WS-RESULT-STATUS 'A' = accepted, 'R' = rejected.
       01 WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 999 TIMES
               INDEXED BY WS-RESULT-IDX.
               10 WS-RESULT-EMP-ID      PIC 9(5).
               10 WS-RESULT-STATUS      PIC X(1).
               10 WS-RESULT-ACTION      PIC X(1).
               10 WS-RESULT-POLICY      PIC 9(7).
               10 WS-RESULT-TIER        PIC X(1).
               10 WS-RESULT-REASON      PIC X(30).
       01 WS-RESULT-COUNT PIC 9(3) VALUE ZEROS.

      *> Election being validated and the dependent look-through
      *> results (as EnrollMaintenance).
       01 WS-WORK-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-WORK-TIER PIC X(1) VALUE 'E'.
       01 WS-END-OF-DEPENDS PIC X(1) VALUE 'N'.
       01 WS-DEPENDENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-SPOUSE-ON-FILE PIC X(1) VALUE 'N'.

      *> Statement / listing work fields.
       01 WS-COVER-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-COVER-TIER PIC X(1) VALUE SPACE.
       01 WS-COVER-TEXT PIC X(40) VALUE SPACES.
       01 WS-TIER-TEXT PIC X(17) VALUE SPACES.
       01 WS-ACTION-TEXT PIC X(21) VALUE SPACES.
       01 WS-STMT-NAME PIC X(20) VALUE SPACES.
       01 WS-STMT-ACTION PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - TRY AGAIN "
                   "AFTER IT COMPLETES"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-BUS-DATE.

           OPEN INPUT ELECTION-FILE.
           IF WS-ELECT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN OEELECT.DAT, STATUS: "
                   WS-ELECT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-READ-HEADER.
           PERFORM B100-LOAD-ENROLLMENTS.
           PERFORM B200-LOAD-PENDING.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS: "
                   WS-EMP-STATUS
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

           READ ELECTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-ELECTIONS
           END-READ.

           PERFORM UNTIL WS-END-OF-ELECTIONS = 'Y'
               PERFORM C000-APPLY-ELECTION

               READ ELECTION-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ELECTIONS
               END-READ
           END-PERFORM.

           CLOSE ELECTION-FILE.
           CLOSE POLICY-MASTER.

           PERFORM H000-REWRITE-PENDING.
           PERFORM J000-WRITE-STATEMENTS.
           PERFORM K000-LIST-NO-ELECTION.

           CLOSE EMPLOYEE-FILE.

           DISPLAY "PLAN YEAR STARTING:      " WS-PLAN-YEAR-START.
           DISPLAY "ELECTIONS ACCEPTED:      " WS-ACCEPTED-COUNT.
           DISPLAY "ELECTIONS REJECTED:      " WS-REJECTED-COUNT.
           DISPLAY "CONFIRMATIONS WRITTEN:   " WS-STATEMENT-COUNT.
           DISPLAY "ACTIVE WITH NO ELECTION: " WS-NO-ELECTION-COUNT.
           STOP RUN.

      *> The header dates the whole file. A start date already
      *> reached would put the elections into tonight's payroll with
      *> no notice to anyone - refuse the file instead.
       B000-READ-HEADER.
           READ ELECTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-ELECTIONS
           END-READ.

           EVALUATE TRUE
               WHEN WS-END-OF-ELECTIONS = 'Y'
                   DISPLAY "OEELECT.DAT IS EMPTY"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN OE-REC-TYPE NOT = 'H'
                   DISPLAY "OEELECT.DAT MISSING PLAN-YEAR HEADER"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN OE-PLAN-YEAR-START NOT NUMERIC
                   DISPLAY "PLAN-YEAR START DATE NOT NUMERIC"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN FUNCTION TEST-DATE-YYYYMMDD(OE-PLAN-YEAR-START)
                   NOT = 0
                   DISPLAY "PLAN-YEAR START DATE INVALID: "
                       OE-PLAN-YEAR-START
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN OE-PLAN-YEAR-START NOT > WS-BUS-DATE
                   DISPLAY "PLAN-YEAR START " OE-PLAN-YEAR-START
                       " IS NOT AFTER BUSINESS DATE " WS-BUS-DATE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE OE-PLAN-YEAR-START TO WS-PLAN-YEAR-START.

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

       B200-LOAD-PENDING.
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

                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-END-OF-PENDING
                   END-READ
               END-PERFORM

               CLOSE PENDING-FILE
           END-IF.

      *>   The pending file is written back whole at end of job, so
      *>   rows past the table would be lost - take no elections.
           IF WS-PEND-COUNT = 999
               AND WS-END-OF-PENDING = 'N'
               DISPLAY "OEPEND.DAT OVER 999 ROWS - NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       C000-APPLY-ELECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF OE-REC-TYPE NOT = 'E'
               DISPLAY "REJECTED RECORD TYPE " OE-REC-TYPE
                   " - NOT AN ELECTION"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF OE-EMP-ID NOT NUMERIC
               DISPLAY "REJECTED ELECTION - EMPLOYEE ID NOT NUMERIC"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE OE-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM D000-FIND-ENROLLMENT
               PERFORM F000-VALIDATE-EMPLOYEE
               IF WS-REJECT-REASON = SPACES
                   EVALUATE OE-ACTION
                       WHEN 'A'
                           PERFORM E100-ELECT-ADD
                       WHEN 'C'
                           PERFORM E200-ELECT-CHANGE
                       WHEN 'D'
                           PERFORM E300-ELECT-DROP
                       WHEN 'K'
                           PERFORM E400-ELECT-KEEP
                       WHEN OTHER
                           MOVE "INVALID ELECTION CODE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM G000-RECORD-PENDING
               END-IF
               PERFORM G100-RECORD-RESULT
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   DISPLAY "REJECTED " OE-ACTION " " OE-EMP-ID " "
                       OE-POLICY-NUMBER ": " WS-REJECT-REASON
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF
           END-IF.

       D000-FIND-ENROLLMENT.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               IF WS-ENROLL-EMP-ID(WS-ENROLL-IDX) = WS-LOOKUP-EMP-ID
                   SET WS-FOUND-IDX TO WS-ENROLL-IDX
               END-IF
           END-PERFORM.

       E100-ELECT-ADD.
           IF WS-FOUND-IDX NOT = ZEROS
               MOVE "EMPLOYEE ALREADY ENROLLED" TO WS-REJECT-REASON
           ELSE
               MOVE OE-POLICY-NUMBER TO WS-WORK-POLICY
               PERFORM F050-VALIDATE-POLICY
               IF WS-REJECT-REASON = SPACES
                   PERFORM F100-VALIDATE-TIER
               END-IF
           END-IF.

      *> Policy zeros on a change keeps the current plan - a
      *> tier-only change (new baby, divorce) is the common form.
       E200-ELECT-CHANGE.
           IF WS-FOUND-IDX = ZEROS
               MOVE "NO ENROLLMENT TO CHANGE" TO WS-REJECT-REASON
           ELSE
               IF OE-POLICY-NUMBER = ZEROS
                   MOVE WS-ENROLL-POLICY(WS-FOUND-IDX)
                       TO WS-WORK-POLICY
               ELSE
                   MOVE OE-POLICY-NUMBER TO WS-WORK-POLICY
               END-IF
               PERFORM F050-VALIDATE-POLICY
               IF WS-REJECT-REASON = SPACES
                   PERFORM F100-VALIDATE-TIER
               END-IF
           END-IF.

       E300-ELECT-DROP.
           IF WS-FOUND-IDX = ZEROS
               MOVE "NO ENROLLMENT TO DROP" TO WS-REJECT-REASON
           ELSE
               MOVE WS-ENROLL-POLICY(WS-FOUND-IDX) TO WS-WORK-POLICY
               MOVE WS-ENROLL-TIER(WS-FOUND-IDX) TO WS-WORK-TIER
           END-IF.

      *> Keep is a positive election - it takes the employee off the
      *> chase list. Not enrolled and keep means stay waived.
       E400-ELECT-KEEP.
           IF WS-FOUND-IDX = ZEROS
               MOVE ZEROS TO WS-WORK-POLICY
               MOVE SPACE TO WS-WORK-TIER
           ELSE
               MOVE WS-ENROLL-POLICY(WS-FOUND-IDX) TO WS-WORK-POLICY
               MOVE WS-ENROLL-TIER(WS-FOUND-IDX) TO WS-WORK-TIER
           END-IF.

      *> The employee must be on the master and not terminated.
       F000-VALIDATE-EMPLOYEE.
           MOVE OE-EMP-ID TO WS-EMP-REL-KEY.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *> The policy must be an active group-eligible (LIFE/HEALTH)
      *> one.
       F050-VALIDATE-POLICY.
           MOVE WS-WORK-POLICY TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE "POLICY NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF POLICY-STATUS NOT = 'A'
                       MOVE "POLICY NOT ACTIVE" TO WS-REJECT-REASON
                   ELSE
                   IF POLICY-TYPE NOT = 'LIFE'
                       AND POLICY-TYPE NOT = 'HEALTH'
                       MOVE "POLICY NOT LIFE/HEALTH"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *> Space defaults to employee-only. A spouse tier needs a
      *> spouse on the dependents file; a family tier needs at least
      *> one dependent - HR keys the dependents first.
       F100-VALIDATE-TIER.
           IF OE-TIER = SPACE
               MOVE 'E' TO WS-WORK-TIER
           ELSE
               MOVE OE-TIER TO WS-WORK-TIER
           END-IF.

           EVALUATE TRUE
               WHEN WS-WORK-TIER NOT = 'E'
                   AND WS-WORK-TIER NOT = 'S'
                   AND WS-WORK-TIER NOT = 'F'
                   MOVE "TIER NOT E/S/F" TO WS-REJECT-REASON
               WHEN WS-WORK-TIER = 'E'
                   CONTINUE
               WHEN OTHER
                   PERFORM F200-SCAN-DEPENDENTS
                   IF WS-WORK-TIER = 'S'
                       AND WS-SPOUSE-ON-FILE = 'N'
                       MOVE "NO SPOUSE ON FILE" TO WS-REJECT-REASON
                   END-IF
                   IF WS-WORK-TIER = 'F'
                       AND WS-DEPENDENT-COUNT = ZEROS
                       MOVE "NO DEPENDENTS ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       F200-SCAN-DEPENDENTS.
           MOVE ZEROS TO WS-DEPENDENT-COUNT.
           MOVE 'N' TO WS-SPOUSE-ON-FILE.
           MOVE 'N' TO WS-END-OF-DEPENDS.

           OPEN INPUT DEPENDENT-FILE.
           IF WS-DEPEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-DEPENDS
           END-IF.

           PERFORM UNTIL WS-END-OF-DEPENDS = 'Y'
               READ DEPENDENT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-DEPENDS
                   NOT AT END
                       IF DEP-EMP-ID = OE-EMP-ID
                           ADD 1 TO WS-DEPENDENT-COUNT
                           IF DEP-RELATION = 'S'
                               MOVE 'Y' TO WS-SPOUSE-ON-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DEPEND-STATUS = '00' OR WS-DEPEND-STATUS = '10'
               CLOSE DEPENDENT-FILE
           END-IF.

      *> Newest accepted election replaces any pending one for the
      *> employee - including one left from an earlier plan year
      *> that has not yet come due.
       G000-RECORD-PENDING.
           MOVE ZEROS TO WS-PEND-FOUND-IDX.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-EMP-ID(WS-PEND-IDX) = OE-EMP-ID
                   SET WS-PEND-FOUND-IDX TO WS-PEND-IDX
               END-IF
           END-PERFORM.

           IF WS-PEND-FOUND-IDX = ZEROS
               IF WS-PEND-COUNT = 999
                   MOVE "PENDING ELECTION TABLE FULL"
                       TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-PEND-COUNT TO WS-PEND-FOUND-IDX
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE OE-EMP-ID TO WS-PEND-EMP-ID(WS-PEND-FOUND-IDX)
               MOVE OE-ACTION TO WS-PEND-ACTION(WS-PEND-FOUND-IDX)
               MOVE WS-WORK-POLICY
                   TO WS-PEND-POLICY(WS-PEND-FOUND-IDX)
               MOVE WS-WORK-TIER TO WS-PEND-TIER(WS-PEND-FOUND-IDX)
               MOVE WS-PLAN-YEAR-START
                   TO WS-PEND-EFF-DATE(WS-PEND-FOUND-IDX)
               MOVE WS-BUS-DATE
                   TO WS-PEND-ELECT-DATE(WS-PEND-FOUND-IDX)
           END-IF.

       G100-RECORD-RESULT.
           MOVE ZEROS TO WS-RESULT-FOUND-IDX.
           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
               UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
               IF WS-RESULT-EMP-ID(WS-RESULT-IDX) = OE-EMP-ID
                   SET WS-RESULT-FOUND-IDX TO WS-RESULT-IDX
               END-IF
           END-PERFORM.

           IF WS-RESULT-FOUND-IDX = ZEROS
               AND WS-RESULT-COUNT < 999
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-RESULT-COUNT TO WS-RESULT-FOUND-IDX
           END-IF.

           IF WS-RESULT-FOUND-IDX NOT = ZEROS
               MOVE OE-EMP-ID TO WS-RESULT-EMP-ID(WS-RESULT-FOUND-IDX)
               MOVE OE-ACTION TO WS-RESULT-ACTION(WS-RESULT-FOUND-IDX)
               MOVE WS-WORK-POLICY
                   TO WS-RESULT-POLICY(WS-RESULT-FOUND-IDX)
               MOVE WS-WORK-TIER TO WS-RESULT-TIER(WS-RESULT-FOUND-IDX)
               MOVE WS-REJECT-REASON
                   TO WS-RESULT-REASON(WS-RESULT-FOUND-IDX)
               IF WS-REJECT-REASON = SPACES
                   MOVE 'A' TO WS-RESULT-STATUS(WS-RESULT-FOUND-IDX)
               ELSE
                   MOVE 'R' TO WS-RESULT-STATUS(WS-RESULT-FOUND-IDX)
               END-IF
           END-IF.

       H000-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-EMP-ID(WS-PEND-IDX) TO OEPEND-EMP-ID
               MOVE WS-PEND-ACTION(WS-PEND-IDX) TO OEPEND-ACTION
               MOVE WS-PEND-POLICY(WS-PEND-IDX) TO OEPEND-POLICY
               MOVE WS-PEND-TIER(WS-PEND-IDX) TO OEPEND-TIER
               MOVE WS-PEND-EFF-DATE(WS-PEND-IDX) TO OEPEND-EFF-DATE
               MOVE WS-PEND-ELECT-DATE(WS-PEND-IDX)
                   TO OEPEND-ELECT-DATE
               WRITE OEPEND-RECORD
           END-PERFORM.

           CLOSE PENDING-FILE.

       J000-WRITE-STATEMENTS.
           STRING "data/OECONFIRM-" WS-BUS-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-CONFIRM-FILENAME
           END-STRING.
           OPEN OUTPUT CONFIRM-FILE.

           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
               UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
               PERFORM J100-WRITE-ONE-STATEMENT
           END-PERFORM.

           CLOSE CONFIRM-FILE.
           CALL 'ReportGen' USING WS-BUS-DATE WS-CONFIRM-FILENAME
               WS-CONFIRM-STABLE.

       J100-WRITE-ONE-STATEMENT.
           MOVE WS-RESULT-EMP-ID(WS-RESULT-IDX) TO WS-EMP-REL-KEY.
           MOVE SPACES TO WS-STMT-NAME.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE FILE" TO WS-STMT-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-STMT-NAME
           END-READ.

           MOVE "==========================================="
               TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE "BENEFITS OPEN ENROLLMENT CONFIRMATION"
               TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.

           MOVE SPACES TO CONFIRM-LINE.
           STRING "EMPLOYEE:          " WS-RESULT-EMP-ID(WS-RESULT-IDX)
               " " WS-STMT-NAME
               DELIMITED BY SIZE INTO CONFIRM-LINE
           END-STRING.
           WRITE CONFIRM-LINE.

           MOVE SPACES TO CONFIRM-LINE.
           STRING "PLAN YEAR START:   " WS-PLAN-YEAR-START
               DELIMITED BY SIZE INTO CONFIRM-LINE
           END-STRING.
           WRITE CONFIRM-LINE.

           MOVE WS-RESULT-EMP-ID(WS-RESULT-IDX) TO WS-LOOKUP-EMP-ID.
           PERFORM D000-FIND-ENROLLMENT.
           IF WS-FOUND-IDX = ZEROS
               MOVE ZEROS TO WS-COVER-POLICY
               MOVE SPACE TO WS-COVER-TIER
           ELSE
               MOVE WS-ENROLL-POLICY(WS-FOUND-IDX) TO WS-COVER-POLICY
               MOVE WS-ENROLL-TIER(WS-FOUND-IDX) TO WS-COVER-TIER
           END-IF.
           PERFORM L000-FORMAT-COVERAGE.
           MOVE SPACES TO CONFIRM-LINE.
           STRING "CURRENT COVERAGE:  " WS-COVER-TEXT
               DELIMITED BY SIZE INTO CONFIRM-LINE
           END-STRING.
           WRITE CONFIRM-LINE.

           MOVE WS-RESULT-ACTION(WS-RESULT-IDX) TO WS-STMT-ACTION.
           PERFORM L100-FORMAT-ACTION.
           MOVE SPACES TO CONFIRM-LINE.
           STRING "YOUR ELECTION:     " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO CONFIRM-LINE
           END-STRING.
           WRITE CONFIRM-LINE.

           IF WS-RESULT-STATUS(WS-RESULT-IDX) = 'A'
               MOVE WS-RESULT-POLICY(WS-RESULT-IDX) TO WS-COVER-POLICY
               MOVE WS-RESULT-TIER(WS-RESULT-IDX) TO WS-COVER-TIER
               PERFORM J300-WRITE-NEW-COVERAGE
           ELSE
               MOVE SPACES TO CONFIRM-LINE
               STRING "NOT ACCEPTED:      "
                   WS-RESULT-REASON(WS-RESULT-IDX)
                   DELIMITED BY SIZE INTO CONFIRM-LINE
               END-STRING
               WRITE CONFIRM-LINE
      *> An earlier form (this run or a previous one) may still
      *> stand - say what it is rather than leave them guessing.
               PERFORM J200-FIND-PENDING
               IF WS-PEND-FOUND-IDX NOT = ZEROS
                   MOVE WS-PEND-ACTION(WS-PEND-FOUND-IDX)
                       TO WS-STMT-ACTION
                   PERFORM L100-FORMAT-ACTION
                   MOVE SPACES TO CONFIRM-LINE
                   STRING "ELECTION ON FILE:  " WS-ACTION-TEXT
                       DELIMITED BY SIZE INTO CONFIRM-LINE
                   END-STRING
                   WRITE CONFIRM-LINE
                   MOVE WS-PEND-POLICY(WS-PEND-FOUND-IDX)
                       TO WS-COVER-POLICY
                   MOVE WS-PEND-TIER(WS-PEND-FOUND-IDX)
                       TO WS-COVER-TIER
                   PERFORM J300-WRITE-NEW-COVERAGE
               ELSE
                   MOVE "PLEASE CONTACT HR BEFORE THE PLAN YEAR STARTS"
                       TO CONFIRM-LINE
                   WRITE CONFIRM-LINE
               END-IF
           END-IF.

           MOVE SPACES TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           ADD 1 TO WS-STATEMENT-COUNT.

      *> A pending row counts only if it is for this plan year.
       J200-FIND-PENDING.
           MOVE ZEROS TO WS-PEND-FOUND-IDX.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-EMP-ID(WS-PEND-IDX) = WS-LOOKUP-EMP-ID
                   AND WS-PEND-EFF-DATE(WS-PEND-IDX)
                       = WS-PLAN-YEAR-START
                   SET WS-PEND-FOUND-IDX TO WS-PEND-IDX
               END-IF
           END-PERFORM.

      *> WS-STMT-ACTION with WS-COVER-POLICY/WS-COVER-TIER is the
      *> election standing - a drop leaves no coverage.
       J300-WRITE-NEW-COVERAGE.
           IF WS-STMT-ACTION = 'D'
               MOVE ZEROS TO WS-COVER-POLICY
               MOVE SPACE TO WS-COVER-TIER
           END-IF.
           PERFORM L000-FORMAT-COVERAGE.
           MOVE SPACES TO CONFIRM-LINE.
           STRING "NEW COVERAGE:      " WS-COVER-TEXT
               DELIMITED BY SIZE INTO CONFIRM-LINE
           END-STRING.
           WRITE CONFIRM-LINE.
           MOVE SPACES TO CONFIRM-LINE.
           STRING "PAYROLL DEDUCTIONS CHANGE FROM " WS-PLAN-YEAR-START
               DELIMITED BY SIZE INTO CONFIRM-LINE
           END-STRING.
           WRITE CONFIRM-LINE.

      *> Active employees only - leave and terminated employees are
      *> handled outside open enrollment.
       K000-LIST-NO-ELECTION.
           OPEN OUTPUT NO-ELECTION-FILE.
           MOVE SPACES TO NO-ELECTION-LINE.
           STRING "ACTIVE EMPLOYEES WITH NO ELECTION - PLAN YEAR "
               WS-PLAN-YEAR-START " AS OF " WS-BUS-DATE
               DELIMITED BY SIZE INTO NO-ELECTION-LINE
           END-STRING.
           WRITE NO-ELECTION-LINE.
           MOVE "EMP#  NAME                 DEPT ROLLS OVER TO"
               TO NO-ELECTION-LINE.
           WRITE NO-ELECTION-LINE.

           MOVE 1 TO WS-EMP-REL-KEY.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN WS-EMP-REL-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-EMPLOYEES
           END-START.

           PERFORM UNTIL WS-END-OF-EMPLOYEES = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-EMPLOYEES
                   NOT AT END
                       IF EMP-STATUS = 'A'
                           PERFORM K100-CHECK-ELECTION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO NO-ELECTION-LINE.
           STRING "EMPLOYEES TO FOLLOW UP: " WS-NO-ELECTION-COUNT
               DELIMITED BY SIZE INTO NO-ELECTION-LINE
           END-STRING.
           WRITE NO-ELECTION-LINE.
           CLOSE NO-ELECTION-FILE.

       K100-CHECK-ELECTION.
           MOVE EMP-ID TO WS-LOOKUP-EMP-ID.
           PERFORM J200-FIND-PENDING.
           IF WS-PEND-FOUND-IDX = ZEROS
               PERFORM D000-FIND-ENROLLMENT
               IF WS-FOUND-IDX = ZEROS
                   MOVE ZEROS TO WS-COVER-POLICY
                   MOVE SPACE TO WS-COVER-TIER
               ELSE
                   MOVE WS-ENROLL-POLICY(WS-FOUND-IDX)
                       TO WS-COVER-POLICY
                   MOVE WS-ENROLL-TIER(WS-FOUND-IDX) TO WS-COVER-TIER
               END-IF
               PERFORM L000-FORMAT-COVERAGE
               MOVE SPACES TO NO-ELECTION-LINE
               STRING EMP-ID " " EMP-NAME " " EMP-DEPT " "
                   WS-COVER-TEXT
                   DELIMITED BY SIZE INTO NO-ELECTION-LINE
               END-STRING
               WRITE NO-ELECTION-LINE
               ADD 1 TO WS-NO-ELECTION-COUNT
           END-IF.

      *> WS-COVER-POLICY/WS-COVER-TIER as printable text.
       L000-FORMAT-COVERAGE.
           EVALUATE WS-COVER-TIER
               WHEN 'S' MOVE "EMPLOYEE + SPOUSE" TO WS-TIER-TEXT
               WHEN 'F' MOVE "FAMILY" TO WS-TIER-TEXT
               WHEN OTHER MOVE "EMPLOYEE ONLY" TO WS-TIER-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-COVER-TEXT.
           IF WS-COVER-POLICY = ZEROS
               MOVE "NONE (WAIVED)" TO WS-COVER-TEXT
           ELSE
               STRING "POLICY " WS-COVER-POLICY " " WS-TIER-TEXT
                   DELIMITED BY SIZE INTO WS-COVER-TEXT
               END-STRING
           END-IF.

       L100-FORMAT-ACTION.
           EVALUATE WS-STMT-ACTION
               WHEN 'A' MOVE "ADD COVERAGE" TO WS-ACTION-TEXT
               WHEN 'C' MOVE "CHANGE COVERAGE" TO WS-ACTION-TEXT
               WHEN 'D' MOVE "DROP COVERAGE" TO WS-ACTION-TEXT
               WHEN 'K' MOVE "KEEP CURRENT COVERAGE"
                   TO WS-ACTION-TEXT
               WHEN OTHER MOVE "UNRECOGNISED" TO WS-ACTION-TEXT
           END-EVALUATE.
