      *> failures go to the data/EMPTRANS.SUSP suspense file for fix
      *> and resubmission, with a line-by-line edit report saying why
      *> each one bounced.
      *> Position control: a hire ('A') or department transfer ('C'
      *> to a new EMP-DEPT) that would take a department past its
      *> authorized headcount on POSAUTH.DAT is suspended unless it
      *> carries an override code, and an overridden one is called
      *> out on the edit report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

      *> Dynamic access - one sequential pass at start-up counts the
      *> filled positions, then the edits read by EMP-ID.
           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT POSITION-AUTH-FILE ASSIGN TO 'POSAUTH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSAUTH-STATUS.

           SELECT CLEAN-TRANS-FILE ASSIGN TO 'data/EMPTRANS.CLEAN'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEAN-STATUS.
       FD  DEPT-MASTER-FILE.
       COPY DEPTMAST.

       FD  POSITION-AUTH-FILE.
       COPY POSAUTH.

       FD  CLEAN-TRANS-FILE.
       01  CLEAN-TRANS-LINE              PIC X(56).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE                 PIC X(56).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE              PIC X(80).
       01 WS-EDIT-ERROR PIC X(30) VALUE SPACES.
       01 WS-EMP-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-EMP-TERMINATED PIC X(1) VALUE 'N'.
      *> SSN on the master row - an 'A' for a terminated employee's
      *> own EMP-ID and SSN is a rehire, not a clash.
       01 WS-MASTER-SSN PIC 9(9) VALUE ZEROS.
       01 WS-MASTER-DEPT PIC X(4) VALUE SPACES.

       01 WS-SSN-VALID PIC X(1) VALUE 'Y'.
       01 WS-SSN-UNIQUE PIC X(1) VALUE 'Y'.

      *> Pay type and frequency are checked against the shared
      *> reference codes (RefCodeCheck, code types PAYTYPE and
      *> PAYFREQ). Blank is still allowed - it takes the default.
       01 WS-REF-TYPE PIC X(8) VALUE SPACES.
       01 WS-REF-CODE PIC X(20) VALUE SPACES.
       01 WS-REF-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-REF-VALID PIC X(1) VALUE 'N'.
       01 WS-PAY-TYPE-VALID PIC X(1) VALUE 'Y'.
       01 WS-PAY-FREQ-VALID PIC X(1) VALUE 'Y'.

      *> Valid department codes loaded from DEPTS.DAT at run start.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 50 TIMES
       01 WS-SEEN-SUB PIC 9(3) VALUE ZEROS.
       01 WS-DUPLICATE PIC X(1) VALUE 'N'.

      *> Authorized and filled positions by department - authorized
      *> from POSAUTH.DAT, filled counted off the master at start-up
      *> and moved as this batch's accepted hires, transfers and
      *> terminations go through, so two hires in one file cannot
      *> both take the last open position. No POSAUTH.DAT means no
      *> position control this run.
       01 WS-POSAUTH-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POSAUTH PIC X(1) VALUE 'N'.
       01 WS-END-OF-EMPLOYEES PIC X(1) VALUE 'N'.
       01 WS-POS-CONTROL PIC X(1) VALUE 'N'.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 50 TIMES INDEXED BY WS-POS-IDX.
               10 WS-POS-DEPT           PIC X(4).
               10 WS-POS-AUTHORIZED     PIC 9(4).
               10 WS-POS-FILLED         PIC S9(5).
       01 WS-POS-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-POS-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-POS-LOOKUP-DEPT PIC X(4) VALUE SPACES.
       01 WS-POS-MOVE-IN PIC X(1) VALUE 'N'.
       01 WS-POS-MOVE-OUT PIC X(1) VALUE 'N'.
       01 WS-POS-OVERRIDDEN PIC X(1) VALUE 'N'.
       01 WS-OVERRIDE-COUNT PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           PERFORM B000-LOAD-DEPARTMENTS.
           PERFORM B100-LOAD-POSITIONS.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               STOP RUN
           END-IF.

           IF WS-POS-CONTROL = 'Y'
               PERFORM B200-COUNT-FILLED-POSITIONS
           END-IF.

           OPEN OUTPUT CLEAN-TRANS-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT EDIT-REPORT-FILE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "CLEAN: " WS-CLEAN-COUNT
               "  SUSPENDED: " WS-SUSPENSE-COUNT
               "  HEADCOUNT OVERRIDES: " WS-OVERRIDE-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-STRING.
           WRITE EDIT-REPORT-LINE.
                   PERFORM E300-EDIT-DELETE
           END-EVALUATE.

           MOVE 'N' TO WS-POS-MOVE-IN.
           MOVE 'N' TO WS-POS-MOVE-OUT.
           MOVE 'N' TO WS-POS-OVERRIDDEN.
           IF WS-EDIT-ERROR = SPACES AND WS-POS-CONTROL = 'Y'
               PERFORM H000-CHECK-POSITION
           END-IF.

           IF WS-EDIT-ERROR = SPACES
               MOVE EMPLOYEE-TRANSACTION TO CLEAN-TRANS-LINE
               WRITE CLEAN-TRANS-LINE
               ADD 1 TO WS-CLEAN-COUNT
               PERFORM H100-POST-POSITION-MOVE
               PERFORM F100-REPORT-ACCEPTED
           ELSE
               MOVE EMPLOYEE-TRANSACTION TO SUSPENSE-LINE
       D200-CHECK-MASTER.
           MOVE 'N' TO WS-EMP-ON-FILE.
           MOVE 'N' TO WS-EMP-TERMINATED.
           MOVE ZEROS TO WS-MASTER-SSN.
           MOVE SPACES TO WS-MASTER-DEPT.
           MOVE EMP-TRAN-ID TO WS-EMP-REL-KEY.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-ON-FILE
                   MOVE EMP-SSN TO WS-MASTER-SSN
                   MOVE EMP-DEPT TO WS-MASTER-DEPT
                   IF EMP-STATUS = 'T'
                       MOVE 'Y' TO WS-EMP-TERMINATED
                   END-IF
               WS-SSN-UNIQUE
           END-CALL.
           PERFORM G000-VALIDATE-DEPT.
           PERFORM G100-VALIDATE-PAY-CODES.

           EVALUATE TRUE
               WHEN WS-EMP-ON-FILE = 'Y'
                   AND WS-EMP-TERMINATED = 'N'
                   MOVE "ADD FOR EXISTING EMP-ID" TO WS-EDIT-ERROR
               WHEN WS-EMP-ON-FILE = 'Y'
                   AND WS-MASTER-SSN NOT = EMP-TRAN-SSN
                   MOVE "REHIRE SSN DOES NOT MATCH" TO WS-EDIT-ERROR
               WHEN WS-SSN-VALID = 'N'
                   MOVE "INVALID SSN" TO WS-EDIT-ERROR
               WHEN WS-SSN-UNIQUE = 'N'
                   MOVE "SSN ALREADY ON FILE" TO WS-EDIT-ERROR
               WHEN WS-DEPT-VALID = 'N'
                   MOVE "UNKNOWN DEPARTMENT" TO WS-EDIT-ERROR
               WHEN WS-PAY-TYPE-VALID = 'N'
                   MOVE "BAD PAY TYPE" TO WS-EDIT-ERROR
               WHEN WS-PAY-FREQ-VALID = 'N'
                   MOVE "BAD PAY FREQUENCY" TO WS-EDIT-ERROR
           END-EVALUATE.

       E200-EDIT-CHANGE.
           PERFORM G000-VALIDATE-DEPT.
           PERFORM G100-VALIDATE-PAY-CODES.

           EVALUATE TRUE
               WHEN WS-EMP-ON-FILE = 'N'
                   MOVE "CHANGE FOR TERMINATED EMP" TO WS-EDIT-ERROR
               WHEN WS-DEPT-VALID = 'N'
                   MOVE "UNKNOWN DEPARTMENT" TO WS-EDIT-ERROR
               WHEN WS-PAY-TYPE-VALID = 'N'
                   MOVE "BAD PAY TYPE" TO WS-EDIT-ERROR
               WHEN WS-PAY-FREQ-VALID = 'N'
                   MOVE "BAD PAY FREQUENCY" TO WS-EDIT-ERROR
           END-EVALUATE.

       E300-EDIT-DELETE.

       F100-REPORT-ACCEPTED.
           MOVE SPACES TO EDIT-REPORT-LINE.
           IF WS-POS-OVERRIDDEN = 'Y'
               STRING EMP-TRAN-CODE ' ' EMP-TRAN-ID ' ACCEPTED'
                   ' OVER AUTHORIZED HEADCOUNT ' EMP-TRAN-DEPT
                   ', OVERRIDE ' EMP-TRAN-POS-OVERRIDE
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
           ELSE
               STRING EMP-TRAN-CODE ' ' EMP-TRAN-ID ' ACCEPTED'
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
           END-IF.
           WRITE EDIT-REPORT-LINE.

       F200-REPORT-SUSPENDED.
               END-IF
           END-PERFORM.

       G100-VALIDATE-PAY-CODES.
           MOVE 'Y' TO WS-PAY-TYPE-VALID.
           MOVE 'Y' TO WS-PAY-FREQ-VALID.

           IF EMP-TRAN-PAY-TYPE NOT = SPACE
               MOVE 'PAYTYPE' TO WS-REF-TYPE
               MOVE EMP-TRAN-PAY-TYPE TO WS-REF-CODE
               CALL 'RefCodeCheck' USING WS-REF-TYPE WS-REF-CODE
                   WS-REF-DESCRIPTION WS-REF-VALID
               END-CALL
               IF WS-REF-VALID NOT = 'Y'
                   MOVE 'N' TO WS-PAY-TYPE-VALID
               END-IF
           END-IF.

           IF EMP-TRAN-PAY-FREQ NOT = SPACE
               MOVE 'PAYFREQ' TO WS-REF-TYPE
               MOVE EMP-TRAN-PAY-FREQ TO WS-REF-CODE
               CALL 'RefCodeCheck' USING WS-REF-TYPE WS-REF-CODE
                   WS-REF-DESCRIPTION WS-REF-VALID
               END-CALL
               IF WS-REF-VALID NOT = 'Y'
                   MOVE 'N' TO WS-PAY-FREQ-VALID
               END-IF
           END-IF.

      *> No authorized-position file means position control is not
      *> in use - every edit but this one still runs.
       B100-LOAD-POSITIONS.
           MOVE ZEROS TO WS-POS-COUNT.
           OPEN INPUT POSITION-AUTH-FILE.
           IF WS-POSAUTH-STATUS NOT = '00'
               DISPLAY "NO POSAUTH.DAT ON FILE - HEADCOUNT NOT "
                   "CHECKED THIS RUN"
           ELSE
               MOVE 'Y' TO WS-POS-CONTROL
               READ POSITION-AUTH-FILE
                   AT END MOVE 'Y' TO WS-END-OF-POSAUTH
               END-READ

               PERFORM UNTIL WS-END-OF-POSAUTH = 'Y'
                   OR WS-POS-COUNT = 50
                   ADD 1 TO WS-POS-COUNT
                   MOVE POSAUTH-DEPT TO WS-POS-DEPT(WS-POS-COUNT)
                   MOVE POSAUTH-COUNT
                       TO WS-POS-AUTHORIZED(WS-POS-COUNT)
                   MOVE ZEROS TO WS-POS-FILLED(WS-POS-COUNT)

                   READ POSITION-AUTH-FILE
                       AT END MOVE 'Y' TO WS-END-OF-POSAUTH
                   END-READ
               END-PERFORM

               CLOSE POSITION-AUTH-FILE
           END-IF.

      *> Active and on-leave employees hold a position; terminated
      *> ones have given theirs back.
       B200-COUNT-FILLED-POSITIONS.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-EMPLOYEES
           END-READ.

           PERFORM UNTIL WS-END-OF-EMPLOYEES = 'Y'
               IF EMP-STATUS = 'A' OR EMP-STATUS = 'L'
                   MOVE EMP-DEPT TO WS-POS-LOOKUP-DEPT
                   PERFORM H200-FIND-POSITION-SLOT
                   IF WS-POS-FOUND NOT = ZEROS
                       ADD 1 TO WS-POS-FILLED(WS-POS-FOUND)
                   END-IF
               END-IF

               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-EMPLOYEES
               END-READ
           END-PERFORM.

      *> A hire, or a change that moves the employee to a different
      *> department, needs an open position in the receiving
      *> department - or an override code. A termination gives its
      *> position back once accepted.
       H000-CHECK-POSITION.
           EVALUATE TRUE
               WHEN EMP-TRAN-CODE = 'A'
                   MOVE 'Y' TO WS-POS-MOVE-IN
               WHEN EMP-TRAN-CODE = 'C'
                   AND EMP-TRAN-DEPT NOT = WS-MASTER-DEPT
                   MOVE 'Y' TO WS-POS-MOVE-IN
                   MOVE 'Y' TO WS-POS-MOVE-OUT
               WHEN EMP-TRAN-CODE = 'D'
                   MOVE 'Y' TO WS-POS-MOVE-OUT
           END-EVALUATE.

           IF WS-POS-MOVE-IN = 'Y'
               MOVE EMP-TRAN-DEPT TO WS-POS-LOOKUP-DEPT
               PERFORM H200-FIND-POSITION-SLOT
               IF WS-POS-FOUND NOT = ZEROS
                   IF WS-POS-FILLED(WS-POS-FOUND)
                       >= WS-POS-AUTHORIZED(WS-POS-FOUND)
                       IF EMP-TRAN-POS-OVERRIDE = SPACES
                           MOVE "OVER AUTHORIZED HEADCOUNT"
                               TO WS-EDIT-ERROR
                       ELSE
                           MOVE 'Y' TO WS-POS-OVERRIDDEN
                           ADD 1 TO WS-OVERRIDE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       H100-POST-POSITION-MOVE.
           IF WS-POS-MOVE-IN = 'Y'
               MOVE EMP-TRAN-DEPT TO WS-POS-LOOKUP-DEPT
               PERFORM H200-FIND-POSITION-SLOT
               IF WS-POS-FOUND NOT = ZEROS
                   ADD 1 TO WS-POS-FILLED(WS-POS-FOUND)
               END-IF
           END-IF.
           IF WS-POS-MOVE-OUT = 'Y'
               MOVE WS-MASTER-DEPT TO WS-POS-LOOKUP-DEPT
               PERFORM H200-FIND-POSITION-SLOT
               IF WS-POS-FOUND NOT = ZEROS
                   SUBTRACT 1 FROM WS-POS-FILLED(WS-POS-FOUND)
               END-IF
           END-IF.

      *> A department missing from POSAUTH.DAT gets a slot with no
      *> authorized positions, so its first hire needs an override.
       H200-FIND-POSITION-SLOT.
           MOVE ZEROS TO WS-POS-FOUND.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-DEPT(WS-POS-IDX) = WS-POS-LOOKUP-DEPT
                   SET WS-POS-FOUND TO WS-POS-IDX
               END-IF
           END-PERFORM.

           IF WS-POS-FOUND = ZEROS AND WS-POS-COUNT < 50
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-POS-FOUND
               MOVE WS-POS-LOOKUP-DEPT TO WS-POS-DEPT(WS-POS-FOUND)
               MOVE ZEROS TO WS-POS-AUTHORIZED(WS-POS-FOUND)
               MOVE ZEROS TO WS-POS-FILLED(WS-POS-FOUND)
           END-IF.
