       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionVacancy.

      *> Month-end position vacancy report - for each department,
      *> the headcount authorized on POSAUTH.DAT, the positions
      *> filled (active and on-leave employees on sample.dat, the
      *> same count EmployeeTransEdit holds hires to) and the
      *> positions still open, with a department over its authorized
      *> count flagged OVER. A department with staff but no
      *> authorized row shows zero authorized. Dated generation per
      *> run (stable data/VACANCY.TXT kept by the shared ReportGen
      *> module). Runs at month-end from NightlyBatch.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-AUTH-FILE ASSIGN TO 'POSAUTH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSAUTH-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT VACANCY-REPORT-FILE ASSIGN TO DYNAMIC
               WS-VACANCY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-AUTH-FILE.
       COPY POSAUTH.

       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  DEPT-MASTER-FILE.
       COPY DEPTMAST.

       FD  VACANCY-REPORT-FILE.
       01  VACANCY-REPORT-LINE         PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-POSAUTH-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-END-OF-POSAUTH PIC X(1) VALUE 'N'.
       01 WS-END-OF-EMPLOYEES PIC X(1) VALUE 'N'.
       01 WS-END-OF-DEPTS PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-VACANCY-FILENAME PIC X(40) VALUE SPACES.
       01 WS-VACANCY-STABLE PIC X(40) VALUE 'data/VACANCY.TXT'.

      *> One row per department - authorized from POSAUTH.DAT,
      *> filled counted off the master, name from DEPTS.DAT.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 50 TIMES INDEXED BY WS-POS-IDX.
               10 WS-POS-DEPT           PIC X(4).
               10 WS-POS-NAME           PIC X(20).
               10 WS-POS-AUTHORIZED     PIC 9(4).
               10 WS-POS-FILLED         PIC 9(4).
       01 WS-POS-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-POS-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-POS-LOOKUP-DEPT PIC X(4) VALUE SPACES.

       01 WS-OPEN-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-OVER-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-AUTHORIZED PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-FILLED PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-OPEN PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-OVER PIC 9(5) VALUE ZEROS.
       01 WS-AUTH-DISPLAY PIC Z(4)9 VALUE ZEROS.
       01 WS-FILLED-DISPLAY PIC Z(4)9 VALUE ZEROS.
       01 WS-OPEN-DISPLAY PIC Z(4)9 VALUE ZEROS.
       01 WS-OVER-DISPLAY PIC Z(4)9 VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-RUN-DATE.
           STRING "data/VACANCY-" WS-RUN-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-VACANCY-FILENAME
           END-STRING.

           PERFORM B000-LOAD-AUTHORIZED.
           PERFORM C000-COUNT-FILLED.
           PERFORM D000-LOAD-DEPT-NAMES.

           OPEN OUTPUT VACANCY-REPORT-FILE.
           MOVE SPACES TO VACANCY-REPORT-LINE.
           STRING "POSITION VACANCY REPORT AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO VACANCY-REPORT-LINE
           END-STRING.
           WRITE VACANCY-REPORT-LINE.
           MOVE "DEPT NAME                 AUTHORIZED FILLED  OPEN"
               TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.

           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-COUNT
               PERFORM E000-WRITE-DEPT-LINE
           END-PERFORM.

           MOVE WS-TOTAL-AUTHORIZED TO WS-AUTH-DISPLAY.
           MOVE WS-TOTAL-FILLED TO WS-FILLED-DISPLAY.
           MOVE WS-TOTAL-OPEN TO WS-OPEN-DISPLAY.
           MOVE SPACES TO VACANCY-REPORT-LINE.
           STRING "TOTAL                          " WS-AUTH-DISPLAY
               "  " WS-FILLED-DISPLAY " " WS-OPEN-DISPLAY
               DELIMITED BY SIZE INTO VACANCY-REPORT-LINE
           END-STRING.
           WRITE VACANCY-REPORT-LINE.
           IF WS-TOTAL-OVER > 0
               MOVE WS-TOTAL-OVER TO WS-OVER-DISPLAY
               MOVE SPACES TO VACANCY-REPORT-LINE
               STRING "FILLED OVER AUTHORIZED HEADCOUNT: "
                   WS-OVER-DISPLAY
                   DELIMITED BY SIZE INTO VACANCY-REPORT-LINE
               END-STRING
               WRITE VACANCY-REPORT-LINE
           END-IF.

           CLOSE VACANCY-REPORT-FILE.
           CALL 'ReportGen' USING WS-RUN-DATE WS-VACANCY-FILENAME
               WS-VACANCY-STABLE.

           DISPLAY "DEPARTMENTS REPORTED: " WS-POS-COUNT.
           DISPLAY "OPEN POSITIONS:       " WS-TOTAL-OPEN.
           STOP RUN.

      *> The authorized-position file is what this report is about -
      *> without it there is nothing to report against.
       B000-LOAD-AUTHORIZED.
           MOVE ZEROS TO WS-POS-COUNT.
           OPEN INPUT POSITION-AUTH-FILE.
           IF WS-POSAUTH-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POSAUTH.DAT, STATUS: "
                   WS-POSAUTH-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ POSITION-AUTH-FILE
               AT END MOVE 'Y' TO WS-END-OF-POSAUTH
           END-READ.

           PERFORM UNTIL WS-END-OF-POSAUTH = 'Y'
               OR WS-POS-COUNT = 50
               ADD 1 TO WS-POS-COUNT
               MOVE POSAUTH-DEPT TO WS-POS-DEPT(WS-POS-COUNT)
               MOVE SPACES TO WS-POS-NAME(WS-POS-COUNT)
               MOVE POSAUTH-COUNT TO WS-POS-AUTHORIZED(WS-POS-COUNT)
               MOVE ZEROS TO WS-POS-FILLED(WS-POS-COUNT)

               READ POSITION-AUTH-FILE
                   AT END MOVE 'Y' TO WS-END-OF-POSAUTH
               END-READ
           END-PERFORM.

           CLOSE POSITION-AUTH-FILE.

      *> Active and on-leave employees hold a position; terminated
      *> ones do not.
       C000-COUNT-FILLED.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS: "
                   WS-EMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-EMPLOYEES
           END-READ.

           PERFORM UNTIL WS-END-OF-EMPLOYEES = 'Y'
               IF EMP-STATUS = 'A' OR EMP-STATUS = 'L'
                   MOVE EMP-DEPT TO WS-POS-LOOKUP-DEPT
                   PERFORM F000-FIND-POSITION-SLOT
                   IF WS-POS-FOUND NOT = ZEROS
                       ADD 1 TO WS-POS-FILLED(WS-POS-FOUND)
                   END-IF
               END-IF

               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-EMPLOYEES
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-FILE.

      *> Names are for the reader only - a missing department master
      *> leaves the name column blank.
       D000-LOAD-DEPT-NAMES.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS = '00'
               READ DEPT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-DEPTS
               END-READ

               PERFORM UNTIL WS-END-OF-DEPTS = 'Y'
                   PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-COUNT
                       IF WS-POS-DEPT(WS-POS-IDX) = DEPT-CODE
                           MOVE DEPT-NAME TO WS-POS-NAME(WS-POS-IDX)
                       END-IF
                   END-PERFORM

                   READ DEPT-MASTER-FILE
                       AT END MOVE 'Y' TO WS-END-OF-DEPTS
                   END-READ
               END-PERFORM

               CLOSE DEPT-MASTER-FILE
           END-IF.

       E000-WRITE-DEPT-LINE.
           MOVE ZEROS TO WS-OPEN-COUNT.
           MOVE ZEROS TO WS-OVER-COUNT.
           IF WS-POS-FILLED(WS-POS-IDX)
               > WS-POS-AUTHORIZED(WS-POS-IDX)
               COMPUTE WS-OVER-COUNT =
                   WS-POS-FILLED(WS-POS-IDX)
                   - WS-POS-AUTHORIZED(WS-POS-IDX)
           ELSE
               COMPUTE WS-OPEN-COUNT =
                   WS-POS-AUTHORIZED(WS-POS-IDX)
                   - WS-POS-FILLED(WS-POS-IDX)
           END-IF.

           ADD WS-POS-AUTHORIZED(WS-POS-IDX) TO WS-TOTAL-AUTHORIZED.
           ADD WS-POS-FILLED(WS-POS-IDX) TO WS-TOTAL-FILLED.
           ADD WS-OPEN-COUNT TO WS-TOTAL-OPEN.
           ADD WS-OVER-COUNT TO WS-TOTAL-OVER.

           MOVE WS-POS-AUTHORIZED(WS-POS-IDX) TO WS-AUTH-DISPLAY.
           MOVE WS-POS-FILLED(WS-POS-IDX) TO WS-FILLED-DISPLAY.
           MOVE WS-OPEN-COUNT TO WS-OPEN-DISPLAY.
           MOVE SPACES TO VACANCY-REPORT-LINE.
           IF WS-OVER-COUNT > 0
               MOVE WS-OVER-COUNT TO WS-OVER-DISPLAY
               STRING WS-POS-DEPT(WS-POS-IDX) " "
                   WS-POS-NAME(WS-POS-IDX) "      "
                   WS-AUTH-DISPLAY "  " WS-FILLED-DISPLAY " "
                   WS-OPEN-DISPLAY "  OVER " WS-OVER-DISPLAY
                   DELIMITED BY SIZE INTO VACANCY-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-POS-DEPT(WS-POS-IDX) " "
                   WS-POS-NAME(WS-POS-IDX) "      "
                   WS-AUTH-DISPLAY "  " WS-FILLED-DISPLAY " "
                   WS-OPEN-DISPLAY
                   DELIMITED BY SIZE INTO VACANCY-REPORT-LINE
               END-STRING
           END-IF.
           WRITE VACANCY-REPORT-LINE.

      *> A department with staff but no authorized row still gets a
      *> line - zero authorized, every filled position over.
       F000-FIND-POSITION-SLOT.
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
               MOVE SPACES TO WS-POS-NAME(WS-POS-FOUND)
               MOVE ZEROS TO WS-POS-AUTHORIZED(WS-POS-FOUND)
               MOVE ZEROS TO WS-POS-FILLED(WS-POS-FOUND)
           END-IF.
