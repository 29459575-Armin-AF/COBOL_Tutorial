       IDENTIFICATION DIVISION.
       PROGRAM-ID. LaborDistReport.

      *> Labor distribution report - payroll cost by project for
      *> client billing. Accumulates the per-run rows EmployeePayroll
      *> appends to data/LABDIST.DAT for the business month, and
      *> lists each charge code with its project name and client
      *> from PROJECTS.DAT, the employees charged to it (hours,
      *> gross, employer tax, total cost) and the project total.
      *> Cost left on home departments (no charge code) is listed
      *> last, so the report still ties to the month's payroll
      *> gross. Dated generation per run (stable data/LABORRPT.TXT
      *> copy kept by the shared ReportGen module).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DIST-FILE ASSIGN TO 'data/LABDIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABDIST-STATUS.

           SELECT PROJECT-FILE ASSIGN TO 'PROJECTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROJ-STATUS.

           SELECT LABOR-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DIST-FILE.
       COPY LABDIST.

       FD  PROJECT-FILE.
       COPY PROJMAST.

       FD  LABOR-REPORT-FILE.
       01  LABOR-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LABDIST-STATUS PIC X(2) VALUE '00'.
       01 WS-PROJ-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-END-OF-PROJECTS PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-MONTH PIC 9(6) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/LABORRPT.TXT'.

       01 WS-PROJ-TABLE.
           05 WS-PROJ-ENTRY OCCURS 500 TIMES INDEXED BY WS-PROJ-IDX.
               10 WS-PROJ-CODE           PIC X(6).
               10 WS-PROJ-NAME           PIC X(20).
               10 WS-PROJ-CLIENT         PIC X(20).
       01 WS-PROJ-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-PROJ-NAME-TEXT PIC X(20) VALUE SPACES.
       01 WS-PROJ-CLIENT-TEXT PIC X(20) VALUE SPACES.

      *> Month-to-date cost per charge code, and per employee within
      *> each code.
       01 WS-CODE-TABLE.
           05 WS-CD-ENTRY OCCURS 500 TIMES INDEXED BY WS-CD-IDX.
               10 WS-CD-CODE             PIC X(6).
               10 WS-CD-HOURS            PIC 9(6)V9.
               10 WS-CD-GROSS            PIC 9(9)V99.
               10 WS-CD-EMPLOYER         PIC 9(9)V99.
       01 WS-CODE-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-CD-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-DETAIL-TABLE.
           05 WS-DT-ENTRY OCCURS 999 TIMES INDEXED BY WS-DT-IDX.
               10 WS-DT-CODE             PIC X(6).
               10 WS-DT-EMP-ID           PIC 9(5).
               10 WS-DT-DEPT             PIC X(4).
               10 WS-DT-HOURS            PIC 9(6)V9.
               10 WS-DT-GROSS            PIC 9(9)V99.
               10 WS-DT-EMPLOYER         PIC 9(9)V99.
       01 WS-DETAIL-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-DT-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-ROW-COUNT PIC 9(5) VALUE ZEROS.

       01 WS-PASS PIC X(1) VALUE SPACE.
       01 WS-COST PIC 9(9)V99 VALUE ZEROS.
       01 WS-HOURS-DISPLAY PIC Z(5)9.9 VALUE ZEROS.
       01 WS-GROSS-DISPLAY PIC Z(8)9.99 VALUE ZEROS.
       01 WS-EMPR-DISPLAY PIC Z(8)9.99 VALUE ZEROS.
       01 WS-COST-DISPLAY PIC Z(8)9.99 VALUE ZEROS.
       01 WS-TOTAL-HOURS PIC 9(7)V9 VALUE ZEROS.
       01 WS-TOTAL-GROSS PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-EMPLOYER PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-COST PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-DISPLAY PIC Z(10)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           MOVE WS-BUS-DATE(1:6) TO WS-REPORT-MONTH.

           PERFORM B000-LOAD-PROJECTS.
           PERFORM C000-ACCUMULATE-DISTRIBUTION.
           PERFORM D000-WRITE-REPORT.

           DISPLAY "LABOR DISTRIBUTION ROWS FOR " WS-REPORT-MONTH
               ": " WS-ROW-COUNT.
           DISPLAY "CHARGE CODES REPORTED: " WS-CODE-COUNT.
           STOP RUN.

      *> No project master is not fatal - the codes still report,
      *> just without a name or client.
       B000-LOAD-PROJECTS.
           MOVE ZEROS TO WS-PROJ-COUNT.
           OPEN INPUT PROJECT-FILE.
           IF WS-PROJ-STATUS = '00'
               READ PROJECT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-PROJECTS
               END-READ

               PERFORM UNTIL WS-END-OF-PROJECTS = 'Y'
                   OR WS-PROJ-COUNT = 500
                   ADD 1 TO WS-PROJ-COUNT
                   MOVE PROJ-CODE TO WS-PROJ-CODE(WS-PROJ-COUNT)
                   MOVE PROJ-NAME TO WS-PROJ-NAME(WS-PROJ-COUNT)
                   MOVE PROJ-CLIENT TO WS-PROJ-CLIENT(WS-PROJ-COUNT)

                   READ PROJECT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-PROJECTS
                   END-READ
               END-PERFORM

               CLOSE PROJECT-FILE
           END-IF.

       C000-ACCUMULATE-DISTRIBUTION.
           OPEN INPUT LABOR-DIST-FILE.
           IF WS-LABDIST-STATUS NOT = '00'
               DISPLAY "NO LABOR DISTRIBUTION ON FILE, STATUS: "
                   WS-LABDIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ LABOR-DIST-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF LABDIST-RUN-DATE(1:6) = WS-REPORT-MONTH
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM C100-TALLY-CODE
                   PERFORM C200-TALLY-EMPLOYEE
               END-IF

               READ LABOR-DIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE LABOR-DIST-FILE.

       C100-TALLY-CODE.
           MOVE ZEROS TO WS-CD-FOUND.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CODE-COUNT
               IF WS-CD-CODE(WS-CD-IDX) = LABDIST-CHARGE-CODE
                   SET WS-CD-FOUND TO WS-CD-IDX
               END-IF
           END-PERFORM.

           IF WS-CD-FOUND = ZEROS AND WS-CODE-COUNT < 500
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CD-FOUND
               MOVE LABDIST-CHARGE-CODE TO WS-CD-CODE(WS-CD-FOUND)
               MOVE ZEROS TO WS-CD-HOURS(WS-CD-FOUND)
               MOVE ZEROS TO WS-CD-GROSS(WS-CD-FOUND)
               MOVE ZEROS TO WS-CD-EMPLOYER(WS-CD-FOUND)
           END-IF.

           IF WS-CD-FOUND NOT = ZEROS
               ADD LABDIST-HOURS TO WS-CD-HOURS(WS-CD-FOUND)
               ADD LABDIST-GROSS TO WS-CD-GROSS(WS-CD-FOUND)
               ADD LABDIST-EMPLOYER TO WS-CD-EMPLOYER(WS-CD-FOUND)
           END-IF.

       C200-TALLY-EMPLOYEE.
           MOVE ZEROS TO WS-DT-FOUND.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DETAIL-COUNT
               IF WS-DT-CODE(WS-DT-IDX) = LABDIST-CHARGE-CODE
                   AND WS-DT-EMP-ID(WS-DT-IDX) = LABDIST-EMP-ID
                   SET WS-DT-FOUND TO WS-DT-IDX
               END-IF
           END-PERFORM.

           IF WS-DT-FOUND = ZEROS AND WS-DETAIL-COUNT < 999
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-DETAIL-COUNT TO WS-DT-FOUND
               MOVE LABDIST-CHARGE-CODE TO WS-DT-CODE(WS-DT-FOUND)
               MOVE LABDIST-EMP-ID TO WS-DT-EMP-ID(WS-DT-FOUND)
               MOVE LABDIST-DEPT TO WS-DT-DEPT(WS-DT-FOUND)
               MOVE ZEROS TO WS-DT-HOURS(WS-DT-FOUND)
               MOVE ZEROS TO WS-DT-GROSS(WS-DT-FOUND)
               MOVE ZEROS TO WS-DT-EMPLOYER(WS-DT-FOUND)
           END-IF.

           IF WS-DT-FOUND NOT = ZEROS
               ADD LABDIST-HOURS TO WS-DT-HOURS(WS-DT-FOUND)
               ADD LABDIST-GROSS TO WS-DT-GROSS(WS-DT-FOUND)
               ADD LABDIST-EMPLOYER TO WS-DT-EMPLOYER(WS-DT-FOUND)
           END-IF.

      *> Charged codes first, then the home-department cost.
       D000-WRITE-REPORT.
           STRING "data/LABORRPT-" WS-BUS-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT LABOR-REPORT-FILE.

           MOVE SPACES TO LABOR-REPORT-LINE.
           STRING "LABOR DISTRIBUTION BY PROJECT - " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE
           END-STRING.
           WRITE LABOR-REPORT-LINE.
           MOVE SPACES TO LABOR-REPORT-LINE.
           STRING "          EMP-ID DEPT     HOURS         GROSS"
               "  EMPLOYER TAX    TOTAL COST"
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE
           END-STRING.
           WRITE LABOR-REPORT-LINE.

           MOVE 'C' TO WS-PASS.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CODE-COUNT
               IF WS-CD-CODE(WS-CD-IDX) NOT = SPACES
                   PERFORM D100-WRITE-ONE-CODE
               END-IF
           END-PERFORM.
           MOVE 'H' TO WS-PASS.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CODE-COUNT
               IF WS-CD-CODE(WS-CD-IDX) = SPACES
                   PERFORM D100-WRITE-ONE-CODE
               END-IF
           END-PERFORM.

           MOVE SPACES TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           MOVE WS-TOTAL-HOURS TO WS-HOURS-DISPLAY.
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LABOR-REPORT-LINE.
           STRING "ALL CODES      HOURS: " WS-HOURS-DISPLAY
               "  GROSS: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE
           END-STRING.
           WRITE LABOR-REPORT-LINE.
           MOVE WS-TOTAL-EMPLOYER TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LABOR-REPORT-LINE.
           STRING "               EMPLOYER TAX: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE
           END-STRING.
           WRITE LABOR-REPORT-LINE.
           MOVE WS-TOTAL-COST TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LABOR-REPORT-LINE.
           STRING "               TOTAL COST:   " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE
           END-STRING.
           WRITE LABOR-REPORT-LINE.

           CLOSE LABOR-REPORT-FILE.
           CALL 'ReportGen' USING WS-BUS-DATE WS-REPORT-FILENAME
               WS-REPORT-STABLE.

       D100-WRITE-ONE-CODE.
           MOVE SPACES TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           IF WS-PASS = 'H'
               MOVE "HOME DEPARTMENT - NO CHARGE CODE"
                   TO LABOR-REPORT-LINE
           ELSE
               MOVE "NOT ON MASTER" TO WS-PROJ-NAME-TEXT
               MOVE SPACES TO WS-PROJ-CLIENT-TEXT
               PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
                   IF WS-PROJ-CODE(WS-PROJ-IDX) = WS-CD-CODE(WS-CD-IDX)
                       MOVE WS-PROJ-NAME(WS-PROJ-IDX)
                           TO WS-PROJ-NAME-TEXT
                       MOVE WS-PROJ-CLIENT(WS-PROJ-IDX)
                           TO WS-PROJ-CLIENT-TEXT
                   END-IF
               END-PERFORM
               MOVE SPACES TO LABOR-REPORT-LINE
               STRING "PROJECT " WS-CD-CODE(WS-CD-IDX) ' '
                   WS-PROJ-NAME-TEXT " CLIENT: " WS-PROJ-CLIENT-TEXT
                   DELIMITED BY SIZE INTO LABOR-REPORT-LINE
               END-STRING
           END-IF.
           WRITE LABOR-REPORT-LINE.

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DETAIL-COUNT
               IF WS-DT-CODE(WS-DT-IDX) = WS-CD-CODE(WS-CD-IDX)
                   MOVE WS-DT-HOURS(WS-DT-IDX) TO WS-HOURS-DISPLAY
                   MOVE WS-DT-GROSS(WS-DT-IDX) TO WS-GROSS-DISPLAY
                   MOVE WS-DT-EMPLOYER(WS-DT-IDX) TO WS-EMPR-DISPLAY
                   COMPUTE WS-COST = WS-DT-GROSS(WS-DT-IDX)
                       + WS-DT-EMPLOYER(WS-DT-IDX)
                   MOVE WS-COST TO WS-COST-DISPLAY
                   MOVE SPACES TO LABOR-REPORT-LINE
                   STRING "          " WS-DT-EMP-ID(WS-DT-IDX) "  "
                       WS-DT-DEPT(WS-DT-IDX) " " WS-HOURS-DISPLAY
                       " " WS-GROSS-DISPLAY " " WS-EMPR-DISPLAY
                       " " WS-COST-DISPLAY
                       DELIMITED BY SIZE INTO LABOR-REPORT-LINE
                   END-STRING
                   WRITE LABOR-REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE WS-CD-HOURS(WS-CD-IDX) TO WS-HOURS-DISPLAY.
           MOVE WS-CD-GROSS(WS-CD-IDX) TO WS-GROSS-DISPLAY.
           MOVE WS-CD-EMPLOYER(WS-CD-IDX) TO WS-EMPR-DISPLAY.
           COMPUTE WS-COST = WS-CD-GROSS(WS-CD-IDX)
               + WS-CD-EMPLOYER(WS-CD-IDX).
           MOVE WS-COST TO WS-COST-DISPLAY.
           MOVE SPACES TO LABOR-REPORT-LINE.
           STRING "  TOTAL " WS-CD-CODE(WS-CD-IDX) "       "
               WS-HOURS-DISPLAY " " WS-GROSS-DISPLAY " "
               WS-EMPR-DISPLAY " " WS-COST-DISPLAY
               DELIMITED BY SIZE INTO LABOR-REPORT-LINE
           END-STRING.
           WRITE LABOR-REPORT-LINE.

           ADD WS-CD-HOURS(WS-CD-IDX) TO WS-TOTAL-HOURS.
           ADD WS-CD-GROSS(WS-CD-IDX) TO WS-TOTAL-GROSS.
           ADD WS-CD-EMPLOYER(WS-CD-IDX) TO WS-TOTAL-EMPLOYER.
           ADD WS-COST TO WS-TOTAL-COST.
