
      *> Pre-edit pass for TIMESHEETS.DAT - the same discipline
      *> EmployeeTransEdit gives EMPTRANS.DAT, applied to hours
      *> before payroll can pay them: a period whose lines total
      *> over the ceiling is suspended line and all (a fat-fingered
      *> 400-hour week, or 60 hours on each of two codes, no longer
      *> pays out at time-and-a-half), sheets without the
      *> supervisor approval flag are suspended, sheets for unknown
      *> or non-hourly employees are suspended, and active hourly
      *> employees with NO timesheet at all are flagged on the edit
      *> report. Clean rows go to data/TIMESHEET.CLEAN - the only
      *> file payroll consumes - and rejects wait on
      *> data/TIMESHEET.SUSP for correction and resubmission.
      *> Each sheet line's charge code must be an open project or
      *> cost center on PROJECTS.DAT, or the line is suspended - a
      *> mistyped code would otherwise bill a client for hours that
      *> were never worked on their job. The salaried staff default
      *> distributions on LABORDFLT.DAT are checked the same way,
      *> and any employee whose percentages do not total 100 is
      *> flagged (payroll leaves their cost on the home department).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT PROJECT-FILE ASSIGN TO 'PROJECTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROJ-STATUS.

           SELECT LABOR-DEFAULT-FILE ASSIGN TO 'LABORDFLT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDF-STATUS.

           SELECT CLEAN-TIMESHEET-FILE
               ASSIGN TO 'data/TIMESHEET.CLEAN'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  PROJECT-FILE.
       COPY PROJMAST.

       FD  LABOR-DEFAULT-FILE.
       COPY LABDFLT.

       FD  CLEAN-TIMESHEET-FILE.
       01  CLEAN-TIMESHEET-LINE          PIC X(24).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE                 PIC X(24).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE              PIC X(80).
       01 WS-MISSING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-EDIT-ERROR PIC X(30) VALUE SPACES.
       01 WS-MAX-HOURS PIC 9(3) VALUE 80.
       01 WS-PROJ-STATUS PIC X(2) VALUE '00'.
       01 WS-LDF-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-PROJECTS PIC X(1) VALUE 'N'.
       01 WS-END-OF-DEFAULTS PIC X(1) VALUE 'N'.

      *> Hours per employee per period across all of the sheet's
      *> charge-code lines - the ceiling is on what the period pays,
      *> not on any one line of it.
       01 WS-HOURS-TABLE.
           05 WS-HT-ENTRY OCCURS 999 TIMES INDEXED BY WS-HT-IDX.
               10 WS-HT-EMP-ID           PIC 9(5).
               10 WS-HT-PERIOD           PIC 9(8).
               10 WS-HT-HOURS            PIC 9(5)V9.
       01 WS-HT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-HT-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-HT-OVERFLOW PIC X(1) VALUE 'N'.

      *> Charge codes from the project master.
       01 WS-PROJ-TABLE.
           05 WS-PROJ-ENTRY OCCURS 500 TIMES INDEXED BY WS-PROJ-IDX.
               10 WS-PROJ-CODE           PIC X(6).
               10 WS-PROJ-STATUS-CODE    PIC X(1).
       01 WS-PROJ-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-PROJ-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-CHECK-CODE PIC X(6) VALUE SPACES.

      *> Default distribution percentage per salaried employee.
       01 WS-DFLT-TABLE.
           05 WS-DFLT-ENTRY OCCURS 999 TIMES INDEXED BY WS-DFLT-IDX.
               10 WS-DFLT-EMP-ID         PIC 9(5).
               10 WS-DFLT-PCT-TOTAL      PIC 9(5).
       01 WS-DFLT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-DFLT-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-DFLT-ERROR-COUNT PIC 9(5) VALUE ZEROS.

      *> EMP-IDs with a clean sheet this run - the missing-timesheet
      *> sweep checks active hourly staff against this list.
               STOP RUN
           END-IF.

           PERFORM E000-TOTAL-PERIOD-HOURS.
           IF WS-HT-OVERFLOW = 'Y'
               DISPLAY "TIMESHEETS.DAT OVER 999 EMPLOYEE PERIODS - "
                   "NOTHING EDITED"
               CLOSE TIMESHEET-FILE
               CLOSE EMPLOYEE-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM D000-LOAD-PROJECTS.

           OPEN OUTPUT CLEAN-TIMESHEET-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT EDIT-REPORT-FILE.

           CLOSE TIMESHEET-FILE.

           PERFORM H000-CHECK-LABOR-DEFAULTS.
           PERFORM F000-SWEEP-MISSING-SHEETS.
           CLOSE EMPLOYEE-FILE.

           STRING "CLEAN: " WS-CLEAN-COUNT
               "  SUSPENDED: " WS-SUSPENSE-COUNT
               "  MISSING: " WS-MISSING-COUNT
               "  DEFAULT DIST ERRORS: " WS-DFLT-ERROR-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-STRING.
           WRITE EDIT-REPORT-LINE.
           DISPLAY "TIMESHEETS CLEAN:      " WS-CLEAN-COUNT.
           DISPLAY "TIMESHEETS SUSPENDED:  " WS-SUSPENSE-COUNT.
           DISPLAY "HOURLY STAFF MISSING SHEETS: " WS-MISSING-COUNT.
           IF WS-DFLT-ERROR-COUNT > 0
               DISPLAY "DEFAULT DISTRIBUTION ERRORS: "
                   WS-DFLT-ERROR-COUNT " - SEE data/TSEDIT.TXT"
           END-IF.
           IF WS-SUSPENSE-COUNT > 0
               MOVE 2 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-EDIT-ERROR.
           PERFORM C000-CHECK-EMPLOYEE.

           PERFORM E200-FIND-PERIOD-HOURS.

           EVALUATE TRUE
               WHEN WS-EDIT-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-HT-HOURS(WS-HT-FOUND) > WS-MAX-HOURS
                   MOVE "PERIOD HOURS OVER CEILING" TO WS-EDIT-ERROR
               WHEN TS-APPROVED NOT = 'Y'
                   MOVE "NOT SUPERVISOR APPROVED" TO WS-EDIT-ERROR
               WHEN TS-CHARGE-CODE NOT = SPACES
                   MOVE TS-CHARGE-CODE TO WS-CHECK-CODE
                   PERFORM D100-FIND-PROJECT
                   IF WS-PROJ-FOUND = ZEROS
                       MOVE "CHARGE CODE NOT ON MASTER"
                           TO WS-EDIT-ERROR
                   ELSE
                   IF WS-PROJ-STATUS-CODE(WS-PROJ-FOUND) NOT = 'A'
                       MOVE "CHARGE CODE CLOSED" TO WS-EDIT-ERROR
                   END-IF
                   END-IF
           END-EVALUATE.

           IF WS-EDIT-ERROR = SPACES
               MOVE TIMESHEET-RECORD TO CLEAN-TIMESHEET-LINE
               WRITE CLEAN-TIMESHEET-LINE
               ADD 1 TO WS-CLEAN-COUNT
      *> One entry per employee - a sheet has a line per code.
               PERFORM G000-CHECK-SHEET-ON-FILE
               IF WS-SEEN-COUNT < 999
                   AND WS-SHEET-ON-FILE = 'N'
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE TS-EMP-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
               END-IF
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING TS-EMP-ID ' ' TS-PERIOD ' ' TS-CHARGE-CODE
                   ' ACCEPTED'
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
               WRITE EDIT-REPORT-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING TS-EMP-ID ' ' TS-PERIOD ' ' TS-CHARGE-CODE
                   ' SUSPENDED: '
                   WS-EDIT-ERROR
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
                   MOVE 'Y' TO WS-SHEET-ON-FILE
               END-IF
           END-PERFORM.

      *> A first pass over the sheets totals each employee's hours
      *> for the period, then the file is reopened for the edit pass
      *> so every line of an over-ceiling period is suspended
      *> together.
       E000-TOTAL-PERIOD-HOURS.
           MOVE ZEROS TO WS-HT-COUNT.
           READ TIMESHEET-FILE
               AT END MOVE 'Y' TO WS-END-OF-TS
           END-READ.

           PERFORM UNTIL WS-END-OF-TS = 'Y'
               OR WS-HT-OVERFLOW = 'Y'
               PERFORM E100-ADD-SHEET-HOURS

               READ TIMESHEET-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TS
               END-READ
           END-PERFORM.

           CLOSE TIMESHEET-FILE.
           OPEN INPUT TIMESHEET-FILE.
           MOVE 'N' TO WS-END-OF-TS.

       E100-ADD-SHEET-HOURS.
           PERFORM E200-FIND-PERIOD-HOURS.
           IF WS-HT-FOUND = ZEROS
               IF WS-HT-COUNT = 999
                   MOVE 'Y' TO WS-HT-OVERFLOW
               ELSE
                   ADD 1 TO WS-HT-COUNT
                   MOVE WS-HT-COUNT TO WS-HT-FOUND
                   MOVE TS-EMP-ID TO WS-HT-EMP-ID(WS-HT-FOUND)
                   MOVE TS-PERIOD TO WS-HT-PERIOD(WS-HT-FOUND)
                   MOVE ZEROS TO WS-HT-HOURS(WS-HT-FOUND)
               END-IF
           END-IF.
           IF WS-HT-FOUND NOT = ZEROS
               ADD TS-HOURS TO WS-HT-HOURS(WS-HT-FOUND)
           END-IF.

       E200-FIND-PERIOD-HOURS.
           MOVE ZEROS TO WS-HT-FOUND.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT
               IF WS-HT-EMP-ID(WS-HT-IDX) = TS-EMP-ID
                   AND WS-HT-PERIOD(WS-HT-IDX) = TS-PERIOD
                   SET WS-HT-FOUND TO WS-HT-IDX
               END-IF
           END-PERFORM.

      *> No project master means no line with a charge code can be
      *> accepted - blank-coded lines still go through.
       D000-LOAD-PROJECTS.
           MOVE ZEROS TO WS-PROJ-COUNT.
           OPEN INPUT PROJECT-FILE.
           IF WS-PROJ-STATUS NOT = '00'
               DISPLAY "NO PROJECTS.DAT - CHARGE-CODED LINES WILL "
                   "BE SUSPENDED"
           ELSE
               READ PROJECT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-PROJECTS
               END-READ

               PERFORM UNTIL WS-END-OF-PROJECTS = 'Y'
                   OR WS-PROJ-COUNT = 500
                   ADD 1 TO WS-PROJ-COUNT
                   MOVE PROJ-CODE TO WS-PROJ-CODE(WS-PROJ-COUNT)
                   MOVE PROJ-STATUS
                       TO WS-PROJ-STATUS-CODE(WS-PROJ-COUNT)

                   READ PROJECT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-PROJECTS
                   END-READ
               END-PERFORM

               CLOSE PROJECT-FILE
           END-IF.

       D100-FIND-PROJECT.
           MOVE ZEROS TO WS-PROJ-FOUND.
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               IF WS-PROJ-CODE(WS-PROJ-IDX) = WS-CHECK-CODE
                   SET WS-PROJ-FOUND TO WS-PROJ-IDX
               END-IF
           END-PERFORM.

      *> The default distributions are standing data, not this
      *> period's input - problems are reported, not suspended, and
      *> payroll falls back to the home department for anyone whose
      *> rows do not total 100.
       H000-CHECK-LABOR-DEFAULTS.
           MOVE ZEROS TO WS-DFLT-COUNT.
           OPEN INPUT LABOR-DEFAULT-FILE.
           IF WS-LDF-STATUS = '00'
               READ LABOR-DEFAULT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-DEFAULTS
               END-READ

               PERFORM UNTIL WS-END-OF-DEFAULTS = 'Y'
                   PERFORM H100-CHECK-DEFAULT-ROW

                   READ LABOR-DEFAULT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-DEFAULTS
                   END-READ
               END-PERFORM

               CLOSE LABOR-DEFAULT-FILE

               PERFORM VARYING WS-DFLT-IDX FROM 1 BY 1
                   UNTIL WS-DFLT-IDX > WS-DFLT-COUNT
                   IF WS-DFLT-PCT-TOTAL(WS-DFLT-IDX) NOT = 100
                       ADD 1 TO WS-DFLT-ERROR-COUNT
                       MOVE SPACES TO EDIT-REPORT-LINE
                       STRING WS-DFLT-EMP-ID(WS-DFLT-IDX)
                           ' DEFAULT DISTRIBUTION TOTALS '
                           WS-DFLT-PCT-TOTAL(WS-DFLT-IDX)
                           '% - CHARGED TO HOME DEPT'
                           DELIMITED BY SIZE INTO EDIT-REPORT-LINE
                       END-STRING
                       WRITE EDIT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       H100-CHECK-DEFAULT-ROW.
           MOVE LDF-CHARGE-CODE TO WS-CHECK-CODE.
           PERFORM D100-FIND-PROJECT.
           IF WS-PROJ-FOUND = ZEROS
               ADD 1 TO WS-DFLT-ERROR-COUNT
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING LDF-EMP-ID ' DEFAULT CHARGE CODE '
                   LDF-CHARGE-CODE ' NOT ON MASTER'
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
               WRITE EDIT-REPORT-LINE
           ELSE
           IF WS-PROJ-STATUS-CODE(WS-PROJ-FOUND) NOT = 'A'
               ADD 1 TO WS-DFLT-ERROR-COUNT
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING LDF-EMP-ID ' DEFAULT CHARGE CODE '
                   LDF-CHARGE-CODE ' CLOSED'
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
               WRITE EDIT-REPORT-LINE
           END-IF
           END-IF.

           MOVE ZEROS TO WS-DFLT-FOUND.
           PERFORM VARYING WS-DFLT-IDX FROM 1 BY 1
               UNTIL WS-DFLT-IDX > WS-DFLT-COUNT
               IF WS-DFLT-EMP-ID(WS-DFLT-IDX) = LDF-EMP-ID
                   SET WS-DFLT-FOUND TO WS-DFLT-IDX
               END-IF
           END-PERFORM.
           IF WS-DFLT-FOUND = ZEROS AND WS-DFLT-COUNT < 999
               ADD 1 TO WS-DFLT-COUNT
               MOVE WS-DFLT-COUNT TO WS-DFLT-FOUND
               MOVE LDF-EMP-ID TO WS-DFLT-EMP-ID(WS-DFLT-FOUND)
               MOVE ZEROS TO WS-DFLT-PCT-TOTAL(WS-DFLT-FOUND)
           END-IF.
           IF WS-DFLT-FOUND NOT = ZEROS
               ADD LDF-PCT TO WS-DFLT-PCT-TOTAL(WS-DFLT-FOUND)
           END-IF.
