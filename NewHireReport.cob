       IDENTIFICATION DIVISION.
       PROGRAM-ID. NewHireReport.

      *> Weekly state new-hire submission - every employee on
      *> sample.dat whose EMP-HIRE-DATE falls on or after the
      *> reporting start date in data/NEWHIRECTL.DAT and who is not
      *> already on the submission log data/NEWHIRE.LOG is written to
      *> data/NEWHIRE-<date>.DAT for the state new-hire registry:
      *> name, SSN and hire date, under our FEIN and state employer
      *> ID from COMPANY.DAT. Selection is by what the log says was
      *> sent, not by the last run date, so a hire keyed late with a
      *> back-dated hire date is still picked up the next week and a
      *> hire is never sent twice. A rehire (EmployeeMaintenance
      *> reactivating a terminated EMP-ID) carries its new hire date
      *> and is reported again, as the state requires. Status is not
      *> looked at - someone hired and let go inside the week was
      *> still hired. Rerunning on the same business date rebuilds
      *> that day's file, including the hires already logged today,
      *> without logging them a second time. After each submission
      *> the start date rolls forward to WS-LOOKBACK-DAYS before the
      *> run date, so only the recent end of the log is ever loaded
      *> to check against. Runs weekly from NightlyBatch.cob after
      *> the HR upload.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANY-STATUS.

           SELECT NEWHIRE-CONTROL-FILE ASSIGN TO 'data/NEWHIRECTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT NEWHIRE-LOG-FILE ASSIGN TO 'data/NEWHIRE.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT STATE-FILE ASSIGN TO DYNAMIC WS-STATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  COMPANY-FILE.
       COPY COMPANY.

       FD  NEWHIRE-CONTROL-FILE.
       COPY NHCTL.

       FD  NEWHIRE-LOG-FILE.
       COPY NEWHIRE.

       FD  STATE-FILE.
       COPY NHFILE.

       WORKING-STORAGE SECTION.
       COPY EMPNAME.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-COMPANY-STATUS PIC X(2) VALUE '00'.
       01 WS-CTL-STATUS PIC X(2) VALUE '00'.
       01 WS-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-STATE-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-END-OF-LOG PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-STATE-FILENAME PIC X(40) VALUE SPACES.

      *> The state's reporting deadline - on the very first run the
      *> start date is set this many days back, so anyone hired
      *> inside the window that is still open is reported and the
      *> existing staff are not.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 20.
       01 WS-START-INT PIC 9(8) VALUE ZEROS.

      *> How far back a hire keyed late is still picked up - the
      *> start date is rolled to this many days before each run.
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 90.
       01 WS-NEW-START-DATE PIC 9(8) VALUE ZEROS.

       01 WS-SENT-TABLE.
           05 WS-SN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SN-IDX.
               10 WS-SN-EMP-ID          PIC 9(5).
               10 WS-SN-HIRE-DATE       PIC 9(8).
               10 WS-SN-SENT-DATE       PIC 9(8).
       01 WS-SENT-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-LOG-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-LOGGED PIC X(1) VALUE 'N'.
       01 WS-SENT-TODAY PIC X(1) VALUE 'N'.

       01 WS-REPORTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RESENT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ALREADY-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-BAD-SSN-COUNT PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.

           OPEN INPUT COMPANY-FILE.
           IF WS-COMPANY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN COMPANY.DAT, STATUS: "
                   WS-COMPANY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ COMPANY-FILE
               AT END MOVE SPACES TO COMPANY-RECORD
           END-READ.
           CLOSE COMPANY-FILE.
           IF COMPANY-FEIN NOT NUMERIC
               OR COMPANY-STATE-ID = SPACES
               DISPLAY "COMPANY.DAT CARRIES NO FEIN/STATE EMPLOYER ID"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS: "
                   WS-EMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-READ-CONTROL.
           PERFORM B100-LOAD-LOG.

      *> A short log table would send a hire twice - send nothing.
           IF WS-LOG-OVERFLOW = 'Y'
               DISPLAY "NEWHIRE.LOG OVER 2000 ROWS SINCE "
                   NHCTL-START-DATE " - NOTHING REPORTED"
               CLOSE EMPLOYEE-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "data/NEWHIRE-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO WS-STATE-FILENAME
           END-STRING.
           OPEN OUTPUT STATE-FILE.

           MOVE SPACES TO NHFILE-RECORD.
           MOVE 'E' TO NHFILE-TYPE.
           MOVE COMPANY-FEIN TO NHFILE-ER-FEIN.
           MOVE COMPANY-STATE-ID TO NHFILE-ER-STATE-ID.
           MOVE COMPANY-NAME TO NHFILE-ER-NAME.
           MOVE COMPANY-STREET TO NHFILE-ER-STREET.
           MOVE COMPANY-CITY TO NHFILE-ER-CITY.
           MOVE COMPANY-STATE TO NHFILE-ER-STATE.
           MOVE COMPANY-ZIP TO NHFILE-ER-ZIP.
           WRITE NHFILE-RECORD.

           OPEN EXTEND NEWHIRE-LOG-FILE.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT NEWHIRE-LOG-FILE
           END-IF.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF EMP-HIRE-DATE NOT = ZEROS
                   AND EMP-HIRE-DATE >= NHCTL-START-DATE
                   AND EMP-HIRE-DATE <= WS-TODAY
                   PERFORM C000-CHECK-EMPLOYEE
               END-IF

               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-FILE.
           CLOSE NEWHIRE-LOG-FILE.

           MOVE SPACES TO NHFILE-RECORD.
           MOVE 'T' TO NHFILE-TYPE.
           COMPUTE NHFILE-EE-COUNT = WS-REPORTED-COUNT
               + WS-RESENT-COUNT.
           WRITE NHFILE-RECORD.
           CLOSE STATE-FILE.

           PERFORM B200-WRITE-CONTROL.

           DISPLAY "REPORTING START DATE:       " NHCTL-START-DATE.
           DISPLAY "NEW HIRES REPORTED:         " WS-REPORTED-COUNT.
           DISPLAY "RESENT FROM TODAY'S RUN:    " WS-RESENT-COUNT.
           DISPLAY "ALREADY REPORTED, SKIPPED:  " WS-ALREADY-COUNT.
           DISPLAY "INVALID SSN, NOT REPORTED:  " WS-BAD-SSN-COUNT.
           IF WS-BAD-SSN-COUNT > ZEROS
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> No control row yet means this is the first submission - start
      *> the reporting WS-WINDOW-DAYS back from today.
       B000-READ-CONTROL.
           OPEN INPUT NEWHIRE-CONTROL-FILE.
           IF WS-CTL-STATUS = '00'
               READ NEWHIRE-CONTROL-FILE
                   AT END MOVE ZEROS TO NHCTL-RECORD
               END-READ
               CLOSE NEWHIRE-CONTROL-FILE
           ELSE
               MOVE ZEROS TO NHCTL-RECORD
           END-IF.

           IF NHCTL-START-DATE = ZEROS
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-WINDOW-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT)
                   TO NHCTL-START-DATE
               DISPLAY "NO NEW-HIRE CONTROL ON FILE - REPORTING FROM "
                   NHCTL-START-DATE
           END-IF.

      *> Only hires dated on or after the start date can be selected,
      *> so only their log rows are needed to check against.
       B100-LOAD-LOG.
           MOVE ZEROS TO WS-SENT-COUNT.
           OPEN INPUT NEWHIRE-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-LOG
           END-IF.

           PERFORM UNTIL WS-END-OF-LOG = 'Y'
               READ NEWHIRE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LOG
                   NOT AT END
                       IF NHLOG-HIRE-DATE < NHCTL-START-DATE
                           CONTINUE
                       ELSE
                           IF WS-SENT-COUNT < 2000
                               ADD 1 TO WS-SENT-COUNT
                               MOVE NHLOG-EMP-ID
                                   TO WS-SN-EMP-ID(WS-SENT-COUNT)
                               MOVE NHLOG-HIRE-DATE
                                   TO WS-SN-HIRE-DATE(WS-SENT-COUNT)
                               MOVE NHLOG-SENT-DATE
                                   TO WS-SN-SENT-DATE(WS-SENT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-LOG-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '10'
               CLOSE NEWHIRE-LOG-FILE
           END-IF.

      *> The start date only ever moves forward.
       B200-WRITE-CONTROL.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-LOOKBACK-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT)
               TO WS-NEW-START-DATE.
           IF WS-NEW-START-DATE > NHCTL-START-DATE
               MOVE WS-NEW-START-DATE TO NHCTL-START-DATE
           END-IF.
           MOVE WS-TODAY TO NHCTL-LAST-RUN.
           COMPUTE NHCTL-LAST-COUNT = WS-REPORTED-COUNT
               + WS-RESENT-COUNT.
           OPEN OUTPUT NEWHIRE-CONTROL-FILE.
           WRITE NHCTL-RECORD.
           CLOSE NEWHIRE-CONTROL-FILE.

      *> A hire is logged under EMP-ID + hire date; one already logged
      *> on an earlier date is done, one logged today is this run's
      *> own and goes back on the rebuilt file.
       C000-CHECK-EMPLOYEE.
           MOVE 'N' TO WS-LOGGED.
           MOVE 'N' TO WS-SENT-TODAY.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SENT-COUNT
               IF WS-SN-EMP-ID(WS-SN-IDX) = EMP-ID
                   AND WS-SN-HIRE-DATE(WS-SN-IDX) = EMP-HIRE-DATE
                   MOVE 'Y' TO WS-LOGGED
                   IF WS-SN-SENT-DATE(WS-SN-IDX) = WS-TODAY
                       MOVE 'Y' TO WS-SENT-TODAY
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-LOGGED = 'Y' AND WS-SENT-TODAY = 'N'
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN EMP-SSN NOT NUMERIC OR EMP-SSN = ZEROS
                   ADD 1 TO WS-BAD-SSN-COUNT
                   DISPLAY "EMP-ID " EMP-ID
                       " HAS NO VALID SSN - NOT REPORTED"
               WHEN OTHER
                   PERFORM D000-WRITE-EMPLOYEE
                   IF WS-LOGGED = 'Y'
                       ADD 1 TO WS-RESENT-COUNT
                   ELSE
                       ADD 1 TO WS-REPORTED-COUNT
                       MOVE EMP-ID TO NHLOG-EMP-ID
                       MOVE EMP-HIRE-DATE TO NHLOG-HIRE-DATE
                       MOVE EMP-SSN TO NHLOG-SSN
                       MOVE WS-TODAY TO NHLOG-SENT-DATE
                       WRITE NEWHIRE-LOG-RECORD
                   END-IF
           END-EVALUATE.

       D000-WRITE-EMPLOYEE.
           PERFORM D100-PARSE-EMP-NAME.
           MOVE SPACES TO NHFILE-RECORD.
           MOVE 'W' TO NHFILE-TYPE.
           MOVE EMP-SSN TO NHFILE-EE-SSN.
           MOVE EMP-LAST-NAME TO NHFILE-EE-LAST-NAME.
           MOVE EMP-FIRST-NAME TO NHFILE-EE-FIRST-NAME.
           MOVE EMP-HIRE-DATE TO NHFILE-EE-HIRE-DATE.
           MOVE COMPANY-FEIN TO NHFILE-EE-FEIN.
           WRITE NHFILE-RECORD.

       D100-PARSE-EMP-NAME.
           MOVE SPACES TO EMP-LAST-NAME EMP-FIRST-NAME.
           UNSTRING EMP-NAME DELIMITED BY ', '
               INTO EMP-LAST-NAME EMP-FIRST-NAME
           END-UNSTRING.
