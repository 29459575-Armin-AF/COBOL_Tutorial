       IDENTIFICATION DIVISION.
       PROGRAM-ID. SoDReport.

      *> Weekly segregation-of-duties review of the operator activity
      *> journal (data/OPERJRNL.DAT, written through OperJournal) for
      *> the seven business-date days ending on the business date.
      *> Three sections:
      *>   - the same operator both requested and decided the same
      *>     item: a refund registered and then approved for release
      *>     in RefundRelease, or a referral queued and then approved
      *>     or declined in ReferralDisposition (the request may come
      *>     from any earlier week);
      *>   - file maintenance (the Maintenance programs and the batch
      *>     lock clear) launched outside business hours - on a day
      *>     CALENDAR.DAT does not mark as a business day, or before
      *>     08:00 / from 18:00 on the wall clock;
      *>   - clerks refused with NOT AUTHORIZED three or more times.
      *> Dated generation per run (stable data/SODRPT.TXT copy kept by
      *> the shared ReportGen module). Return code 2 when anything is
      *> flagged, so the nightly job log shows the report needs a
      *> look.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'data/OPERJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATORS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT SOD-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY OPERJRNL.

       FD  OPERATOR-FILE.
       COPY OPERMAST.

       FD  CALENDAR-FILE.
       COPY CALENDAR.

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS PIC X(2) VALUE '00'.
       01 WS-OPER-STATUS PIC X(2) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-WEEK-START PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/SODRPT.TXT'.

      *> Business hours on the wall clock (HHMM), and how many
      *> refusals in the week make a clerk worth a conversation.
       01 WS-HOURS-START PIC 9(4) VALUE 0800.
       01 WS-HOURS-END PIC 9(4) VALUE 1800.
       01 WS-DENIED-LIMIT PIC 9(3) VALUE 3.

       01 WS-OPER-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES INDEXED BY WS-OP-IDX.
               10 WS-OP-ID               PIC X(8).
               10 WS-OP-NAME             PIC X(20).
               10 WS-OP-ROLE             PIC X(1).
               10 WS-OP-DENIED           PIC 9(3).
       01 WS-OPER-COUNT PIC 9(3) VALUE ZEROS.

       01 WS-CAL-TABLE.
           05 WS-CT-ENTRY OCCURS 800 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-DATE             PIC 9(8).
               10 WS-CT-DAY-TYPE         PIC X(1).
       01 WS-CAL-COUNT PIC 9(3) VALUE ZEROS.

      *> Every request on the journal, whatever its date - a refund
      *> registered last month can still be approved this week.
       01 WS-REQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RQ-IDX.
               10 WS-RQ-OBJ-TYPE         PIC X(8).
               10 WS-RQ-OBJ-KEY          PIC X(10).
               10 WS-RQ-OPERATOR         PIC X(8).
               10 WS-RQ-PROGRAM          PIC X(20).
               10 WS-RQ-TIMESTAMP        PIC 9(14).
       01 WS-REQ-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-REQ-FOUND PIC 9(4) VALUE ZEROS.

       01 WS-ROW-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-SOD-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HOURS-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DENIED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-FLAG-TOTAL PIC 9(6) VALUE ZEROS.

       01 WS-MAINT-TALLY PIC 9(3) VALUE ZEROS.
       01 WS-WALL-DATE PIC 9(8) VALUE ZEROS.
       01 WS-WALL-TIME PIC 9(4) VALUE ZEROS.
       01 WS-WALL-DAY-TYPE PIC X(1) VALUE SPACE.
       01 WS-WEEKDAY PIC 9(1) VALUE ZERO.
       01 WS-OFF-HOURS-REASON PIC X(16) VALUE SPACES.
       01 WS-STAMP-DISPLAY PIC X(16) VALUE SPACES.
       01 WS-REQ-STAMP-DISPLAY PIC X(16) VALUE SPACES.
       01 WS-FORMAT-STAMP PIC 9(14) VALUE ZEROS.
       01 WS-FORMAT-TEXT PIC X(16) VALUE SPACES.
       01 WS-COUNT-DISPLAY PIC ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 6).

           PERFORM B000-LOAD-OPERATORS.
           PERFORM B100-LOAD-CALENDAR.
           PERFORM C000-LOAD-REQUESTS.

           STRING "data/SODRPT-" WS-BUS-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT SOD-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN " WS-REPORT-FILENAME
                   ", STATUS: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "SEGREGATION OF DUTIES REVIEW - BUSINESS DATES "
               WS-WEEK-START " TO " WS-BUS-DATE
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           END-STRING.
           WRITE SOD-REPORT-LINE.

           PERFORM D000-SAME-OPERATOR-DECISIONS.
           PERFORM E000-OFF-HOURS-MAINTENANCE.
           PERFORM F000-REPEATED-REFUSALS.

           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           COMPUTE WS-FLAG-TOTAL = WS-SOD-COUNT + WS-HOURS-COUNT
               + WS-DENIED-COUNT.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "ITEMS FLAGGED: " WS-FLAG-TOTAL
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           END-STRING.
           WRITE SOD-REPORT-LINE.
           CLOSE SOD-REPORT-FILE.
           CALL 'ReportGen' USING WS-BUS-DATE WS-REPORT-FILENAME
               WS-REPORT-STABLE.

           DISPLAY "JOURNAL ROWS REVIEWED: " WS-ROW-COUNT.
           DISPLAY "REQUEST/DECISION BY SAME OPERATOR: " WS-SOD-COUNT.
           DISPLAY "MAINTENANCE OUTSIDE BUSINESS HOURS: "
               WS-HOURS-COUNT.
           DISPLAY "CLERKS REPEATEDLY NOT AUTHORIZED: "
               WS-DENIED-COUNT.
           IF WS-FLAG-TOTAL > ZEROS
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> The operator master gives each journal operator a name and
      *> a role - only clerks are held to the refusal count.
       B000-LOAD-OPERATORS.
           MOVE ZEROS TO WS-OPER-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN OPERATORS.DAT, STATUS: "
                   WS-OPER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF WS-OPER-COUNT < 200
                   ADD 1 TO WS-OPER-COUNT
                   MOVE OPER-ID TO WS-OP-ID(WS-OPER-COUNT)
                   MOVE OPER-NAME TO WS-OP-NAME(WS-OPER-COUNT)
                   MOVE OPER-ROLE TO WS-OP-ROLE(WS-OPER-COUNT)
                   MOVE ZEROS TO WS-OP-DENIED(WS-OPER-COUNT)
               END-IF
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

      *> No calendar is not fatal - days off the calendar fall back
      *> to Saturday/Sunday being outside business hours.
       B100-LOAD-CALENDAR.
           MOVE ZEROS TO WS-CAL-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF WS-CAL-COUNT < 800
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE TO WS-CT-DATE(WS-CAL-COUNT)
                       MOVE CAL-DAY-TYPE
                           TO WS-CT-DAY-TYPE(WS-CAL-COUNT)
                   END-IF
                   READ CALENDAR-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      *> One pass over the whole journal for the requests, each
      *> later pass reads it again for the week's events. No journal
      *> yet is an empty review, not a failure.
       C000-LOAD-REQUESTS.
           MOVE ZEROS TO WS-REQ-COUNT.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF JRNL-EVENT = 'REQUEST'
                       AND JRNL-OPERATOR NOT = SPACES
                       AND JRNL-BUS-DATE NOT > WS-BUS-DATE
                       AND WS-REQ-COUNT < 5000
                       ADD 1 TO WS-REQ-COUNT
                       MOVE JRNL-OBJ-TYPE
                           TO WS-RQ-OBJ-TYPE(WS-REQ-COUNT)
                       MOVE JRNL-OBJ-KEY TO WS-RQ-OBJ-KEY(WS-REQ-COUNT)
                       MOVE JRNL-OPERATOR
                           TO WS-RQ-OPERATOR(WS-REQ-COUNT)
                       MOVE JRNL-PROGRAM TO WS-RQ-PROGRAM(WS-REQ-COUNT)
                       MOVE JRNL-TIMESTAMP
                           TO WS-RQ-TIMESTAMP(WS-REQ-COUNT)
                   END-IF
                   IF JRNL-BUS-DATE NOT < WS-WEEK-START
                       AND JRNL-BUS-DATE NOT > WS-BUS-DATE
                       ADD 1 TO WS-ROW-COUNT
                   END-IF
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "NO OPERATOR JOURNAL ON FILE"
           END-IF.

      *> A decision this week by the operator who raised the request.
       D000-SAME-OPERATOR-DECISIONS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "REQUESTED AND DECIDED BY THE SAME OPERATOR"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "OPERATOR ITEM     KEY        DECIDED"
               "          IN                   REQUESTED"
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           END-STRING.
           WRITE SOD-REPORT-LINE.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF JRNL-EVENT = 'DECISION'
                       AND JRNL-OPERATOR NOT = SPACES
                       AND JRNL-BUS-DATE NOT < WS-WEEK-START
                       AND JRNL-BUS-DATE NOT > WS-BUS-DATE
                       PERFORM D100-CHECK-DECISION
                   END-IF
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

           IF WS-SOD-COUNT = ZEROS
               MOVE "  NONE" TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

       D100-CHECK-DECISION.
           MOVE ZEROS TO WS-REQ-FOUND.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT
               OR WS-REQ-FOUND NOT = ZEROS
               IF WS-RQ-OBJ-TYPE(WS-RQ-IDX) = JRNL-OBJ-TYPE
                   AND WS-RQ-OBJ-KEY(WS-RQ-IDX) = JRNL-OBJ-KEY
                   AND WS-RQ-OPERATOR(WS-RQ-IDX) = JRNL-OPERATOR
                   SET WS-REQ-FOUND TO WS-RQ-IDX
               END-IF
           END-PERFORM.

           IF WS-REQ-FOUND NOT = ZEROS
               ADD 1 TO WS-SOD-COUNT
               MOVE JRNL-TIMESTAMP TO WS-FORMAT-STAMP
               PERFORM G000-FORMAT-STAMP
               MOVE WS-FORMAT-TEXT TO WS-STAMP-DISPLAY
               MOVE WS-RQ-TIMESTAMP(WS-REQ-FOUND) TO WS-FORMAT-STAMP
               PERFORM G000-FORMAT-STAMP
               MOVE WS-FORMAT-TEXT TO WS-REQ-STAMP-DISPLAY
               MOVE SPACES TO SOD-REPORT-LINE
               STRING JRNL-OPERATOR " " JRNL-OBJ-TYPE " "
                   JRNL-OBJ-KEY " " WS-STAMP-DISPLAY " "
                   JRNL-PROGRAM " " WS-REQ-STAMP-DISPLAY
                   DELIMITED BY SIZE INTO SOD-REPORT-LINE
               END-STRING
               WRITE SOD-REPORT-LINE
           END-IF.

      *> Maintenance launched from the menu this week at a time the
      *> office is closed. The same pass counts the week's refusals
      *> per operator for the clerk section.
       E000-OFF-HOURS-MAINTENANCE.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "MAINTENANCE RUN OUTSIDE BUSINESS HOURS"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "OPERATOR RUN AT           PROGRAM              "
               "REASON"
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           END-STRING.
           WRITE SOD-REPORT-LINE.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF JRNL-EVENT = 'SELECT'
                       AND JRNL-BUS-DATE NOT < WS-WEEK-START
                       AND JRNL-BUS-DATE NOT > WS-BUS-DATE
                       MOVE ZEROS TO WS-MAINT-TALLY
                       INSPECT JRNL-PROGRAM TALLYING WS-MAINT-TALLY
                           FOR ALL "Maintenance"
                       IF WS-MAINT-TALLY > ZEROS
                           OR JRNL-PROGRAM = "CLEARBATCHLOCK"
                           PERFORM E100-CHECK-HOURS
                       END-IF
                   END-IF
                   IF JRNL-EVENT = 'DENIED'
                       AND JRNL-BUS-DATE NOT < WS-WEEK-START
                       AND JRNL-BUS-DATE NOT > WS-BUS-DATE
                       PERFORM E200-COUNT-REFUSAL
                   END-IF
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

           IF WS-HOURS-COUNT = ZEROS
               MOVE "  NONE" TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

      *> The wall-clock date's calendar row decides the day; a date
      *> not on the calendar is judged by its day of the week.
       E100-CHECK-HOURS.
           MOVE JRNL-TIMESTAMP(1:8) TO WS-WALL-DATE.
           MOVE JRNL-TIMESTAMP(9:4) TO WS-WALL-TIME.
           MOVE SPACE TO WS-WALL-DAY-TYPE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CAL-COUNT
               IF WS-CT-DATE(WS-CT-IDX) = WS-WALL-DATE
                   MOVE WS-CT-DAY-TYPE(WS-CT-IDX) TO WS-WALL-DAY-TYPE
               END-IF
           END-PERFORM.
           IF WS-WALL-DAY-TYPE = SPACE
               COMPUTE WS-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-WALL-DATE), 7)
               IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                   MOVE 'W' TO WS-WALL-DAY-TYPE
               ELSE
                   MOVE 'B' TO WS-WALL-DAY-TYPE
               END-IF
           END-IF.

           MOVE SPACES TO WS-OFF-HOURS-REASON.
           EVALUATE TRUE
               WHEN WS-WALL-DAY-TYPE = 'H'
                   MOVE "HOLIDAY" TO WS-OFF-HOURS-REASON
               WHEN WS-WALL-DAY-TYPE NOT = 'B'
                   MOVE "WEEKEND" TO WS-OFF-HOURS-REASON
               WHEN WS-WALL-TIME < WS-HOURS-START
                   MOVE "BEFORE HOURS" TO WS-OFF-HOURS-REASON
               WHEN WS-WALL-TIME NOT < WS-HOURS-END
                   MOVE "AFTER HOURS" TO WS-OFF-HOURS-REASON
           END-EVALUATE.

           IF WS-OFF-HOURS-REASON NOT = SPACES
               ADD 1 TO WS-HOURS-COUNT
               MOVE JRNL-TIMESTAMP TO WS-FORMAT-STAMP
               PERFORM G000-FORMAT-STAMP
               MOVE SPACES TO SOD-REPORT-LINE
               STRING JRNL-OPERATOR " " WS-FORMAT-TEXT " "
                   JRNL-PROGRAM " " WS-OFF-HOURS-REASON
                   DELIMITED BY SIZE INTO SOD-REPORT-LINE
               END-STRING
               WRITE SOD-REPORT-LINE
           END-IF.

       E200-COUNT-REFUSAL.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPER-COUNT
               IF WS-OP-ID(WS-OP-IDX) = JRNL-OPERATOR
                   ADD 1 TO WS-OP-DENIED(WS-OP-IDX)
               END-IF
           END-PERFORM.

      *> Clerks only - supervisors and admins are not refused, and a
      *> clerk probing for the odd option is not worth a line.
       F000-REPEATED-REFUSALS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "CLERKS REPEATEDLY NOT AUTHORIZED" TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "OPERATOR NAME                 REFUSALS"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPER-COUNT
               IF WS-OP-ROLE(WS-OP-IDX) = 'C'
                   AND WS-OP-DENIED(WS-OP-IDX) NOT < WS-DENIED-LIMIT
                   ADD 1 TO WS-DENIED-COUNT
                   MOVE WS-OP-DENIED(WS-OP-IDX) TO WS-COUNT-DISPLAY
                   MOVE SPACES TO SOD-REPORT-LINE
                   STRING WS-OP-ID(WS-OP-IDX) " "
                       WS-OP-NAME(WS-OP-IDX) "      "
                       WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO SOD-REPORT-LINE
                   END-STRING
                   WRITE SOD-REPORT-LINE
               END-IF
           END-PERFORM.

           IF WS-DENIED-COUNT = ZEROS
               MOVE "  NONE" TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

      *> CCYYMMDDHHMMSS to CCYY-MM-DD HH:MM for the report columns.
       G000-FORMAT-STAMP.
           MOVE SPACES TO WS-FORMAT-TEXT.
           STRING WS-FORMAT-STAMP(1:4) "-" WS-FORMAT-STAMP(5:2) "-"
               WS-FORMAT-STAMP(7:2) " " WS-FORMAT-STAMP(9:2) ":"
               WS-FORMAT-STAMP(11:2)
               DELIMITED BY SIZE INTO WS-FORMAT-TEXT
           END-STRING.
