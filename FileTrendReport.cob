       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileTrendReport.

      *> Weekly file growth trend report from the data/FILESTAT.DAT
      *> history FileVolStats writes each night. For every file on
      *> FILELIM.DAT: tonight's record count and size, the change
      *> since a week ago, the growth rate (records a week and
      *> percent a week, averaged over up to the last four weeks),
      *> how much of its limit is used and the business date the
      *> file reaches the limit at that rate. A file at its limit,
      *> past 80 percent of it, or due to reach it within 90 days is
      *> flagged with what the limit is, so the table gets enlarged
      *> or the file reorganized before a batch run falls over.
      *> Dated generation per run (stable data/FILETREND.TXT copy
      *> kept by the shared ReportGen module). Return code 2 when
      *> anything is flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-LIMIT-FILE ASSIGN TO 'FILELIM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILELIM-STATUS.

           SELECT FILE-STAT-FILE ASSIGN TO 'data/FILESTAT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTAT-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-LIMIT-FILE.
       COPY FILELIM.

       FD  FILE-STAT-FILE.
       COPY FILESTAT.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILELIM-STATUS PIC X(2) VALUE '00'.
       01 WS-FILESTAT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-WEEK-AGO PIC 9(8) VALUE ZEROS.
       01 WS-WEEK-FROM PIC 9(8) VALUE ZEROS.
       01 WS-BASE-FROM PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/FILETREND.TXT'.

      *> How far ahead a limit is worth a warning, and how full a
      *> file may get before it is flagged regardless of its rate.
       01 WS-WARN-DAYS PIC 9(5) VALUE 90.
       01 WS-WARN-PCT PIC 9(3) VALUE 80.
       01 WS-HORIZON-DAYS PIC 9(5) VALUE 3650.

      *> One entry per watched file: tonight's row, the last row a
      *> week or more back (but no more than two), and the oldest
      *> row in the four-week rate window.
       01 WS-FILE-TABLE.
           05 WS-FT-ENTRY OCCURS 200 TIMES INDEXED BY WS-FT-IDX.
               10 WS-FT-NAME             PIC X(30).
               10 WS-FT-LIMIT            PIC 9(9).
               10 WS-FT-LIMIT-TEXT       PIC X(30).
               10 WS-FT-CUR-DATE         PIC 9(8).
               10 WS-FT-CUR-RECORDS      PIC 9(9).
               10 WS-FT-CUR-BYTES        PIC 9(12).
               10 WS-FT-CUR-PRESENT      PIC X(1).
               10 WS-FT-WEEK-DATE        PIC 9(8).
               10 WS-FT-WEEK-RECORDS     PIC 9(9).
               10 WS-FT-BASE-DATE        PIC 9(8).
               10 WS-FT-BASE-RECORDS     PIC 9(9).
       01 WS-FILE-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FT-FOUND PIC 9(3) VALUE ZEROS.

       01 WS-STAT-ROWS PIC 9(7) VALUE ZEROS.
       01 WS-WARN-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-WARNED PIC X(1) VALUE 'N'.
       01 WS-RATE-DAYS PIC S9(7) VALUE ZEROS.
       01 WS-DAILY-RATE PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-WEEK-CHANGE PIC S9(10) VALUE ZEROS.
       01 WS-WEEK-RATE PIC S9(10) VALUE ZEROS.
       01 WS-WEEK-PCT PIC S9(5)V9 VALUE ZEROS.
       01 WS-USED-PCT PIC 9(5)V9 VALUE ZEROS.
       01 WS-DAYS-LEFT PIC 9(9) VALUE ZEROS.
       01 WS-LIMIT-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PROJECTION PIC X(10) VALUE SPACES.
       01 WS-NOTE PIC X(20) VALUE SPACES.

       01 WS-RECORDS-DISPLAY PIC Z(8)9 VALUE ZEROS.
       01 WS-BYTES-DISPLAY PIC Z(11)9 VALUE ZEROS.
       01 WS-CHANGE-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-SIGNED-DISPLAY PIC -(9)9 VALUE ZEROS.
       01 WS-RATE-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-PCT-TEXT PIC X(7) VALUE SPACES.
       01 WS-PCT-DISPLAY PIC -(4)9.9 VALUE ZEROS.
       01 WS-LIMIT-DISPLAY PIC X(9) VALUE SPACES.
       01 WS-LIMIT-EDIT PIC Z(8)9 VALUE ZEROS.
       01 WS-USED-TEXT PIC X(7) VALUE SPACES.
       01 WS-USED-DISPLAY PIC Z(4)9.9 VALUE ZEROS.
       01 WS-DAYS-DISPLAY PIC Z(4)9 VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           COMPUTE WS-WEEK-AGO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 7).
           COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 14).
           COMPUTE WS-BASE-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 28).

           PERFORM B000-LOAD-LIMITS.
           PERFORM C000-READ-HISTORY.
           PERFORM D000-WRITE-REPORT.

           DISPLAY "FILE STATISTICS ROWS READ: " WS-STAT-ROWS.
           DISPLAY "FILES REPORTED: " WS-FILE-COUNT.
           DISPLAY "FILES FLAGGED: " WS-WARN-COUNT.
           IF WS-WARN-COUNT > ZEROS
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-LOAD-LIMITS.
           OPEN INPUT FILE-LIMIT-FILE.
           IF WS-FILELIM-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN FILELIM.DAT, STATUS: "
                   WS-FILELIM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           READ FILE-LIMIT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF FLIM-FILE-NAME NOT = SPACES AND WS-FILE-COUNT < 200
                   ADD 1 TO WS-FILE-COUNT
                   INITIALIZE WS-FT-ENTRY(WS-FILE-COUNT)
                   MOVE FLIM-FILE-NAME TO WS-FT-NAME(WS-FILE-COUNT)
                   MOVE FLIM-LIMIT TO WS-FT-LIMIT(WS-FILE-COUNT)
                   MOVE FLIM-LIMIT-TEXT
                       TO WS-FT-LIMIT-TEXT(WS-FILE-COUNT)
               END-IF
               READ FILE-LIMIT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE FILE-LIMIT-FILE.

      *> Rows are in date order, so a later row for the same date (a
      *> rerun) replaces the earlier one. Rows for files no longer
      *> on FILELIM.DAT are ignored. No history yet is an empty
      *> report, not a failure.
       C000-READ-HISTORY.
           OPEN INPUT FILE-STAT-FILE.
           IF WS-FILESTAT-STATUS NOT = '00'
               DISPLAY "NO FILE STATISTICS HISTORY ON FILE"
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               READ FILE-STAT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF FSTAT-BUS-DATE NOT > WS-BUS-DATE
                       PERFORM C100-APPLY-ROW
                   END-IF
                   READ FILE-STAT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE FILE-STAT-FILE
           END-IF.

       C100-APPLY-ROW.
           ADD 1 TO WS-STAT-ROWS.
           MOVE ZEROS TO WS-FT-FOUND.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FILE-COUNT
               OR WS-FT-FOUND NOT = ZEROS
               IF WS-FT-NAME(WS-FT-IDX) = FSTAT-FILE-NAME
                   SET WS-FT-FOUND TO WS-FT-IDX
               END-IF
           END-PERFORM.

           IF WS-FT-FOUND NOT = ZEROS
               IF FSTAT-BUS-DATE NOT < WS-FT-CUR-DATE(WS-FT-FOUND)
                   MOVE FSTAT-BUS-DATE TO WS-FT-CUR-DATE(WS-FT-FOUND)
                   MOVE FSTAT-RECORDS
                       TO WS-FT-CUR-RECORDS(WS-FT-FOUND)
                   MOVE FSTAT-BYTES TO WS-FT-CUR-BYTES(WS-FT-FOUND)
                   MOVE FSTAT-PRESENT
                       TO WS-FT-CUR-PRESENT(WS-FT-FOUND)
               END-IF
               IF FSTAT-BUS-DATE NOT > WS-WEEK-AGO
                   AND FSTAT-BUS-DATE NOT < WS-WEEK-FROM
                   AND FSTAT-BUS-DATE
                       NOT < WS-FT-WEEK-DATE(WS-FT-FOUND)
                   MOVE FSTAT-BUS-DATE
                       TO WS-FT-WEEK-DATE(WS-FT-FOUND)
                   MOVE FSTAT-RECORDS
                       TO WS-FT-WEEK-RECORDS(WS-FT-FOUND)
               END-IF
               IF FSTAT-BUS-DATE NOT < WS-BASE-FROM
                   AND FSTAT-PRESENT = 'Y'
                   AND (WS-FT-BASE-DATE(WS-FT-FOUND) = ZEROS
                   OR FSTAT-BUS-DATE < WS-FT-BASE-DATE(WS-FT-FOUND))
                   MOVE FSTAT-BUS-DATE
                       TO WS-FT-BASE-DATE(WS-FT-FOUND)
                   MOVE FSTAT-RECORDS
                       TO WS-FT-BASE-RECORDS(WS-FT-FOUND)
               END-IF
           END-IF.

       D000-WRITE-REPORT.
           STRING "data/FILETREND-" WS-BUS-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT TREND-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN " WS-REPORT-FILENAME
                   ", STATUS: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "FILE VOLUME GROWTH TREND - BUSINESS DATE "
               WS-BUS-DATE
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           END-STRING.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "FILE                             RECORDS"
               "        BYTES  WEEK CHG  PER WEEK  PCT/WK"
               "     LIMIT   USED  REACHES    NOTE"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           END-STRING.
           WRITE TREND-REPORT-LINE.

           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FILE-COUNT
               PERFORM D100-WRITE-ONE-FILE
           END-PERFORM.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "FILES FLAGGED: " WS-WARN-COUNT
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           END-STRING.
           WRITE TREND-REPORT-LINE.
           CLOSE TREND-REPORT-FILE.
           CALL 'ReportGen' USING WS-BUS-DATE WS-REPORT-FILENAME
               WS-REPORT-STABLE.

       D100-WRITE-ONE-FILE.
           MOVE 'N' TO WS-WARNED.
           MOVE SPACES TO WS-NOTE.
           MOVE SPACES TO WS-PROJECTION.
           MOVE SPACES TO WS-CHANGE-DISPLAY.
           MOVE SPACES TO WS-RATE-DISPLAY.
           MOVE SPACES TO WS-PCT-TEXT.
           MOVE SPACES TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO WS-USED-TEXT.
           MOVE ZEROS TO WS-DAILY-RATE.

           MOVE WS-FT-CUR-RECORDS(WS-FT-IDX) TO WS-RECORDS-DISPLAY.
           MOVE WS-FT-CUR-BYTES(WS-FT-IDX) TO WS-BYTES-DISPLAY.

           IF WS-FT-WEEK-DATE(WS-FT-IDX) NOT = ZEROS
               COMPUTE WS-WEEK-CHANGE = WS-FT-CUR-RECORDS(WS-FT-IDX)
                   - WS-FT-WEEK-RECORDS(WS-FT-IDX)
               MOVE WS-WEEK-CHANGE TO WS-SIGNED-DISPLAY
               MOVE WS-SIGNED-DISPLAY TO WS-CHANGE-DISPLAY
           ELSE
               MOVE "       N/A" TO WS-CHANGE-DISPLAY
           END-IF.

           MOVE ZEROS TO WS-RATE-DAYS.
           IF WS-FT-BASE-DATE(WS-FT-IDX) NOT = ZEROS
               COMPUTE WS-RATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-FT-CUR-DATE(WS-FT-IDX))
                 - FUNCTION INTEGER-OF-DATE(WS-FT-BASE-DATE(WS-FT-IDX))
           END-IF.
           IF WS-RATE-DAYS > ZEROS
               COMPUTE WS-DAILY-RATE ROUNDED =
                   (WS-FT-CUR-RECORDS(WS-FT-IDX)
                   - WS-FT-BASE-RECORDS(WS-FT-IDX)) / WS-RATE-DAYS
               COMPUTE WS-WEEK-RATE ROUNDED = WS-DAILY-RATE * 7
               MOVE WS-WEEK-RATE TO WS-SIGNED-DISPLAY
               MOVE WS-SIGNED-DISPLAY TO WS-RATE-DISPLAY
               IF WS-FT-BASE-RECORDS(WS-FT-IDX) > ZEROS
                   COMPUTE WS-WEEK-PCT ROUNDED = WS-DAILY-RATE * 700
                       / WS-FT-BASE-RECORDS(WS-FT-IDX)
                   MOVE WS-WEEK-PCT TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
               ELSE
                   MOVE "    N/A" TO WS-PCT-TEXT
               END-IF
           ELSE
               MOVE "       N/A" TO WS-RATE-DISPLAY
               MOVE "    N/A" TO WS-PCT-TEXT
           END-IF.

           EVALUATE TRUE
               WHEN WS-FT-CUR-DATE(WS-FT-IDX) = ZEROS
                   MOVE "NO HISTORY" TO WS-NOTE
               WHEN WS-FT-CUR-PRESENT(WS-FT-IDX) NOT = 'Y'
                   MOVE "NOT ON DISK" TO WS-NOTE
               WHEN WS-FT-LIMIT(WS-FT-IDX) = ZEROS
                   MOVE " NO LIMIT" TO WS-LIMIT-DISPLAY
               WHEN OTHER
                   PERFORM D200-PROJECT-LIMIT
           END-EVALUATE.

           MOVE SPACES TO TREND-REPORT-LINE.
           STRING WS-FT-NAME(WS-FT-IDX) " " WS-RECORDS-DISPLAY " "
               WS-BYTES-DISPLAY WS-CHANGE-DISPLAY WS-RATE-DISPLAY " "
               WS-PCT-TEXT " " WS-LIMIT-DISPLAY WS-USED-TEXT "  "
               WS-PROJECTION " " WS-NOTE
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           END-STRING.
           WRITE TREND-REPORT-LINE.

           IF WS-WARNED = 'Y'
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "    ** LIMIT: " WS-FT-LIMIT-TEXT(WS-FT-IDX)
                   DELIMITED BY SIZE INTO TREND-REPORT-LINE
               END-STRING
               WRITE TREND-REPORT-LINE
           END-IF.

      *> Days to the limit at the average rate, from tonight. A file
      *> that is not growing never reaches it; one that would take
      *> more than ten years is shown as beyond the horizon.
       D200-PROJECT-LIMIT.
           MOVE WS-FT-LIMIT(WS-FT-IDX) TO WS-LIMIT-EDIT.
           MOVE WS-LIMIT-EDIT TO WS-LIMIT-DISPLAY.
           COMPUTE WS-USED-PCT ROUNDED =
               WS-FT-CUR-RECORDS(WS-FT-IDX) * 100
               / WS-FT-LIMIT(WS-FT-IDX)
               ON SIZE ERROR MOVE 9999.9 TO WS-USED-PCT
           END-COMPUTE.
           MOVE WS-USED-PCT TO WS-USED-DISPLAY.
           MOVE WS-USED-DISPLAY TO WS-USED-TEXT.

           EVALUATE TRUE
               WHEN WS-FT-CUR-RECORDS(WS-FT-IDX)
                   NOT < WS-FT-LIMIT(WS-FT-IDX)
                   MOVE "NOW" TO WS-PROJECTION
                   MOVE "AT LIMIT" TO WS-NOTE
                   MOVE 'Y' TO WS-WARNED
               WHEN WS-DAILY-RATE NOT > ZEROS
                   MOVE "NO GROWTH" TO WS-PROJECTION
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT = (WS-FT-LIMIT(WS-FT-IDX)
                       - WS-FT-CUR-RECORDS(WS-FT-IDX)) / WS-DAILY-RATE
                       ON SIZE ERROR MOVE 999999999 TO WS-DAYS-LEFT
                   END-COMPUTE
                   IF WS-DAYS-LEFT > WS-HORIZON-DAYS
                       MOVE "> 10 YEARS" TO WS-PROJECTION
                   ELSE
                       COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                           + WS-DAYS-LEFT)
                       MOVE WS-LIMIT-DATE TO WS-PROJECTION
                       IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
                           STRING "LIMIT IN" WS-DAYS-DISPLAY " DAYS"
                               DELIMITED BY SIZE INTO WS-NOTE
                           END-STRING
                           MOVE 'Y' TO WS-WARNED
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-WARNED = 'N' AND WS-USED-PCT NOT < WS-WARN-PCT
               MOVE "NEAR LIMIT" TO WS-NOTE
               MOVE 'Y' TO WS-WARNED
           END-IF.
