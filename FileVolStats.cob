       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileVolStats.

      *> Nightly file volume statistics. For every master, history
      *> and log file listed on FILELIM.DAT, records tonight's record
      *> count and size in bytes to the data/FILESTAT.DAT history,
      *> which FileTrendReport turns into weekly growth rates and
      *> limit projections. Line-sequential files are counted by
      *> line; relative files by slot (size over the slot length),
      *> which is the highest key the file has been written to;
      *> indexed files by size over their bytes per record. The
      *> counts come from a shell-out to wc, written to a one-line
      *> work file - the same list-then-read approach ArchRetrieve
      *> uses for the archive generations. A file already at or past
      *> its limit is named on the console and ends the run with
      *> return code 2; the history row is written either way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-LIMIT-FILE ASSIGN TO 'FILELIM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILELIM-STATUS.

           SELECT FILE-STAT-FILE ASSIGN TO 'data/FILESTAT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTAT-STATUS.

           SELECT VOLUME-WORK-FILE ASSIGN TO 'data/FILEVOL.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOLWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-LIMIT-FILE.
       COPY FILELIM.

       FD  FILE-STAT-FILE.
       COPY FILESTAT.

      *> Lines and bytes as printf lays them out, or MISSING.
       FD  VOLUME-WORK-FILE.
       01  VOLWORK-RECORD.
           05  VOLWORK-LINES            PIC 9(9).
           05  FILLER                   PIC X(1).
           05  VOLWORK-BYTES            PIC 9(12).

       WORKING-STORAGE SECTION.
       01 WS-FILELIM-STATUS PIC X(2) VALUE '00'.
       01 WS-FILESTAT-STATUS PIC X(2) VALUE '00'.
       01 WS-VOLWORK-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-VOL-COMMAND PIC X(250) VALUE SPACES.
       01 WS-FILE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-MISSING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-AT-LIMIT-COUNT PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.

           OPEN INPUT FILE-LIMIT-FILE.
           IF WS-FILELIM-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN FILELIM.DAT, STATUS: "
                   WS-FILELIM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND FILE-STAT-FILE.
           IF WS-FILESTAT-STATUS = '35'
               OPEN OUTPUT FILE-STAT-FILE
           END-IF.
           IF WS-FILESTAT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/FILESTAT.DAT, STATUS: "
                   WS-FILESTAT-STATUS
               CLOSE FILE-LIMIT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ FILE-LIMIT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF FLIM-FILE-NAME NOT = SPACES
                   PERFORM B000-MEASURE-FILE
               END-IF
               READ FILE-LIMIT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE FILE-LIMIT-FILE.
           CLOSE FILE-STAT-FILE.
           CALL "SYSTEM" USING "rm -f data/FILEVOL.TMP".

           DISPLAY "FILE VOLUMES RECORDED FOR " WS-BUS-DATE ": "
               WS-FILE-COUNT.
           DISPLAY "FILES NOT ON DISK: " WS-MISSING-COUNT.
           DISPLAY "FILES AT OR PAST THEIR LIMIT: " WS-AT-LIMIT-COUNT.
           IF WS-AT-LIMIT-COUNT > ZEROS
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-MEASURE-FILE.
           MOVE SPACES TO WS-VOL-COMMAND.
           STRING "if [ -f " DELIMITED BY SIZE
               FLIM-FILE-NAME DELIMITED BY SPACE
               " ]; then printf '%09d %012d\n' $(wc -l < "
                   DELIMITED BY SIZE
               FLIM-FILE-NAME DELIMITED BY SPACE
               ") $(wc -c < " DELIMITED BY SIZE
               FLIM-FILE-NAME DELIMITED BY SPACE
               "); else echo MISSING; fi > data/FILEVOL.TMP"
                   DELIMITED BY SIZE
               INTO WS-VOL-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-VOL-COMMAND.

           INITIALIZE FILESTAT-RECORD.
           MOVE WS-BUS-DATE TO FSTAT-BUS-DATE.
           MOVE FLIM-FILE-NAME TO FSTAT-FILE-NAME.
           MOVE 'N' TO FSTAT-PRESENT.
           OPEN INPUT VOLUME-WORK-FILE.
           IF WS-VOLWORK-STATUS = '00'
               READ VOLUME-WORK-FILE
                   AT END MOVE SPACES TO VOLWORK-RECORD
               END-READ
               IF VOLWORK-RECORD(1:7) NOT = 'MISSING'
                   AND VOLWORK-LINES IS NUMERIC
                   AND VOLWORK-BYTES IS NUMERIC
                   MOVE 'Y' TO FSTAT-PRESENT
                   MOVE VOLWORK-LINES TO FSTAT-RECORDS
                   MOVE VOLWORK-BYTES TO FSTAT-BYTES
               END-IF
               CLOSE VOLUME-WORK-FILE
           END-IF.

           IF (FLIM-ORG = 'R' OR FLIM-ORG = 'I')
               AND FLIM-SLOT-LEN > ZEROS
               COMPUTE FSTAT-RECORDS = FSTAT-BYTES / FLIM-SLOT-LEN
           END-IF.

           WRITE FILESTAT-RECORD.
           ADD 1 TO WS-FILE-COUNT.

           IF FSTAT-PRESENT = 'N'
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
           IF FLIM-LIMIT > ZEROS
               AND FSTAT-RECORDS NOT < FLIM-LIMIT
               ADD 1 TO WS-AT-LIMIT-COUNT
               DISPLAY "AT LIMIT: " FLIM-FILE-NAME " " FSTAT-RECORDS
                   " OF " FLIM-LIMIT " - " FLIM-LIMIT-TEXT
           END-IF.
