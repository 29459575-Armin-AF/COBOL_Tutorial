       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoveryWorklist.

      *> Claim recovery worklist report - lists every subrogation and
      *> salvage expectation still open on data/RECOVERY.DAT (written
      *> by ClaimRecovery.cob) with what is still outstanding and how
      *> many days it has been open, so the recovery desk has one
      *> list to chase until each one is collected or written off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-FILE ASSIGN TO 'data/RECOVERY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT WORKLIST-REPORT-FILE ASSIGN TO 'data/RECOVWL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-FILE.
       COPY RECOVERY.

       FD  WORKLIST-REPORT-FILE.
       01  WORKLIST-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-RECOVERY-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-RECOVERIES PIC X(1) VALUE 'N'.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-OPEN PIC 9(5) VALUE ZEROS.
       01 WS-OUTSTANDING PIC 9(7)V99 VALUE ZEROS.
       01 WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT RECOVERY-FILE.
           IF WS-RECOVERY-STATUS NOT = '00'
               DISPLAY "NO RECOVERY FILE ON FILE, STATUS: "
                   WS-RECOVERY-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT WORKLIST-REPORT-FILE.
           MOVE "OPEN CLAIM RECOVERIES (S=SUBROGATION V=SALVAGE)"
               TO WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE.
           MOVE
           "CLAIM#  T PARTY                OPENED   OUTSTANDING DAYS"
               TO WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE.

           READ RECOVERY-FILE
               AT END MOVE 'Y' TO WS-END-OF-RECOVERIES
           END-READ.

           PERFORM UNTIL WS-END-OF-RECOVERIES = 'Y'
               IF RECOV-STATUS = 'O'
                   PERFORM B000-WRITE-WORKLIST-LINE
               END-IF

               READ RECOVERY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-RECOVERIES
               END-READ
           END-PERFORM.

           CLOSE RECOVERY-FILE.

           MOVE SPACES TO WORKLIST-REPORT-LINE.
           STRING "RECOVERIES OPEN: " WS-OPEN-COUNT
               "  OUTSTANDING: " WS-OUTSTANDING-TOTAL
               DELIMITED BY SIZE INTO WORKLIST-REPORT-LINE
           END-STRING.
           WRITE WORKLIST-REPORT-LINE.

           CLOSE WORKLIST-REPORT-FILE.

           DISPLAY "RECOVERIES OPEN: " WS-OPEN-COUNT.
           STOP RUN.

       B000-WRITE-WORKLIST-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           IF RECOV-COLLECTED >= RECOV-EXPECTED
               MOVE ZEROS TO WS-OUTSTANDING
           ELSE
               COMPUTE WS-OUTSTANDING =
                   RECOV-EXPECTED - RECOV-COLLECTED
           END-IF.
           ADD WS-OUTSTANDING TO WS-OUTSTANDING-TOTAL.

           MOVE ZEROS TO WS-DAYS-OPEN.
           IF RECOV-OPEN-DATE NOT = ZEROS
               AND RECOV-OPEN-DATE <= WS-TODAY
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(RECOV-OPEN-DATE)
           END-IF.

           MOVE SPACES TO WORKLIST-REPORT-LINE.
           STRING RECOV-CLAIM-NUMBER ' ' RECOV-TYPE ' ' RECOV-PARTY
               ' ' RECOV-OPEN-DATE ' ' WS-OUTSTANDING ' '
               WS-DAYS-OPEN
               DELIMITED BY SIZE INTO WORKLIST-REPORT-LINE
           END-STRING.
           WRITE WORKLIST-REPORT-LINE.
