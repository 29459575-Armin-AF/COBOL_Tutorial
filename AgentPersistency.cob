       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentPersistency.

      *> Monthly agent persistency report - how well each agent's
      *> book stays on the books. For every agent of record it shows
      *> the 13-month and 25-month retention rates, the policies and
      *> annual premium lost to cancellation versus lapse over the
      *> trailing twelve months, and ranks the agents on 13-month
      *> retention against the agency average.
      *> A policy counts toward an N-month rate once it has been on
      *> the books N months (issue date plus N months on or before
      *> the business date); it is retained if it is still active or
      *> its cancel/lapse/expiry date fell on or after that
      *> anniversary. Ended policies PolicyReorg.cob has already
      *> moved off the master are read back from the dated
      *> data/POLICY-HIST-<date>.DAT generations (listed the way
      *> ArchRetrieve.cob lists them), so a reorg does not flatter
      *> anybody's retention; a generation row whose policy is back
      *> on the master (restored) is left to the master copy.
      *> Runs at month-end from InsuranceCycle.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO 'AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT ARCHIVE-LIST-FILE ASSIGN TO 'data/ARCHLIST.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PERSIST-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  ARCHIVE-LIST-FILE.
       01  ARCHIVE-LIST-LINE           PIC X(40).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(202).

       FD  PERSIST-REPORT-FILE.
       01  PERSIST-REPORT-LINE         PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-LIST-STATUS PIC X(2) VALUE '00'.
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-END-OF-LIST PIC X(1) VALUE 'N'.
       01 WS-END-OF-ARCHIVE PIC X(1) VALUE 'N'.
       01 WS-ON-MASTER PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-ARCHIVE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-LIST-COMMAND PIC X(80) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/PERSIST.TXT'.

      *> Date arithmetic by calendar month - Z100-ADD-MONTHS moves
      *> WS-CALC-DATE on WS-CALC-MONTHS months (negative = back),
      *> pulling a day that does not exist in the target month (the
      *> 31st, Feb 29th) back to that month's last day.
       01 WS-CALC-DATE PIC 9(8) VALUE ZEROS.
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           05 WS-CALC-YYYY             PIC 9(4).
           05 WS-CALC-MM               PIC 9(2).
           05 WS-CALC-DD               PIC 9(2).
       01 WS-CALC-MONTHS PIC S9(3) VALUE ZEROS.
       01 WS-CALC-MONTH-NO PIC S9(7) VALUE ZEROS.
       01 WS-CALC-YEARS PIC S9(5) VALUE ZEROS.
       01 WS-CALC-REM PIC S9(3) VALUE ZEROS.

      *> Losses are counted when the cancel/lapse date falls on or
      *> after this date - the trailing twelve months.
       01 WS-LOSS-FROM PIC 9(8) VALUE ZEROS.
       01 WS-ANNIV-13 PIC 9(8) VALUE ZEROS.
       01 WS-ANNIV-25 PIC 9(8) VALUE ZEROS.
       01 WS-END-DATE PIC 9(8) VALUE ZEROS.

       01 AGENT-PERSIST-TABLE.
           05  AGENT-PERSIST-ENTRY OCCURS 50 TIMES
                                   INDEXED BY AG-IDX.
               10  AG-CODE              PIC X(4).
               10  AG-NAME              PIC X(20).
               10  AG-ELIG-13           PIC 9(5).
               10  AG-KEPT-13           PIC 9(5).
               10  AG-ELIG-25           PIC 9(5).
               10  AG-KEPT-25           PIC 9(5).
               10  AG-CANCEL-COUNT      PIC 9(5).
               10  AG-CANCEL-PREMIUM    PIC 9(9)V99.
               10  AG-LAPSE-COUNT       PIC 9(5).
               10  AG-LAPSE-PREMIUM     PIC 9(9)V99.
               10  AG-RATE-13           PIC 9(3)V9.
               10  AG-RATE-25           PIC 9(3)V9.
      *>         13-month rate, or -1 for an agent with nothing old
      *>         enough to measure yet - they rank last, unranked.
               10  AG-RANK-KEY          PIC S9(3)V9.
       01 WS-SWAP-ENTRY PIC X(88) VALUE SPACES.
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-AGENT-SUB PIC 9(3) VALUE ZEROS.
       01 WS-AGENT-SUB2 PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-RANK PIC 9(3) VALUE ZEROS.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-MASTER-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-ARCHIVED-COUNT PIC 9(7) VALUE ZEROS.

      *> Agency-wide totals for the average line.
       01 WS-TOT-ELIG-13 PIC 9(7) VALUE ZEROS.
       01 WS-TOT-KEPT-13 PIC 9(7) VALUE ZEROS.
       01 WS-TOT-ELIG-25 PIC 9(7) VALUE ZEROS.
       01 WS-TOT-KEPT-25 PIC 9(7) VALUE ZEROS.
       01 WS-TOT-CANCEL-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-TOT-CANCEL-PREMIUM PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-LAPSE-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-TOT-LAPSE-PREMIUM PIC 9(9)V99 VALUE ZEROS.
       01 WS-AVG-RATE-13 PIC 9(3)V9 VALUE ZEROS.
       01 WS-AVG-RATE-25 PIC 9(3)V9 VALUE ZEROS.
       01 WS-VS-AVERAGE PIC S9(3)V9 VALUE ZEROS.

       01 WS-RATE-13-DISPLAY PIC ZZ9.9 VALUE ZEROS.
       01 WS-RATE-25-DISPLAY PIC ZZ9.9 VALUE ZEROS.
       01 WS-VS-DISPLAY PIC +ZZ9.9 VALUE ZEROS.
       01 WS-RANK-DISPLAY PIC ZZ9 VALUE ZEROS.
       01 WS-COUNT-DISPLAY PIC ZZZZ9 VALUE ZEROS.
       01 WS-COUNT-DISPLAY2 PIC ZZZZ9 VALUE ZEROS.
       01 WS-CANCEL-CNT-DISPLAY PIC ZZZZ9 VALUE ZEROS.
       01 WS-LAPSE-CNT-DISPLAY PIC ZZZZ9 VALUE ZEROS.
       01 WS-PREMIUM-DISPLAY PIC Z(8)9.99 VALUE ZEROS.
       01 WS-PREMIUM-DISPLAY2 PIC Z(8)9.99 VALUE ZEROS.
       01 WS-RATE-13-TEXT PIC X(6) VALUE SPACES.
       01 WS-RATE-25-TEXT PIC X(6) VALUE SPACES.
       01 WS-VS-TEXT PIC X(6) VALUE SPACES.
       01 WS-RANK-TEXT PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           MOVE WS-TODAY TO WS-CALC-DATE.
           MOVE -12 TO WS-CALC-MONTHS.
           PERFORM Z100-ADD-MONTHS.
           MOVE WS-CALC-DATE TO WS-LOSS-FROM.

           PERFORM B000-LOAD-AGENTS.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ POLICY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-POLICIES
           END-READ.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               ADD 1 TO WS-MASTER-COUNT
               PERFORM D000-MEASURE-POLICY

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           PERFORM C000-READ-ARCHIVES.

           CLOSE POLICY-MASTER.

           PERFORM E000-COMPUTE-RATES.
           PERFORM E100-RANK-AGENTS.
           PERFORM F000-WRITE-REPORT.

           DISPLAY "POLICIES FROM MASTER:   " WS-MASTER-COUNT.
           DISPLAY "POLICIES FROM ARCHIVE:  " WS-ARCHIVED-COUNT.
           DISPLAY "AGENCY 13-MONTH RETENTION: " WS-RATE-13-DISPLAY.
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "POLICIES WITH UNKNOWN AGENT CODE: "
                   WS-UNKNOWN-COUNT
           END-IF.
           STOP RUN.

       B000-LOAD-AGENTS.
           MOVE ZEROS TO WS-AGENT-COUNT.

           OPEN INPUT AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AGENTS.DAT, STATUS: "
                   WS-AGENT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AGENT-MASTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-AGENTS
           END-READ.

           PERFORM UNTIL WS-END-OF-AGENTS = 'Y'
               OR WS-AGENT-COUNT = 50
               ADD 1 TO WS-AGENT-COUNT
               INITIALIZE AGENT-PERSIST-ENTRY(WS-AGENT-COUNT)
               MOVE AGENT-CODE TO AG-CODE(WS-AGENT-COUNT)
               MOVE AGENT-NAME TO AG-NAME(WS-AGENT-COUNT)

               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS
               END-READ
           END-PERFORM.

           CLOSE AGENT-MASTER-FILE.

      *> Every archive generation on disk, oldest first. No
      *> generations just means nothing has been reorganized off.
       C000-READ-ARCHIVES.
           MOVE "ls data/POLICY-HIST-*.DAT > data/ARCHLIST.TMP 2>/dev/n
      -        "ull" TO WS-LIST-COMMAND.
           CALL "SYSTEM" USING WS-LIST-COMMAND.

           OPEN INPUT ARCHIVE-LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-LIST
           ELSE
               READ ARCHIVE-LIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LIST
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               IF ARCHIVE-LIST-LINE NOT = SPACES
                   MOVE ARCHIVE-LIST-LINE TO WS-ARCHIVE-FILENAME
                   PERFORM C100-READ-ONE-GENERATION
               END-IF

               READ ARCHIVE-LIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LIST
               END-READ
           END-PERFORM.

           IF WS-LIST-STATUS = '00' OR WS-LIST-STATUS = '10'
               CLOSE ARCHIVE-LIST-FILE
           END-IF.

       C100-READ-ONE-GENERATION.
           MOVE 'N' TO WS-END-OF-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-ARCHIVE
           END-IF.

           PERFORM UNTIL WS-END-OF-ARCHIVE = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-ARCHIVE
                   NOT AT END
                       PERFORM C200-CHECK-ARCHIVE-LINE
               END-READ
           END-PERFORM.

           IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
               CLOSE ARCHIVE-FILE
           END-IF.

      *> The archive row is the POLICY-RECORD with the archive date
      *> after it (older generations hold the 176-byte record, whose
      *> fields this report uses all sit in the same place). The
      *> master is probed first, since the probe overwrites the
      *> record area the archive row is then moved into.
       C200-CHECK-ARCHIVE-LINE.
           IF ARCHIVE-LINE(1:7) NOT NUMERIC
               CONTINUE
           ELSE
               MOVE ARCHIVE-LINE(1:7) TO WS-POLICY-REL-KEY
               MOVE 'Y' TO WS-ON-MASTER
               READ POLICY-MASTER
                   INVALID KEY MOVE 'N' TO WS-ON-MASTER
               END-READ
               IF WS-ON-MASTER = 'N'
                   MOVE ARCHIVE-LINE(1:194) TO POLICY-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
                   PERFORM D000-MEASURE-POLICY
               END-IF
           END-IF.

       D000-MEASURE-POLICY.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AGENT-COUNT
               IF AG-CODE(AG-IDX) = POLICY-AGENT-CODE
                   SET WS-FOUND-IDX TO AG-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               PERFORM D100-RETENTION
               PERFORM D200-LOSSES
           END-IF.

      *> An active policy has not ended; anything else ended on its
      *> cancel/lapse/expiry date (zeros there counts as ended at
      *> issue - not retained).
       D100-RETENTION.
           IF POLICY-STATUS = 'A'
               MOVE 99999999 TO WS-END-DATE
           ELSE
               MOVE POLICY-CANCEL-DATE TO WS-END-DATE
           END-IF.

           MOVE POLICY-ISSUE-DATE TO WS-CALC-DATE.
           MOVE 13 TO WS-CALC-MONTHS.
           PERFORM Z100-ADD-MONTHS.
           MOVE WS-CALC-DATE TO WS-ANNIV-13.
           MOVE POLICY-ISSUE-DATE TO WS-CALC-DATE.
           MOVE 25 TO WS-CALC-MONTHS.
           PERFORM Z100-ADD-MONTHS.
           MOVE WS-CALC-DATE TO WS-ANNIV-25.

           IF WS-ANNIV-13 <= WS-TODAY
               ADD 1 TO AG-ELIG-13(WS-FOUND-IDX)
               ADD 1 TO WS-TOT-ELIG-13
               IF WS-END-DATE >= WS-ANNIV-13
                   ADD 1 TO AG-KEPT-13(WS-FOUND-IDX)
                   ADD 1 TO WS-TOT-KEPT-13
               END-IF
           END-IF.

           IF WS-ANNIV-25 <= WS-TODAY
               ADD 1 TO AG-ELIG-25(WS-FOUND-IDX)
               ADD 1 TO WS-TOT-ELIG-25
               IF WS-END-DATE >= WS-ANNIV-25
                   ADD 1 TO AG-KEPT-25(WS-FOUND-IDX)
                   ADD 1 TO WS-TOT-KEPT-25
               END-IF
           END-IF.

      *> Business lost in the trailing twelve months, at the annual
      *> premium it was carrying. Expiries at a non-renewal are the
      *> company's decision, not the customer's, and are left out.
       D200-LOSSES.
           IF POLICY-CANCEL-DATE >= WS-LOSS-FROM
               AND POLICY-CANCEL-DATE <= WS-TODAY
               IF POLICY-STATUS = 'C'
                   ADD 1 TO AG-CANCEL-COUNT(WS-FOUND-IDX)
                   ADD POLICY-PREMIUM
                       TO AG-CANCEL-PREMIUM(WS-FOUND-IDX)
                   ADD 1 TO WS-TOT-CANCEL-COUNT
                   ADD POLICY-PREMIUM TO WS-TOT-CANCEL-PREMIUM
               ELSE
               IF POLICY-STATUS = 'L'
                   ADD 1 TO AG-LAPSE-COUNT(WS-FOUND-IDX)
                   ADD POLICY-PREMIUM
                       TO AG-LAPSE-PREMIUM(WS-FOUND-IDX)
                   ADD 1 TO WS-TOT-LAPSE-COUNT
                   ADD POLICY-PREMIUM TO WS-TOT-LAPSE-PREMIUM
               END-IF
               END-IF
           END-IF.

       E000-COMPUTE-RATES.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AGENT-COUNT
               IF AG-ELIG-13(AG-IDX) > 0
                   COMPUTE AG-RATE-13(AG-IDX) ROUNDED =
                       AG-KEPT-13(AG-IDX) * 100 / AG-ELIG-13(AG-IDX)
                   MOVE AG-RATE-13(AG-IDX) TO AG-RANK-KEY(AG-IDX)
               ELSE
                   MOVE -1 TO AG-RANK-KEY(AG-IDX)
               END-IF
               IF AG-ELIG-25(AG-IDX) > 0
                   COMPUTE AG-RATE-25(AG-IDX) ROUNDED =
                       AG-KEPT-25(AG-IDX) * 100 / AG-ELIG-25(AG-IDX)
               END-IF
           END-PERFORM.

           IF WS-TOT-ELIG-13 > 0
               COMPUTE WS-AVG-RATE-13 ROUNDED =
                   WS-TOT-KEPT-13 * 100 / WS-TOT-ELIG-13
           END-IF.
           IF WS-TOT-ELIG-25 > 0
               COMPUTE WS-AVG-RATE-25 ROUNDED =
                   WS-TOT-KEPT-25 * 100 / WS-TOT-ELIG-25
           END-IF.

      *> Simple exchange sort, best 13-month retention first - the
      *> agent count is small, so no SORT verb needed. Ties keep
      *> agent master order.
       E100-RANK-AGENTS.
           PERFORM VARYING WS-AGENT-SUB FROM 1 BY 1
               UNTIL WS-AGENT-SUB >= WS-AGENT-COUNT
               COMPUTE WS-AGENT-SUB2 = WS-AGENT-SUB + 1
               PERFORM UNTIL WS-AGENT-SUB2 > WS-AGENT-COUNT
                   IF AG-RANK-KEY(WS-AGENT-SUB2)
                       > AG-RANK-KEY(WS-AGENT-SUB)
                       MOVE AGENT-PERSIST-ENTRY(WS-AGENT-SUB)
                           TO WS-SWAP-ENTRY
                       MOVE AGENT-PERSIST-ENTRY(WS-AGENT-SUB2)
                           TO AGENT-PERSIST-ENTRY(WS-AGENT-SUB)
                       MOVE WS-SWAP-ENTRY
                           TO AGENT-PERSIST-ENTRY(WS-AGENT-SUB2)
                   END-IF
                   ADD 1 TO WS-AGENT-SUB2
               END-PERFORM
           END-PERFORM.

       F000-WRITE-REPORT.
           STRING "data/PERSIST-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT PERSIST-REPORT-FILE.

           MOVE SPACES TO PERSIST-REPORT-LINE.
           STRING "AGENT PERSISTENCY AS OF " WS-TODAY
               "   LOSSES CANCELLED/LAPSED SINCE " WS-LOSS-FROM
               DELIMITED BY SIZE INTO PERSIST-REPORT-LINE
           END-STRING.
           WRITE PERSIST-REPORT-LINE.
           MOVE SPACES TO PERSIST-REPORT-LINE.
           STRING "RNK AGNT NAME                 13M-POL 13M-RET "
               "25M-POL 25M-RET CANC  CANC-PREMIUM LAPS  "
               "LAPS-PREMIUM VS-AVG"
               DELIMITED BY SIZE INTO PERSIST-REPORT-LINE
           END-STRING.
           WRITE PERSIST-REPORT-LINE.

           MOVE ZEROS TO WS-RANK.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AGENT-COUNT
               PERFORM F100-WRITE-AGENT-LINE
           END-PERFORM.

           MOVE WS-AVG-RATE-13 TO WS-RATE-13-DISPLAY.
           MOVE WS-AVG-RATE-25 TO WS-RATE-25-DISPLAY.
           MOVE WS-TOT-ELIG-13 TO WS-COUNT-DISPLAY.
           MOVE WS-TOT-ELIG-25 TO WS-COUNT-DISPLAY2.
           MOVE SPACES TO PERSIST-REPORT-LINE.
           STRING "    AGENCY AVERAGE            " WS-COUNT-DISPLAY
               "  " WS-RATE-13-DISPLAY "   " WS-COUNT-DISPLAY2
               "  " WS-RATE-25-DISPLAY
               DELIMITED BY SIZE INTO PERSIST-REPORT-LINE
           END-STRING.
           WRITE PERSIST-REPORT-LINE.

           MOVE WS-TOT-CANCEL-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOT-CANCEL-PREMIUM TO WS-PREMIUM-DISPLAY.
           MOVE WS-TOT-LAPSE-COUNT TO WS-COUNT-DISPLAY2.
           MOVE WS-TOT-LAPSE-PREMIUM TO WS-PREMIUM-DISPLAY2.
           MOVE SPACES TO PERSIST-REPORT-LINE.
           STRING "    LOST TO CANCELLATION: " WS-COUNT-DISPLAY
               " POLICIES " WS-PREMIUM-DISPLAY
               "   TO LAPSE: " WS-COUNT-DISPLAY2
               " POLICIES " WS-PREMIUM-DISPLAY2
               DELIMITED BY SIZE INTO PERSIST-REPORT-LINE
           END-STRING.
           WRITE PERSIST-REPORT-LINE.

           CLOSE PERSIST-REPORT-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-REPORT-FILENAME
               WS-REPORT-STABLE.

      *> An agent with nothing on the books 13 months yet shows N/A
      *> and no rank; the comparison is to the agency 13-month rate.
       F100-WRITE-AGENT-LINE.
           IF AG-ELIG-13(AG-IDX) > 0
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-RANK-DISPLAY
               MOVE WS-RANK-DISPLAY TO WS-RANK-TEXT
               MOVE AG-RATE-13(AG-IDX) TO WS-RATE-13-DISPLAY
               MOVE WS-RATE-13-DISPLAY TO WS-RATE-13-TEXT
               COMPUTE WS-VS-AVERAGE =
                   AG-RATE-13(AG-IDX) - WS-AVG-RATE-13
               MOVE WS-VS-AVERAGE TO WS-VS-DISPLAY
               MOVE WS-VS-DISPLAY TO WS-VS-TEXT
           ELSE
               MOVE SPACES TO WS-RANK-TEXT
               MOVE "   N/A" TO WS-RATE-13-TEXT
               MOVE SPACES TO WS-VS-TEXT
           END-IF.
           IF AG-ELIG-25(AG-IDX) > 0
               MOVE AG-RATE-25(AG-IDX) TO WS-RATE-25-DISPLAY
               MOVE WS-RATE-25-DISPLAY TO WS-RATE-25-TEXT
           ELSE
               MOVE "   N/A" TO WS-RATE-25-TEXT
           END-IF.

           MOVE SPACES TO PERSIST-REPORT-LINE.
           MOVE AG-ELIG-13(AG-IDX) TO WS-COUNT-DISPLAY.
           MOVE AG-ELIG-25(AG-IDX) TO WS-COUNT-DISPLAY2.
           MOVE AG-CANCEL-COUNT(AG-IDX) TO WS-CANCEL-CNT-DISPLAY.
           MOVE AG-LAPSE-COUNT(AG-IDX) TO WS-LAPSE-CNT-DISPLAY.
           MOVE AG-CANCEL-PREMIUM(AG-IDX) TO WS-PREMIUM-DISPLAY.
           MOVE AG-LAPSE-PREMIUM(AG-IDX) TO WS-PREMIUM-DISPLAY2.
           STRING WS-RANK-TEXT " " AG-CODE(AG-IDX) " "
               AG-NAME(AG-IDX) "   " WS-COUNT-DISPLAY " "
               WS-RATE-13-TEXT "   " WS-COUNT-DISPLAY2 " "
               WS-RATE-25-TEXT " " WS-CANCEL-CNT-DISPLAY " "
               WS-PREMIUM-DISPLAY " " WS-LAPSE-CNT-DISPLAY " "
               WS-PREMIUM-DISPLAY2 " " WS-VS-TEXT
               DELIMITED BY SIZE INTO PERSIST-REPORT-LINE
           END-STRING.
           WRITE PERSIST-REPORT-LINE.

      *> Month arithmetic on WS-CALC-DATE - see the working-storage
      *> note above.
       Z100-ADD-MONTHS.
           COMPUTE WS-CALC-MONTH-NO =
               WS-CALC-YYYY * 12 + WS-CALC-MM - 1 + WS-CALC-MONTHS.
           DIVIDE WS-CALC-MONTH-NO BY 12 GIVING WS-CALC-YEARS
               REMAINDER WS-CALC-REM.
           MOVE WS-CALC-YEARS TO WS-CALC-YYYY.
           COMPUTE WS-CALC-MM = WS-CALC-REM + 1.
           PERFORM UNTIL WS-CALC-DD < 29
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) = 0
               SUBTRACT 1 FROM WS-CALC-DD
           END-PERFORM.
