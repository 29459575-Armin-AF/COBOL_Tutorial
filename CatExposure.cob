       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatExposure.

      *> Monthly catastrophe exposure accumulation report - how much
      *> insured value we carry in one place if a storm hits. Every
      *> active HOME and AUTO policy's declared value is accumulated
      *> by state and three-digit ZIP prefix (the sectional-center
      *> zone the reinsurer models on; the master holds no county),
      *> with the policy count, total insured value, and the ceded
      *> versus retained split. A zone whose total insured value is
      *> over the management limit for its state on CATLIM.DAT is
      *> flagged and listed again as a concentration at the foot.
      *> The ceded share comes from data/CESSION.DAT: the latest row
      *> for a policy gives the retention it was ceded against, and
      *> today's declared value above that retention is ceded (an
      *> endorsement that brought the value back under the
      *> retention writes no new row, so the split is worked from
      *> the current value rather than the row's percentage). A
      *> policy never ceded is retained in full.
      *> The same figures, one row per zone and line, go to
      *> data/CATMODEL-<date>.DAT for the reinsurer's modeling tool.
      *> Runs at month-end from InsuranceCycle.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT CESSION-FILE ASSIGN TO 'data/CESSION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CESSION-STATUS.

           SELECT CAT-LIMITS-FILE ASSIGN TO 'CATLIM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.

           SELECT CAT-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT CAT-MODEL-FILE
           ASSIGN TO DYNAMIC WS-MODEL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MODEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  CESSION-FILE.
       COPY CESSION.

       FD  CAT-LIMITS-FILE.
       COPY CATLIM.

       FD  CAT-REPORT-FILE.
       01  CAT-REPORT-LINE             PIC X(120).

       FD  CAT-MODEL-FILE.
       COPY CATMODEL.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-CESSION-STATUS PIC X(2) VALUE '00'.
       01 WS-LIMITS-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-MODEL-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-CESSIONS PIC X(1) VALUE 'N'.
       01 WS-END-OF-LIMITS PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/CATEXP.TXT'.
       01 WS-MODEL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-MODEL-STABLE PIC X(40) VALUE 'data/CATMODEL.DAT'.

      *> Latest cession retention per policy - a later row for the
      *> same policy (an endorsement re-rate) replaces the earlier.
       01 WS-CESSION-TABLE.
           05 WS-CS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CS-IDX.
               10 WS-CS-POLICY          PIC 9(7).
               10 WS-CS-RETENTION       PIC 9(7).
       01 WS-CS-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-CS-FOUND PIC 9(4) VALUE ZEROS.
       01 WS-CS-DROPPED PIC 9(5) VALUE ZEROS.

      *> Management limit per state; '**' is the default row.
       01 WS-LIMIT-TABLE.
           05 WS-LM-ENTRY OCCURS 60 TIMES INDEXED BY WS-LM-IDX.
               10 WS-LM-STATE           PIC X(2).
               10 WS-LM-LIMIT           PIC 9(9).
       01 WS-LM-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-DEFAULT-LIMIT PIC 9(9) VALUE ZEROS.
       01 WS-ZONE-LIMIT PIC 9(9) VALUE ZEROS.

      *> One entry per state + ZIP-prefix zone, kept in key order as
      *> zones are added so the report comes out grouped by state.
      *> Line 1 is HOME, line 2 is AUTO.
       01 WS-ZONE-TABLE.
           05 WS-ZN-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-ZN-COUNT
               INDEXED BY WS-ZN-IDX.
               10 WS-ZN-KEY.
                   15 WS-ZN-STATE       PIC X(2).
                   15 WS-ZN-ZIP3        PIC X(3).
               10 WS-ZN-LINE OCCURS 2 TIMES.
                   15 WS-ZN-POLICIES    PIC 9(5).
                   15 WS-ZN-INSURED     PIC 9(11).
                   15 WS-ZN-CEDED       PIC 9(11).
                   15 WS-ZN-RETAINED    PIC 9(11).
               10 WS-ZN-LIMIT           PIC 9(9).
               10 WS-ZN-OVER            PIC X(1).
       01 WS-ZN-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-NEW-ZONE.
           05 WS-NEW-KEY.
               10 WS-NEW-STATE          PIC X(2).
               10 WS-NEW-ZIP3           PIC X(3).
           05 FILLER                    PIC X(76) VALUE ZEROS.
           05 WS-NEW-LIMIT              PIC 9(9) VALUE ZEROS.
           05 WS-NEW-OVER               PIC X(1) VALUE 'N'.
       01 WS-INSERT-POSITION PIC 9(3) VALUE ZEROS.
       01 WS-SHIFT-FROM PIC 9(3) VALUE ZEROS.
       01 WS-ZONE-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-ZONE-DROPPED PIC 9(5) VALUE ZEROS.
       01 WS-LINE-SUB PIC 9(1) VALUE ZEROS.

       01 WS-CEDED PIC 9(7) VALUE ZEROS.
       01 WS-RETAINED PIC 9(7) VALUE ZEROS.
       01 WS-ZONE-INSURED PIC 9(11) VALUE ZEROS.
       01 WS-ZONE-CEDED PIC 9(11) VALUE ZEROS.
       01 WS-ZONE-RETAINED PIC 9(11) VALUE ZEROS.
       01 WS-OVER-BY PIC 9(11) VALUE ZEROS.
       01 WS-OVER-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MODEL-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PREV-STATE PIC X(2) VALUE SPACES.

      *> State subtotals and the book total, HOME then AUTO.
       01 WS-STATE-TOTALS.
           05 WS-ST-LINE OCCURS 2 TIMES.
               10 WS-ST-COUNT           PIC 9(7).
               10 WS-ST-INSURED         PIC 9(11).
           05 WS-ST-CEDED               PIC 9(11).
           05 WS-ST-RETAINED            PIC 9(11).
       01 WS-BOOK-TOTALS.
           05 WS-BK-LINE OCCURS 2 TIMES.
               10 WS-BK-COUNT           PIC 9(7).
               10 WS-BK-INSURED         PIC 9(11).
           05 WS-BK-CEDED               PIC 9(11).
           05 WS-BK-RETAINED            PIC 9(11).

       01 WS-HOME-CNT-DISPLAY PIC ZZZZZZ9 VALUE ZEROS.
       01 WS-AUTO-CNT-DISPLAY PIC ZZZZZZ9 VALUE ZEROS.
       01 WS-HOME-TIV-DISPLAY PIC Z(10)9 VALUE ZEROS.
       01 WS-AUTO-TIV-DISPLAY PIC Z(10)9 VALUE ZEROS.
       01 WS-TOTAL-TIV-DISPLAY PIC Z(10)9 VALUE ZEROS.
       01 WS-CEDED-DISPLAY PIC Z(10)9 VALUE ZEROS.
       01 WS-RETAINED-DISPLAY PIC Z(10)9 VALUE ZEROS.
       01 WS-LIMIT-DISPLAY PIC Z(8)9 VALUE ZEROS.
       01 WS-OVER-DISPLAY PIC Z(10)9 VALUE ZEROS.
       01 WS-FLAG-TEXT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.

           PERFORM B000-LOAD-CESSIONS.
           PERFORM B100-LOAD-LIMITS.

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
               IF POLICY-STATUS = 'A'
                   AND (POLICY-TYPE = 'HOME' OR POLICY-TYPE = 'AUTO')
                   PERFORM C000-ACCUMULATE-POLICY
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           CLOSE POLICY-MASTER.

           PERFORM D000-CHECK-LIMITS.
           PERFORM E000-WRITE-REPORT.
           PERFORM F000-WRITE-MODEL-FILE.

           COMPUTE WS-ZONE-INSURED =
               WS-BK-INSURED(1) + WS-BK-INSURED(2).
           MOVE WS-ZONE-INSURED TO WS-TOTAL-TIV-DISPLAY.
           DISPLAY "CATASTROPHE EXPOSURE AS OF " WS-TODAY.
           DISPLAY "ZIP-PREFIX ZONES:        " WS-ZN-COUNT.
           DISPLAY "TOTAL INSURED VALUE:     " WS-TOTAL-TIV-DISPLAY.
           DISPLAY "ZONES OVER LIMIT:        " WS-OVER-COUNT.
           DISPLAY "MODELING FILE ROWS:      " WS-MODEL-COUNT.
           IF WS-ZONE-DROPPED > 0
               DISPLAY "POLICIES NOT ACCUMULATED - ZONE TABLE FULL: "
                   WS-ZONE-DROPPED
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF WS-CS-DROPPED > 0
               DISPLAY "CESSION ROWS NOT LOADED - TABLE FULL: "
                   WS-CS-DROPPED
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> No cession file just means nothing has ever been ceded -
      *> every policy is then retained in full.
       B000-LOAD-CESSIONS.
           MOVE ZEROS TO WS-CS-COUNT.
           OPEN INPUT CESSION-FILE.
           IF WS-CESSION-STATUS NOT = '00'
               DISPLAY "NO CESSION FILE ON RECORD, ALL EXPOSURE "
                   "RETAINED"
               MOVE 'Y' TO WS-END-OF-CESSIONS
           END-IF.

           PERFORM UNTIL WS-END-OF-CESSIONS = 'Y'
               READ CESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-CESSIONS
                   NOT AT END
                       PERFORM B050-KEEP-CESSION
               END-READ
           END-PERFORM.

           IF WS-CESSION-STATUS = '00' OR WS-CESSION-STATUS = '10'
               CLOSE CESSION-FILE
           END-IF.

       B050-KEEP-CESSION.
           MOVE CESSION-POLICY-NUMBER TO WS-POLICY-REL-KEY.
           PERFORM C100-FIND-CESSION.
           IF WS-CS-FOUND > 0
               MOVE CESSION-RETENTION TO WS-CS-RETENTION(WS-CS-FOUND)
           ELSE
               IF WS-CS-COUNT < 2000
                   ADD 1 TO WS-CS-COUNT
                   MOVE CESSION-POLICY-NUMBER
                       TO WS-CS-POLICY(WS-CS-COUNT)
                   MOVE CESSION-RETENTION
                       TO WS-CS-RETENTION(WS-CS-COUNT)
               ELSE
                   ADD 1 TO WS-CS-DROPPED
               END-IF
           END-IF.

      *> No limits file means no limit - the report still shows the
      *> accumulations, just with nothing flagged.
       B100-LOAD-LIMITS.
           MOVE ZEROS TO WS-LM-COUNT.
           OPEN INPUT CAT-LIMITS-FILE.
           IF WS-LIMITS-STATUS NOT = '00'
               DISPLAY "NO CATLIM.DAT ON FILE, NO ZONE LIMITS APPLIED"
               MOVE 'Y' TO WS-END-OF-LIMITS
           END-IF.

           PERFORM UNTIL WS-END-OF-LIMITS = 'Y'
               READ CAT-LIMITS-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LIMITS
                   NOT AT END
                       IF CATLIM-STATE = '**'
                           MOVE CATLIM-ZONE-LIMIT TO WS-DEFAULT-LIMIT
                       ELSE
                           IF WS-LM-COUNT < 60
                               ADD 1 TO WS-LM-COUNT
                               MOVE CATLIM-STATE
                                   TO WS-LM-STATE(WS-LM-COUNT)
                               MOVE CATLIM-ZONE-LIMIT
                                   TO WS-LM-LIMIT(WS-LM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LIMITS-STATUS = '00' OR WS-LIMITS-STATUS = '10'
               CLOSE CAT-LIMITS-FILE
           END-IF.

      *> Ceded is today's declared value above the retention the
      *> policy was last ceded against; the rest is ours.
       C000-ACCUMULATE-POLICY.
           MOVE POLICY-NUMBER TO WS-POLICY-REL-KEY.
           PERFORM C100-FIND-CESSION.
           MOVE ZEROS TO WS-CEDED.
           IF WS-CS-FOUND > 0
               IF POLICY-DECLARED-VALUE > WS-CS-RETENTION(WS-CS-FOUND)
                   COMPUTE WS-CEDED = POLICY-DECLARED-VALUE
                       - WS-CS-RETENTION(WS-CS-FOUND)
               END-IF
           END-IF.
           COMPUTE WS-RETAINED = POLICY-DECLARED-VALUE - WS-CEDED.

           MOVE POLICY-ADDR-STATE TO WS-NEW-STATE.
           IF POLICY-ADDR-ZIP(1:3) IS NUMERIC
               MOVE POLICY-ADDR-ZIP(1:3) TO WS-NEW-ZIP3
           ELSE
               MOVE '???' TO WS-NEW-ZIP3
           END-IF.
           PERFORM C200-FIND-ZONE.

           IF WS-ZONE-FOUND = ZEROS
               ADD 1 TO WS-ZONE-DROPPED
           ELSE
               IF POLICY-TYPE = 'HOME'
                   MOVE 1 TO WS-LINE-SUB
               ELSE
                   MOVE 2 TO WS-LINE-SUB
               END-IF
               ADD 1 TO WS-ZN-POLICIES(WS-ZONE-FOUND, WS-LINE-SUB)
               ADD POLICY-DECLARED-VALUE
                   TO WS-ZN-INSURED(WS-ZONE-FOUND, WS-LINE-SUB)
               ADD WS-CEDED TO WS-ZN-CEDED(WS-ZONE-FOUND, WS-LINE-SUB)
               ADD WS-RETAINED
                   TO WS-ZN-RETAINED(WS-ZONE-FOUND, WS-LINE-SUB)
           END-IF.

       C100-FIND-CESSION.
           MOVE ZEROS TO WS-CS-FOUND.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT OR WS-CS-FOUND > 0
               IF WS-CS-POLICY(WS-CS-IDX) = WS-POLICY-REL-KEY
                   SET WS-CS-FOUND TO WS-CS-IDX
               END-IF
           END-PERFORM.

      *> Finds the policy's zone, adding it in key order (the
      *> RefCodeMaintenance insert) the first time the zone is seen.
      *> WS-ZONE-FOUND stays zeros only when the table is full.
       C200-FIND-ZONE.
           MOVE ZEROS TO WS-ZONE-FOUND.
           COMPUTE WS-INSERT-POSITION = WS-ZN-COUNT + 1.

           PERFORM VARYING WS-ZN-IDX FROM 1 BY 1
               UNTIL WS-ZN-IDX > WS-ZN-COUNT
               IF WS-NEW-KEY = WS-ZN-KEY(WS-ZN-IDX)
                   SET WS-ZONE-FOUND TO WS-ZN-IDX
               END-IF
               IF WS-NEW-KEY < WS-ZN-KEY(WS-ZN-IDX)
                   AND WS-INSERT-POSITION > WS-ZN-COUNT
                   SET WS-INSERT-POSITION TO WS-ZN-IDX
               END-IF
           END-PERFORM.

           IF WS-ZONE-FOUND = ZEROS AND WS-ZN-COUNT < 999
               ADD 1 TO WS-ZN-COUNT
               PERFORM VARYING WS-SHIFT-FROM FROM WS-ZN-COUNT
                   BY -1 UNTIL WS-SHIFT-FROM = WS-INSERT-POSITION
                   MOVE WS-ZN-ENTRY(WS-SHIFT-FROM - 1)
                       TO WS-ZN-ENTRY(WS-SHIFT-FROM)
               END-PERFORM
               MOVE WS-NEW-ZONE TO WS-ZN-ENTRY(WS-INSERT-POSITION)
               MOVE WS-INSERT-POSITION TO WS-ZONE-FOUND
           END-IF.

      *> The limit is on the zone's total insured value, both lines
      *> together - a storm does not care which policy form it is.
       D000-CHECK-LIMITS.
           MOVE ZEROS TO WS-OVER-COUNT.
           PERFORM VARYING WS-ZN-IDX FROM 1 BY 1
               UNTIL WS-ZN-IDX > WS-ZN-COUNT
               MOVE WS-DEFAULT-LIMIT TO WS-ZONE-LIMIT
               PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
                   IF WS-LM-STATE(WS-LM-IDX) = WS-ZN-STATE(WS-ZN-IDX)
                       MOVE WS-LM-LIMIT(WS-LM-IDX) TO WS-ZONE-LIMIT
                   END-IF
               END-PERFORM
               MOVE WS-ZONE-LIMIT TO WS-ZN-LIMIT(WS-ZN-IDX)
               COMPUTE WS-ZONE-INSURED = WS-ZN-INSURED(WS-ZN-IDX, 1)
                   + WS-ZN-INSURED(WS-ZN-IDX, 2)
               IF WS-ZONE-LIMIT > 0
                   AND WS-ZONE-INSURED > WS-ZONE-LIMIT
                   MOVE 'Y' TO WS-ZN-OVER(WS-ZN-IDX)
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   MOVE 'N' TO WS-ZN-OVER(WS-ZN-IDX)
               END-IF
           END-PERFORM.

       E000-WRITE-REPORT.
           STRING "data/CATEXP-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT CAT-REPORT-FILE.

           MOVE SPACES TO CAT-REPORT-LINE.
           STRING "CATASTROPHE EXPOSURE ACCUMULATION AS OF " WS-TODAY
               "   ACTIVE HOME AND AUTO BY STATE AND ZIP PREFIX"
               DELIMITED BY SIZE INTO CAT-REPORT-LINE
           END-STRING.
           WRITE CAT-REPORT-LINE.
           MOVE SPACES TO CAT-REPORT-LINE.
           STRING "ST ZIP  HOME-POL    HOME-VALUE AUTO-POL    "
               "AUTO-VALUE   TOTAL-VALUE         CEDED      "
               "RETAINED"
               DELIMITED BY SIZE INTO CAT-REPORT-LINE
           END-STRING.
           WRITE CAT-REPORT-LINE.

           INITIALIZE WS-STATE-TOTALS.
           INITIALIZE WS-BOOK-TOTALS.
           MOVE SPACES TO WS-PREV-STATE.
           PERFORM VARYING WS-ZN-IDX FROM 1 BY 1
               UNTIL WS-ZN-IDX > WS-ZN-COUNT
               IF WS-ZN-STATE(WS-ZN-IDX) NOT = WS-PREV-STATE
                   AND WS-ZN-IDX > 1
                   PERFORM E200-WRITE-STATE-TOTAL
               END-IF
               MOVE WS-ZN-STATE(WS-ZN-IDX) TO WS-PREV-STATE
               PERFORM E100-WRITE-ZONE-LINE
           END-PERFORM.
           IF WS-ZN-COUNT > 0
               PERFORM E200-WRITE-STATE-TOTAL
           END-IF.

           COMPUTE WS-ZONE-INSURED =
               WS-BK-INSURED(1) + WS-BK-INSURED(2).
           MOVE WS-BK-COUNT(1) TO WS-HOME-CNT-DISPLAY.
           MOVE WS-BK-COUNT(2) TO WS-AUTO-CNT-DISPLAY.
           MOVE WS-BK-INSURED(1) TO WS-HOME-TIV-DISPLAY.
           MOVE WS-BK-INSURED(2) TO WS-AUTO-TIV-DISPLAY.
           MOVE WS-ZONE-INSURED TO WS-TOTAL-TIV-DISPLAY.
           MOVE WS-BK-CEDED TO WS-CEDED-DISPLAY.
           MOVE WS-BK-RETAINED TO WS-RETAINED-DISPLAY.
           MOVE SPACES TO CAT-REPORT-LINE.
           STRING "BOOK  " WS-HOME-CNT-DISPLAY " "
               WS-HOME-TIV-DISPLAY "  " WS-AUTO-CNT-DISPLAY " "
               WS-AUTO-TIV-DISPLAY " " WS-TOTAL-TIV-DISPLAY " "
               WS-CEDED-DISPLAY " " WS-RETAINED-DISPLAY
               DELIMITED BY SIZE INTO CAT-REPORT-LINE
           END-STRING.
           WRITE CAT-REPORT-LINE.

           PERFORM E300-WRITE-CONCENTRATIONS.

           CLOSE CAT-REPORT-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-REPORT-FILENAME
               WS-REPORT-STABLE.

       E100-WRITE-ZONE-LINE.
           COMPUTE WS-ZONE-INSURED = WS-ZN-INSURED(WS-ZN-IDX, 1)
               + WS-ZN-INSURED(WS-ZN-IDX, 2).
           COMPUTE WS-ZONE-CEDED = WS-ZN-CEDED(WS-ZN-IDX, 1)
               + WS-ZN-CEDED(WS-ZN-IDX, 2).
           COMPUTE WS-ZONE-RETAINED = WS-ZN-RETAINED(WS-ZN-IDX, 1)
               + WS-ZN-RETAINED(WS-ZN-IDX, 2).

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 2
               ADD WS-ZN-POLICIES(WS-ZN-IDX, WS-LINE-SUB)
                   TO WS-ST-COUNT(WS-LINE-SUB)
               ADD WS-ZN-INSURED(WS-ZN-IDX, WS-LINE-SUB)
                   TO WS-ST-INSURED(WS-LINE-SUB)
           END-PERFORM.
           ADD WS-ZONE-CEDED TO WS-ST-CEDED.
           ADD WS-ZONE-RETAINED TO WS-ST-RETAINED.

           IF WS-ZN-OVER(WS-ZN-IDX) = 'Y'
               MOVE "OVER LIMIT" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF.

           MOVE WS-ZN-POLICIES(WS-ZN-IDX, 1) TO WS-HOME-CNT-DISPLAY.
           MOVE WS-ZN-POLICIES(WS-ZN-IDX, 2) TO WS-AUTO-CNT-DISPLAY.
           MOVE WS-ZN-INSURED(WS-ZN-IDX, 1) TO WS-HOME-TIV-DISPLAY.
           MOVE WS-ZN-INSURED(WS-ZN-IDX, 2) TO WS-AUTO-TIV-DISPLAY.
           MOVE WS-ZONE-INSURED TO WS-TOTAL-TIV-DISPLAY.
           MOVE WS-ZONE-CEDED TO WS-CEDED-DISPLAY.
           MOVE WS-ZONE-RETAINED TO WS-RETAINED-DISPLAY.
           MOVE SPACES TO CAT-REPORT-LINE.
           STRING WS-ZN-STATE(WS-ZN-IDX) " " WS-ZN-ZIP3(WS-ZN-IDX)
               " " WS-HOME-CNT-DISPLAY " " WS-HOME-TIV-DISPLAY "  "
               WS-AUTO-CNT-DISPLAY " " WS-AUTO-TIV-DISPLAY " "
               WS-TOTAL-TIV-DISPLAY " " WS-CEDED-DISPLAY " "
               WS-RETAINED-DISPLAY " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO CAT-REPORT-LINE
           END-STRING.
           WRITE CAT-REPORT-LINE.

       E200-WRITE-STATE-TOTAL.
           COMPUTE WS-ZONE-INSURED =
               WS-ST-INSURED(1) + WS-ST-INSURED(2).
           MOVE WS-ST-COUNT(1) TO WS-HOME-CNT-DISPLAY.
           MOVE WS-ST-COUNT(2) TO WS-AUTO-CNT-DISPLAY.
           MOVE WS-ST-INSURED(1) TO WS-HOME-TIV-DISPLAY.
           MOVE WS-ST-INSURED(2) TO WS-AUTO-TIV-DISPLAY.
           MOVE WS-ZONE-INSURED TO WS-TOTAL-TIV-DISPLAY.
           MOVE WS-ST-CEDED TO WS-CEDED-DISPLAY.
           MOVE WS-ST-RETAINED TO WS-RETAINED-DISPLAY.
           MOVE SPACES TO CAT-REPORT-LINE.
           STRING WS-PREV-STATE "    " WS-HOME-CNT-DISPLAY " "
               WS-HOME-TIV-DISPLAY "  " WS-AUTO-CNT-DISPLAY " "
               WS-AUTO-TIV-DISPLAY " " WS-TOTAL-TIV-DISPLAY " "
               WS-CEDED-DISPLAY " " WS-RETAINED-DISPLAY " STATE"
               DELIMITED BY SIZE INTO CAT-REPORT-LINE
           END-STRING.
           WRITE CAT-REPORT-LINE.
           MOVE SPACES TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 2
               ADD WS-ST-COUNT(WS-LINE-SUB)
                   TO WS-BK-COUNT(WS-LINE-SUB)
               ADD WS-ST-INSURED(WS-LINE-SUB)
                   TO WS-BK-INSURED(WS-LINE-SUB)
           END-PERFORM.
           ADD WS-ST-CEDED TO WS-BK-CEDED.
           ADD WS-ST-RETAINED TO WS-BK-RETAINED.
           INITIALIZE WS-STATE-TOTALS.

       E300-WRITE-CONCENTRATIONS.
           MOVE SPACES TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.
           IF WS-OVER-COUNT = 0
               MOVE "NO ZONE OVER ITS MANAGEMENT LIMIT"
                   TO CAT-REPORT-LINE
               WRITE CAT-REPORT-LINE
           ELSE
               MOVE SPACES TO CAT-REPORT-LINE
               STRING "CONCENTRATIONS OVER MANAGEMENT LIMIT: "
                   WS-OVER-COUNT " ZONES"
                   DELIMITED BY SIZE INTO CAT-REPORT-LINE
               END-STRING
               WRITE CAT-REPORT-LINE
               MOVE "ST ZIP   TOTAL-VALUE     LIMIT       OVER-BY"
                   TO CAT-REPORT-LINE
               WRITE CAT-REPORT-LINE
               PERFORM VARYING WS-ZN-IDX FROM 1 BY 1
                   UNTIL WS-ZN-IDX > WS-ZN-COUNT
                   IF WS-ZN-OVER(WS-ZN-IDX) = 'Y'
                       PERFORM E310-WRITE-OVER-LINE
                   END-IF
               END-PERFORM
           END-IF.

       E310-WRITE-OVER-LINE.
           COMPUTE WS-ZONE-INSURED = WS-ZN-INSURED(WS-ZN-IDX, 1)
               + WS-ZN-INSURED(WS-ZN-IDX, 2).
           COMPUTE WS-OVER-BY =
               WS-ZONE-INSURED - WS-ZN-LIMIT(WS-ZN-IDX).
           MOVE WS-ZONE-INSURED TO WS-TOTAL-TIV-DISPLAY.
           MOVE WS-ZN-LIMIT(WS-ZN-IDX) TO WS-LIMIT-DISPLAY.
           MOVE WS-OVER-BY TO WS-OVER-DISPLAY.
           MOVE SPACES TO CAT-REPORT-LINE.
           STRING WS-ZN-STATE(WS-ZN-IDX) " " WS-ZN-ZIP3(WS-ZN-IDX)
               " " WS-TOTAL-TIV-DISPLAY " " WS-LIMIT-DISPLAY " "
               WS-OVER-DISPLAY
               DELIMITED BY SIZE INTO CAT-REPORT-LINE
           END-STRING.
           WRITE CAT-REPORT-LINE.

      *> One row per zone and line that has business in it.
       F000-WRITE-MODEL-FILE.
           STRING "data/CATMODEL-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO WS-MODEL-FILENAME
           END-STRING.
           OPEN OUTPUT CAT-MODEL-FILE.
           MOVE ZEROS TO WS-MODEL-COUNT.

           PERFORM VARYING WS-ZN-IDX FROM 1 BY 1
               UNTIL WS-ZN-IDX > WS-ZN-COUNT
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 2
                   IF WS-ZN-POLICIES(WS-ZN-IDX, WS-LINE-SUB) > 0
                       PERFORM F100-WRITE-MODEL-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE CAT-MODEL-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-MODEL-FILENAME
               WS-MODEL-STABLE.

       F100-WRITE-MODEL-ROW.
           MOVE WS-TODAY TO CATM-AS-OF-DATE.
           MOVE WS-ZN-STATE(WS-ZN-IDX) TO CATM-STATE.
           MOVE WS-ZN-ZIP3(WS-ZN-IDX) TO CATM-ZIP-PREFIX.
           IF WS-LINE-SUB = 1
               MOVE "HOME" TO CATM-LINE
           ELSE
               MOVE "AUTO" TO CATM-LINE
           END-IF.
           MOVE WS-ZN-POLICIES(WS-ZN-IDX, WS-LINE-SUB)
               TO CATM-POLICY-COUNT.
           MOVE WS-ZN-INSURED(WS-ZN-IDX, WS-LINE-SUB)
               TO CATM-INSURED-VALUE.
           MOVE WS-ZN-CEDED(WS-ZN-IDX, WS-LINE-SUB)
               TO CATM-CEDED-VALUE.
           MOVE WS-ZN-RETAINED(WS-ZN-IDX, WS-LINE-SUB)
               TO CATM-RETAINED-VALUE.
           MOVE WS-ZN-OVER(WS-ZN-IDX) TO CATM-OVER-LIMIT.
           WRITE CATMODEL-RECORD.
           ADD 1 TO WS-MODEL-COUNT.
