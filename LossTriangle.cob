       IDENTIFICATION DIVISION.
       PROGRAM-ID. LossTriangle.

      *> Quarterly loss development triangles for the actuary's IBNR
      *> work - paid and incurred losses by accident year and
      *> POLICY-TYPE, developed from the claim transaction history
      *> (data/CLMHIST.DAT) instead of being rebuilt by hand from
      *> old printouts.
      *> The accident year is the year of the claim's CLAIM-DATE.
      *> Development ages run 12, 24, ... 120 months: age 12 is the
      *> accident year's own December 31st, age 24 the next one, and
      *> so on - a cell is filled once its evaluation date has
      *> passed. The LATEST column is every accident year evaluated
      *> as of the run's business date (the current quarter-end), so
      *> the partly-developed diagonal is there too. Paid is the
      *> claims' paid to date; incurred is paid plus the open
      *> reserve, both as the history stood on each evaluation date.
      *> Each history row is turned into the change it made to its
      *> claim's paid and incurred since the claim's previous row,
      *> so a claim opened before the history was kept enters at
      *> the full amount shown on its first row. The history is
      *> sorted by claim and transaction date (file order within a
      *> date) first, so each claim's rows arrive together and the
      *> running paid and incurred are reset on the claim break -
      *> no claim table, whatever the size of the history.
      *> Age-to-age factors under each triangle are volume-weighted:
      *> the sum of the later age over the sum of the earlier age,
      *> across the accident years that have reached the later age.
      *> Covers the ten most recent accident years; anything older
      *> is counted and left out. Runs at quarter-end from
      *> InsuranceCycle.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'data/CLMHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMHIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'data/LOSSSORT.TMP'.

           SELECT TRIANGLE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-HISTORY-FILE.
       COPY CLMHIST.

       FD  TRIANGLE-REPORT-FILE.
       01  TRIANGLE-REPORT-LINE        PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CLAIM-NUMBER       PIC 9(7).
           05  SORT-TRAN-DATE          PIC 9(8).
           05  SORT-SEQ                PIC 9(9).
           05  SORT-HISTORY-ROW        PIC X(77).

       WORKING-STORAGE SECTION.
       01 WS-CLMHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-HISTORY PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY            PIC 9(4).
           05 WS-TODAY-MMDD            PIC 9(4).
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/LOSSTRI.TXT'.

      *> Accident years covered - WS-FIRST-AY is slot 1.
       01 WS-FIRST-AY PIC 9(4) VALUE ZEROS.
       01 WS-ROW-AY PIC 9(4) VALUE ZEROS.
       01 WS-AY-SUB PIC 9(2) VALUE ZEROS.
       01 WS-AGE-SUB PIC 9(2) VALUE ZEROS.
       01 WS-NEXT-SUB PIC 9(2) VALUE ZEROS.
       01 WS-EVAL-DATE PIC 9(8) VALUE ZEROS.
       01 WS-EVAL-YEAR PIC 9(4) VALUE ZEROS.

      *> The current claim's paid and incurred as of its last
      *> history row, so the next row can be turned into a change.
       01 WS-END-OF-SORT PIC X(1) VALUE 'N'.
       01 WS-FIRST-ROW PIC X(1) VALUE 'Y'.
       01 WS-PREV-CLAIM PIC 9(7) VALUE ZEROS.
       01 WS-CLAIM-PAID PIC S9(9)V99 VALUE ZEROS.
       01 WS-CLAIM-INCURRED PIC S9(9)V99 VALUE ZEROS.
       01 WS-CLAIM-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-HISTORY-SEQ PIC 9(9) VALUE ZEROS.
       01 WS-ROW-INCURRED PIC S9(9)V99 VALUE ZEROS.
       01 WS-PAID-CHANGE PIC S9(9)V99 VALUE ZEROS.
       01 WS-INCURRED-CHANGE PIC S9(9)V99 VALUE ZEROS.

      *> One triangle pair per POLICY-TYPE seen, grow-as-you-go the
      *> way PremiumSummary.cob builds its type table. Ages 1-10 are
      *> 12-120 months; age 11 is the LATEST (as-of) column.
       01 WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 10 TIMES INDEXED BY WS-TY-IDX.
               10 WS-TY-NAME            PIC X(10).
               10 WS-TY-AY OCCURS 10 TIMES.
                   15 WS-TY-CELL OCCURS 11 TIMES.
                       20 WS-TY-PAID    PIC S9(11)V99.
                       20 WS-TY-INCURRED
                                        PIC S9(11)V99.
       01 WS-TY-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-TY-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-ROW-TYPE PIC X(10) VALUE SPACES.

       01 WS-ROW-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-OLD-AY-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-DROPPED-COUNT PIC 9(7) VALUE ZEROS.

      *> Report working fields. WS-MEASURE is 'P' paid or 'I'
      *> incurred for the triangle being printed.
       01 WS-MEASURE PIC X(1) VALUE 'P'.
       01 WS-CELL-VALUE PIC S9(11)V99 VALUE ZEROS.
       01 WS-FACTOR-NUM PIC S9(13)V99 VALUE ZEROS.
       01 WS-FACTOR-DEN PIC S9(13)V99 VALUE ZEROS.
       01 WS-FACTOR PIC 9(3)V9999 VALUE ZEROS.
       01 WS-LINE-POS PIC 9(3) VALUE ZEROS.
       01 WS-CELL-DISPLAY PIC -(9)9 VALUE ZEROS.
       01 WS-FACTOR-DISPLAY PIC ZZ9.9999 VALUE ZEROS.
       01 WS-AGE-DISPLAY PIC ZZ9 VALUE ZEROS.
       01 WS-NEXT-AGE-DISPLAY PIC ZZ9 VALUE ZEROS.
       01 WS-TITLE-TEXT PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-FIRST-AY = WS-TODAY-YYYY - 9.
           INITIALIZE WS-TYPE-TABLE.

           OPEN INPUT CLAIM-HISTORY-FILE.
           IF WS-CLMHIST-STATUS NOT = '00'
               DISPLAY "NO CLAIM HISTORY ON FILE, NO TRIANGLES TO "
                   "BUILD"
               STOP RUN
           END-IF.
           CLOSE CLAIM-HISTORY-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CLAIM-NUMBER SORT-TRAN-DATE
                   SORT-SEQ
               INPUT PROCEDURE IS A100-RELEASE-HISTORY
               OUTPUT PROCEDURE IS A200-RETURN-SORTED.

           PERFORM D000-WRITE-REPORT.

           DISPLAY "LOSS TRIANGLES AS OF " WS-TODAY.
           DISPLAY "HISTORY ROWS DEVELOPED:   " WS-ROW-COUNT.
           DISPLAY "CLAIMS:                   " WS-CLAIM-COUNT.
           DISPLAY "POLICY TYPES:             " WS-TY-COUNT.
           IF WS-OLD-AY-COUNT > 0
               DISPLAY "ROWS BEFORE ACCIDENT YEAR " WS-FIRST-AY ": "
                   WS-OLD-AY-COUNT
           END-IF.
           IF WS-DROPPED-COUNT > 0
               DISPLAY "ROWS NOT DEVELOPED - TABLE FULL: "
                   WS-DROPPED-COUNT
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Rows dated after the business date are left out; the rest
      *> carry their place on the file, so two rows for a claim on
      *> the same date stay in the order they were written.
       A100-RELEASE-HISTORY.
           OPEN INPUT CLAIM-HISTORY-FILE.
           READ CLAIM-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-HISTORY
           END-READ.

           PERFORM UNTIL WS-END-OF-HISTORY = 'Y'
               ADD 1 TO WS-HISTORY-SEQ
               IF CLMH-TRAN-DATE <= WS-TODAY
                   MOVE CLMH-CLAIM-NUMBER TO SORT-CLAIM-NUMBER
                   MOVE CLMH-TRAN-DATE TO SORT-TRAN-DATE
                   MOVE WS-HISTORY-SEQ TO SORT-SEQ
                   MOVE CLMHIST-RECORD TO SORT-HISTORY-ROW
                   RELEASE SORT-RECORD
               END-IF

               READ CLAIM-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-HISTORY
               END-READ
           END-PERFORM.

           CLOSE CLAIM-HISTORY-FILE.

       A200-RETURN-SORTED.
           PERFORM UNTIL WS-END-OF-SORT = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-SORT
                   NOT AT END
                       MOVE SORT-HISTORY-ROW TO CLMHIST-RECORD
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM B000-DEVELOP-ROW
               END-RETURN
           END-PERFORM.

      *> The change this row made to its claim, applied to every
      *> evaluation date on or after the row's date. A new claim
      *> starts from nothing.
       B000-DEVELOP-ROW.
           IF WS-FIRST-ROW = 'Y'
               OR CLMH-CLAIM-NUMBER NOT = WS-PREV-CLAIM
               ADD 1 TO WS-CLAIM-COUNT
               MOVE ZEROS TO WS-CLAIM-PAID
               MOVE ZEROS TO WS-CLAIM-INCURRED
               MOVE CLMH-CLAIM-NUMBER TO WS-PREV-CLAIM
               MOVE 'N' TO WS-FIRST-ROW
           END-IF.

           COMPUTE WS-ROW-INCURRED =
               CLMH-PAID-TO-DATE + CLMH-RESERVE-AFTER.
           COMPUTE WS-PAID-CHANGE =
               CLMH-PAID-TO-DATE - WS-CLAIM-PAID.
           COMPUTE WS-INCURRED-CHANGE =
               WS-ROW-INCURRED - WS-CLAIM-INCURRED.
           MOVE CLMH-PAID-TO-DATE TO WS-CLAIM-PAID.
           MOVE WS-ROW-INCURRED TO WS-CLAIM-INCURRED.

           MOVE CLMH-ACCIDENT-DATE(1:4) TO WS-ROW-AY.
           IF WS-ROW-AY < WS-FIRST-AY
               OR WS-ROW-AY > WS-TODAY-YYYY
               ADD 1 TO WS-OLD-AY-COUNT
           ELSE
               PERFORM B200-FIND-TYPE
               IF WS-TY-FOUND = ZEROS
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   COMPUTE WS-AY-SUB = WS-ROW-AY - WS-FIRST-AY + 1
                   PERFORM C000-POST-CHANGE
               END-IF
           END-IF.

       B200-FIND-TYPE.
           IF CLMH-POLICY-TYPE = SPACES
               MOVE "UNKNOWN" TO WS-ROW-TYPE
           ELSE
               MOVE CLMH-POLICY-TYPE TO WS-ROW-TYPE
           END-IF.

           MOVE ZEROS TO WS-TY-FOUND.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TY-COUNT OR WS-TY-FOUND > 0
               IF WS-TY-NAME(WS-TY-IDX) = WS-ROW-TYPE
                   SET WS-TY-FOUND TO WS-TY-IDX
               END-IF
           END-PERFORM.

           IF WS-TY-FOUND = ZEROS AND WS-TY-COUNT < 10
               ADD 1 TO WS-TY-COUNT
               MOVE WS-ROW-TYPE TO WS-TY-NAME(WS-TY-COUNT)
               MOVE WS-TY-COUNT TO WS-TY-FOUND
           END-IF.

      *> Ages whose evaluation date is still in the future stay
      *> empty; the LATEST column takes everything up to today.
       C000-POST-CHANGE.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 10
               COMPUTE WS-EVAL-YEAR = WS-ROW-AY + WS-AGE-SUB - 1
               COMPUTE WS-EVAL-DATE = WS-EVAL-YEAR * 10000 + 1231
               IF WS-EVAL-DATE <= WS-TODAY
                   AND WS-EVAL-DATE >= CLMH-TRAN-DATE
                   ADD WS-PAID-CHANGE TO WS-TY-PAID(WS-TY-FOUND,
                       WS-AY-SUB, WS-AGE-SUB)
                   ADD WS-INCURRED-CHANGE TO WS-TY-INCURRED(
                       WS-TY-FOUND, WS-AY-SUB, WS-AGE-SUB)
               END-IF
           END-PERFORM.
           ADD WS-PAID-CHANGE TO WS-TY-PAID(WS-TY-FOUND, WS-AY-SUB, 11).
           ADD WS-INCURRED-CHANGE
               TO WS-TY-INCURRED(WS-TY-FOUND, WS-AY-SUB, 11).

       D000-WRITE-REPORT.
           STRING "data/LOSSTRI-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT TRIANGLE-REPORT-FILE.

           MOVE SPACES TO TRIANGLE-REPORT-LINE.
           STRING "LOSS DEVELOPMENT TRIANGLES AS OF " WS-TODAY
               "   ACCIDENT YEARS " WS-FIRST-AY "-" WS-TODAY-YYYY
               "   AGES IN MONTHS, WHOLE DOLLARS"
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-LINE
           END-STRING.
           WRITE TRIANGLE-REPORT-LINE.

           IF WS-TY-COUNT = 0
               MOVE "NO CLAIM ACTIVITY IN THE ACCIDENT YEARS COVERED"
                   TO TRIANGLE-REPORT-LINE
               WRITE TRIANGLE-REPORT-LINE
           END-IF.

           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TY-COUNT
               MOVE 'P' TO WS-MEASURE
               PERFORM D100-WRITE-TRIANGLE
               MOVE 'I' TO WS-MEASURE
               PERFORM D100-WRITE-TRIANGLE
           END-PERFORM.

           CLOSE TRIANGLE-REPORT-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-REPORT-FILENAME
               WS-REPORT-STABLE.

       D100-WRITE-TRIANGLE.
           IF WS-MEASURE = 'P'
               MOVE "PAID" TO WS-TITLE-TEXT
           ELSE
               MOVE "INCURRED" TO WS-TITLE-TEXT
           END-IF.
           MOVE SPACES TO TRIANGLE-REPORT-LINE.
           WRITE TRIANGLE-REPORT-LINE.
           STRING FUNCTION TRIM(WS-TITLE-TEXT)
               " LOSS DEVELOPMENT - " WS-TY-NAME(WS-TY-IDX)
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-LINE
           END-STRING.
           WRITE TRIANGLE-REPORT-LINE.

           MOVE SPACES TO TRIANGLE-REPORT-LINE.
           MOVE "AY" TO TRIANGLE-REPORT-LINE(1:2).
           MOVE 7 TO WS-LINE-POS.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 10
               COMPUTE WS-AGE-DISPLAY = WS-AGE-SUB * 12
               MOVE WS-AGE-DISPLAY
                   TO TRIANGLE-REPORT-LINE(WS-LINE-POS + 7:3)
               ADD 11 TO WS-LINE-POS
           END-PERFORM.
           MOVE "    LATEST" TO TRIANGLE-REPORT-LINE(WS-LINE-POS:10).
           WRITE TRIANGLE-REPORT-LINE.

           PERFORM VARYING WS-AY-SUB FROM 1 BY 1
               UNTIL WS-AY-SUB > 10
               PERFORM D200-WRITE-AY-ROW
           END-PERFORM.

           PERFORM D300-WRITE-FACTORS.

      *> A cell prints only once its evaluation date has passed.
       D200-WRITE-AY-ROW.
           COMPUTE WS-ROW-AY = WS-FIRST-AY + WS-AY-SUB - 1.
           MOVE SPACES TO TRIANGLE-REPORT-LINE.
           MOVE WS-ROW-AY TO TRIANGLE-REPORT-LINE(1:4).
           MOVE 7 TO WS-LINE-POS.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 11
               IF WS-AGE-SUB = 11
                   MOVE WS-TODAY TO WS-EVAL-DATE
               ELSE
                   COMPUTE WS-EVAL-YEAR = WS-ROW-AY + WS-AGE-SUB - 1
                   COMPUTE WS-EVAL-DATE = WS-EVAL-YEAR * 10000 + 1231
               END-IF
               IF WS-EVAL-DATE <= WS-TODAY
                   PERFORM D250-PICK-CELL
                   COMPUTE WS-CELL-DISPLAY ROUNDED = WS-CELL-VALUE
                   MOVE WS-CELL-DISPLAY
                       TO TRIANGLE-REPORT-LINE(WS-LINE-POS:10)
               END-IF
               ADD 11 TO WS-LINE-POS
           END-PERFORM.
           WRITE TRIANGLE-REPORT-LINE.

       D250-PICK-CELL.
           IF WS-MEASURE = 'P'
               MOVE WS-TY-PAID(WS-TY-IDX, WS-AY-SUB, WS-AGE-SUB)
                   TO WS-CELL-VALUE
           ELSE
               MOVE WS-TY-INCURRED(WS-TY-IDX, WS-AY-SUB, WS-AGE-SUB)
                   TO WS-CELL-VALUE
           END-IF.

      *> Factor for age n to n+1 over the accident years that have
      *> reached age n+1; blank where none has, or the earlier age
      *> sums to nothing.
       D300-WRITE-FACTORS.
           MOVE SPACES TO TRIANGLE-REPORT-LINE.
           MOVE "AGE-TO-AGE FACTORS" TO TRIANGLE-REPORT-LINE.
           WRITE TRIANGLE-REPORT-LINE.
           MOVE SPACES TO TRIANGLE-REPORT-LINE.
           MOVE 7 TO WS-LINE-POS.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 9
               COMPUTE WS-AGE-DISPLAY = WS-AGE-SUB * 12
               COMPUTE WS-NEXT-AGE-DISPLAY = WS-AGE-SUB * 12 + 12
               STRING WS-AGE-DISPLAY "-" WS-NEXT-AGE-DISPLAY
                   DELIMITED BY SIZE
                   INTO TRIANGLE-REPORT-LINE(WS-LINE-POS + 3:7)
               END-STRING
               ADD 11 TO WS-LINE-POS
           END-PERFORM.
           WRITE TRIANGLE-REPORT-LINE.

           MOVE SPACES TO TRIANGLE-REPORT-LINE.
           MOVE 7 TO WS-LINE-POS.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 9
               PERFORM D310-COMPUTE-FACTOR
               ADD 11 TO WS-LINE-POS
           END-PERFORM.
           WRITE TRIANGLE-REPORT-LINE.

       D310-COMPUTE-FACTOR.
           MOVE ZEROS TO WS-FACTOR-NUM.
           MOVE ZEROS TO WS-FACTOR-DEN.
           COMPUTE WS-NEXT-SUB = WS-AGE-SUB + 1.
           PERFORM VARYING WS-AY-SUB FROM 1 BY 1
               UNTIL WS-AY-SUB > 10
               COMPUTE WS-EVAL-YEAR =
                   WS-FIRST-AY + WS-AY-SUB - 1 + WS-NEXT-SUB - 1
               COMPUTE WS-EVAL-DATE = WS-EVAL-YEAR * 10000 + 1231
               IF WS-EVAL-DATE <= WS-TODAY
                   IF WS-MEASURE = 'P'
                       ADD WS-TY-PAID(WS-TY-IDX, WS-AY-SUB,
                           WS-NEXT-SUB) TO WS-FACTOR-NUM
                       ADD WS-TY-PAID(WS-TY-IDX, WS-AY-SUB,
                           WS-AGE-SUB) TO WS-FACTOR-DEN
                   ELSE
                       ADD WS-TY-INCURRED(WS-TY-IDX, WS-AY-SUB,
                           WS-NEXT-SUB) TO WS-FACTOR-NUM
                       ADD WS-TY-INCURRED(WS-TY-IDX, WS-AY-SUB,
                           WS-AGE-SUB) TO WS-FACTOR-DEN
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FACTOR-DEN > 0 AND WS-FACTOR-NUM >= 0
               COMPUTE WS-FACTOR ROUNDED =
                   WS-FACTOR-NUM / WS-FACTOR-DEN
               MOVE WS-FACTOR TO WS-FACTOR-DISPLAY
               MOVE WS-FACTOR-DISPLAY
                   TO TRIANGLE-REPORT-LINE(WS-LINE-POS + 2:8)
           END-IF.
