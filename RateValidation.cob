      *> flag the batch rating jobs insist on before they will touch
      *> the rate file. A gap between bands used to reject applicants
      *> silently as "INVALID INSURANCE TYPE"; now it fails this edit
      *> instead. TERRITORY.DAT gets the same treatment: each state's
      *> ZIP-prefix ranges must cover 000-999 with no gaps and no
      *> overlapping or duplicate rows, and carry non-zero factors.
      *> Its errors count against the same clearance flag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT TERR-FILE ASSIGN TO 'TERRITORY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERR-STATUS.

           SELECT RATE-CHECK-REPORT ASSIGN TO 'data/RATECHK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       FD  RATE-FILE.
       COPY PREMRATD.

       FD  TERR-FILE.
       COPY TERRTAB.

       FD  RATE-CHECK-REPORT.
       01  RATE-CHECK-LINE             PIC X(70).

       01 WS-MAX-AGE PIC 9(3) VALUE 100.
       COPY PREMRATE.

       01 WS-TERR-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-TERR PIC X(1) VALUE 'N'.
       01 WS-TERR-FILE-OPEN PIC X(1) VALUE 'N'.
       01 WS-MAX-ZIP-PREFIX PIC 9(3) VALUE 999.
       COPY TERRTBL.

      *> Distinct states on the territory file, worked one at a time.
       01 STATE-LIST-TABLE.
           05  STATE-LIST-ENTRY OCCURS 60 TIMES INDEXED BY SL-IDX.
               10  SL-STATE             PIC X(2).
       01 WS-STATE-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-FOUND-STATE PIC X(1) VALUE 'N'.
       01 WS-WORK-STATE PIC X(2) VALUE SPACES.
       01 WS-STATE-SUB PIC 9(2) VALUE ZEROS.

      *> One state's ZIP-prefix ranges, sorted by low prefix so the
      *> gap/overlap walk matches the age-band walk above.
       01 ZIP-RANGE-TABLE.
           05  ZIP-RANGE-ENTRY OCCURS 200 TIMES INDEXED BY ZR-IDX.
               10  ZR-ZIP-LOW           PIC 9(3).
               10  ZR-ZIP-HIGH          PIC 9(3).
       01 WS-RANGE-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-RANGE-SUB PIC 9(3) VALUE ZEROS.
       01 WS-RANGE-SUB2 PIC 9(3) VALUE ZEROS.
      *> One past the highest prefix covered so far - 9(4) so a range
      *> ending at 999 can move it past the top of the prefix range.
       01 WS-EXPECTED-ZIP PIC 9(4) VALUE ZEROS.
       01 WS-ZIP-GAP-HIGH PIC 9(3) VALUE ZEROS.
       01 WS-ZIP-DISPLAY PIC 9(3) VALUE ZEROS.

      *> Distinct RATE-TYPEs seen, worked one at a time so the band
      *> checks stay within a type.
       01 TYPE-LIST-TABLE.

           PERFORM E000-CHECK-FACTORS.

           PERFORM J000-CHECK-TERRITORIES.

           MOVE SPACES TO RATE-CHECK-LINE.
           STRING "ERRORS FOUND: " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO RATE-CHECK-LINE
           END-STRING.
           WRITE RATE-CHECK-LINE.

      *> No territory file means no territory rating - noted on the
      *> report, not counted as an error.
       J000-CHECK-TERRITORIES.
           PERFORM J100-LOAD-TERRITORY-TABLE.
           IF WS-TERR-FILE-OPEN = 'N'
               MOVE "NO TERRITORY.DAT - TERRITORY RATING NOT IN USE"
                   TO RATE-CHECK-LINE
               WRITE RATE-CHECK-LINE
           ELSE
               PERFORM J200-BUILD-STATE-LIST
               PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-COUNT
                   MOVE SL-STATE(WS-STATE-SUB) TO WS-WORK-STATE
                   PERFORM J300-CHECK-ONE-STATE
               END-PERFORM
               PERFORM J600-CHECK-TERR-FACTORS
           END-IF.

       J100-LOAD-TERRITORY-TABLE.
           MOVE ZEROS TO TT-TERR-COUNT.
           MOVE 'N' TO WS-END-OF-TERR.

           OPEN INPUT TERR-FILE.
           IF WS-TERR-STATUS NOT = '00'
               MOVE 'N' TO WS-TERR-FILE-OPEN
               MOVE 'Y' TO WS-END-OF-TERR
           ELSE
               MOVE 'Y' TO WS-TERR-FILE-OPEN
           END-IF.

           PERFORM UNTIL WS-END-OF-TERR = 'Y'
               READ TERR-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-TERR
                   NOT AT END
                       IF TT-TERR-COUNT = 200
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "TERRITORY FILE OVER 200 ROWS"
                               TO RATE-CHECK-LINE
                           WRITE RATE-CHECK-LINE
                           MOVE 'Y' TO WS-END-OF-TERR
                       ELSE
                           ADD 1 TO TT-TERR-COUNT
                           MOVE TERR-STATE TO TT-STATE(TT-TERR-COUNT)
                           MOVE TERR-ZIP-LOW
                               TO TT-ZIP-LOW(TT-TERR-COUNT)
                           MOVE TERR-ZIP-HIGH
                               TO TT-ZIP-HIGH(TT-TERR-COUNT)
                           MOVE TERR-AUTO-FACTOR
                               TO TT-AUTO-FACTOR(TT-TERR-COUNT)
                           MOVE TERR-HOME-FACTOR
                               TO TT-HOME-FACTOR(TT-TERR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TERR-FILE-OPEN = 'Y'
               CLOSE TERR-FILE
           END-IF.

       J200-BUILD-STATE-LIST.
           MOVE ZEROS TO WS-STATE-COUNT.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-TERR-COUNT
               MOVE 'N' TO WS-FOUND-STATE
               PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-STATE-COUNT
                   IF SL-STATE(SL-IDX) = TT-STATE(TT-IDX)
                       MOVE 'Y' TO WS-FOUND-STATE
                   END-IF
               END-PERFORM
               IF WS-FOUND-STATE = 'N' AND WS-STATE-COUNT < 60
                   ADD 1 TO WS-STATE-COUNT
                   MOVE TT-STATE(TT-IDX) TO SL-STATE(WS-STATE-COUNT)
               END-IF
           END-PERFORM.

       J300-CHECK-ONE-STATE.
           MOVE ZEROS TO WS-RANGE-COUNT.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-TERR-COUNT
               IF TT-STATE(TT-IDX) = WS-WORK-STATE
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE TT-ZIP-LOW(TT-IDX)
                       TO ZR-ZIP-LOW(WS-RANGE-COUNT)
                   MOVE TT-ZIP-HIGH(TT-IDX)
                       TO ZR-ZIP-HIGH(WS-RANGE-COUNT)
               END-IF
           END-PERFORM.

           PERFORM J400-SORT-RANGES.
           PERFORM J500-WALK-RANGES.

      *> Same exchange sort as D100-SORT-BANDS, on the low prefix.
       J400-SORT-RANGES.
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB >= WS-RANGE-COUNT
               COMPUTE WS-RANGE-SUB2 = WS-RANGE-SUB + 1
               PERFORM UNTIL WS-RANGE-SUB2 > WS-RANGE-COUNT
                   IF ZR-ZIP-LOW(WS-RANGE-SUB2)
                       < ZR-ZIP-LOW(WS-RANGE-SUB)
                       MOVE ZR-ZIP-LOW(WS-RANGE-SUB) TO WS-SWAP-LOW
                       MOVE ZR-ZIP-HIGH(WS-RANGE-SUB) TO WS-SWAP-HIGH
                       MOVE ZR-ZIP-LOW(WS-RANGE-SUB2)
                           TO ZR-ZIP-LOW(WS-RANGE-SUB)
                       MOVE ZR-ZIP-HIGH(WS-RANGE-SUB2)
                           TO ZR-ZIP-HIGH(WS-RANGE-SUB)
                       MOVE WS-SWAP-LOW TO ZR-ZIP-LOW(WS-RANGE-SUB2)
                       MOVE WS-SWAP-HIGH TO ZR-ZIP-HIGH(WS-RANGE-SUB2)
                   END-IF
                   ADD 1 TO WS-RANGE-SUB2
               END-PERFORM
           END-PERFORM.

      *> A duplicated row shows up here as an overlap at its own low
      *> prefix - the sorted walk cannot tell the two apart, and
      *> either way two factors claim the same ZIPs.
       J500-WALK-RANGES.
           MOVE ZEROS TO WS-EXPECTED-ZIP.
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
               IF ZR-ZIP-LOW(WS-RANGE-SUB) > WS-EXPECTED-ZIP
                   PERFORM K100-REPORT-ZIP-GAP
               END-IF
               IF ZR-ZIP-LOW(WS-RANGE-SUB) < WS-EXPECTED-ZIP
                   PERFORM K200-REPORT-ZIP-OVERLAP
               END-IF
               IF ZR-ZIP-HIGH(WS-RANGE-SUB)
                   < ZR-ZIP-LOW(WS-RANGE-SUB)
                   PERFORM K300-REPORT-ZIP-INVERTED
               END-IF
               IF ZR-ZIP-HIGH(WS-RANGE-SUB) >= WS-EXPECTED-ZIP
                   COMPUTE WS-EXPECTED-ZIP =
                       ZR-ZIP-HIGH(WS-RANGE-SUB) + 1
               END-IF
           END-PERFORM.

           IF WS-EXPECTED-ZIP <= WS-MAX-ZIP-PREFIX
               PERFORM K400-REPORT-ZIP-SHORT
           END-IF.

       J600-CHECK-TERR-FACTORS.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-TERR-COUNT
               IF TT-AUTO-FACTOR(TT-IDX) = ZEROS
                   OR TT-HOME-FACTOR(TT-IDX) = ZEROS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO RATE-CHECK-LINE
                   STRING "TERRITORY " TT-STATE(TT-IDX) " PREFIX "
                       TT-ZIP-LOW(TT-IDX) "-" TT-ZIP-HIGH(TT-IDX)
                       " HAS ZERO AUTO/HOME FACTOR"
                       DELIMITED BY SIZE INTO RATE-CHECK-LINE
                   END-STRING
                   WRITE RATE-CHECK-LINE
               END-IF
           END-PERFORM.

       K100-REPORT-ZIP-GAP.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-EXPECTED-ZIP TO WS-ZIP-DISPLAY.
           COMPUTE WS-ZIP-GAP-HIGH = ZR-ZIP-LOW(WS-RANGE-SUB) - 1.
           MOVE SPACES TO RATE-CHECK-LINE.
           STRING "TERRITORY " WS-WORK-STATE " GAP: PREFIXES "
               WS-ZIP-DISPLAY " THRU " WS-ZIP-GAP-HIGH " UNCOVERED"
               DELIMITED BY SIZE INTO RATE-CHECK-LINE
           END-STRING.
           WRITE RATE-CHECK-LINE.

       K200-REPORT-ZIP-OVERLAP.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO RATE-CHECK-LINE.
           STRING "TERRITORY " WS-WORK-STATE
               " OVERLAP/DUPLICATE AT PREFIX "
               ZR-ZIP-LOW(WS-RANGE-SUB)
               DELIMITED BY SIZE INTO RATE-CHECK-LINE
           END-STRING.
           WRITE RATE-CHECK-LINE.

       K300-REPORT-ZIP-INVERTED.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO RATE-CHECK-LINE.
           STRING "TERRITORY " WS-WORK-STATE
               " RANGE LOW " ZR-ZIP-LOW(WS-RANGE-SUB)
               " ABOVE HIGH " ZR-ZIP-HIGH(WS-RANGE-SUB)
               DELIMITED BY SIZE INTO RATE-CHECK-LINE
           END-STRING.
           WRITE RATE-CHECK-LINE.

       K400-REPORT-ZIP-SHORT.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-EXPECTED-ZIP TO WS-ZIP-DISPLAY.
           MOVE SPACES TO RATE-CHECK-LINE.
           STRING "TERRITORY " WS-WORK-STATE " GAP: PREFIXES "
               WS-ZIP-DISPLAY " THRU " WS-MAX-ZIP-PREFIX " UNCOVERED"
               DELIMITED BY SIZE INTO RATE-CHECK-LINE
           END-STRING.
           WRITE RATE-CHECK-LINE.

       F000-WRITE-CLEARANCE-FLAG.
           IF WS-ERROR-COUNT = 0
               MOVE 'Y' TO RATEOK-FLAG
