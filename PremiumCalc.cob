      *> PremiumCalcReload entry point; what-if drivers
      *> (RateImpact.cob) point the engine at another rate file
      *> through PremiumCalcSetFile, which also forces a reload.
      *> AUTO and HOME premiums are then loaded or credited for the
      *> insured address through PremiumCalcTerritory, from the
      *> state/ZIP-prefix factors on TERRITORY.DAT (loaded once the
      *> same way; PremiumCalcSetTerritoryFile points the engine at a
      *> proposed territory file for what-if runs).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT TERR-FILE ASSIGN TO DYNAMIC WS-TERR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERR-STATUS.

      *> Read only by the PremiumCalcMultiLine entry point, which
      *> counts the customer's active policies for the multi-policy
      *> discount.
       FD  RATE-FILE.
       COPY PREMRATD.

       FD  TERR-FILE.
       COPY TERRTAB.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       01 WS-BEST-SUB PIC 9(3) VALUE ZEROS.
       COPY PREMRATE.

      *> Territory factor table, loaded once like the rate table. A
      *> missing territory file is not fatal - it means no territory
      *> rating, so the table is marked loaded (empty) rather than
      *> retried on every call.
       01 WS-TERR-STATUS PIC X(2) VALUE '00'.
       01 WS-TERR-FILE-NAME PIC X(40) VALUE 'TERRITORY.DAT'.
       01 WS-TERR-LOADED PIC X(1) VALUE 'N'.
       01 WS-END-OF-TERR PIC X(1) VALUE 'N'.
       01 WS-TERR-FACTOR PIC 9V999 VALUE 1.000.
       01 WS-ZIP-PREFIX PIC X(3) VALUE SPACES.
       01 WS-ZIP-PREFIX-NUM REDEFINES WS-ZIP-PREFIX PIC 9(3).
       COPY TERRTBL.

       LINKAGE SECTION.
       01 LK-AGE                PIC 9(3).
       01 LK-INSURANCE-TYPE      PIC X(10).
       01 LK-DISCOUNT-APPLIED    PIC X(1).
       01 LK-DEDUCTIBLE          PIC 9(5).
       01 LK-RATING-DATE         PIC 9(8).
       01 LK-ADDR-STATE          PIC X(2).
       01 LK-ADDR-ZIP            PIC X(5).

       PROCEDURE DIVISION USING LK-AGE LK-INSURANCE-TYPE
           LK-DECLARED-VALUE LK-SMOKER LK-COVERAGE-AMOUNT
           END-IF.
           GOBACK.

      *> Secondary entry point - applies the territory factor for the
      *> insured address to an already-rated AUTO/HOME premium. Called
      *> after PremiumCalc and before PremiumCalcDeductible wherever a
      *> premium is rated, so the deductible credit comes off the
      *> territory-loaded premium. LIFE/HEALTH, a state with no
      *> territory rows, or a ZIP with no numeric prefix all take
      *> 1.000 and leave the premium alone.
       ENTRY 'PremiumCalcTerritory' USING LK-ADDR-STATE LK-ADDR-ZIP
           LK-INSURANCE-TYPE LK-TOTAL-PREMIUM.
           IF WS-TERR-LOADED = 'N'
               PERFORM 1600-LOAD-TERRITORY-TABLE
           END-IF.
           PERFORM 1700-LOOKUP-TERRITORY.
           IF WS-TERR-FACTOR NOT = 1
               COMPUTE LK-TOTAL-PREMIUM ROUNDED =
                   LK-TOTAL-PREMIUM * WS-TERR-FACTOR
           END-IF.
           GOBACK.

      *> Secondary entry point - points the engine at a different
      *> territory file (what-if runs against a proposed territory
      *> table) and forces a reload. Callers must set it back to
      *> 'TERRITORY.DAT' when they are done with the proposed file.
       ENTRY 'PremiumCalcSetTerritoryFile' USING LK-RATE-FILE-NAME.
           MOVE LK-RATE-FILE-NAME TO WS-TERR-FILE-NAME.
           MOVE 'N' TO WS-TERR-LOADED.
           GOBACK.

      *> No policy master yet just means a first customer with no
      *> other lines - no discount, not an error.
       1500-COUNT-ACTIVE-LINES.
                   + ((LK-COVERAGE-AMOUNT / 1000)
                       * PR-COVERAGE-FACTOR(WS-BEST-SUB))
           END-IF.

       1600-LOAD-TERRITORY-TABLE.
           MOVE ZEROS TO TT-TERR-COUNT.
           MOVE 'N' TO WS-END-OF-TERR.

           OPEN INPUT TERR-FILE.
           IF WS-TERR-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-TERR
           END-IF.

           PERFORM UNTIL WS-END-OF-TERR = 'Y'
               READ TERR-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-TERR
                   NOT AT END
                       IF TT-TERR-COUNT < 200
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

           IF WS-TERR-STATUS = '00' OR WS-TERR-STATUS = '10'
               CLOSE TERR-FILE
           END-IF.
           MOVE 'Y' TO WS-TERR-LOADED.

      *> First matching state/prefix row wins - RateValidation keeps
      *> the ranges from overlapping, so there is only ever one.
       1700-LOOKUP-TERRITORY.
           MOVE 1 TO WS-TERR-FACTOR.
           MOVE LK-ADDR-ZIP(1:3) TO WS-ZIP-PREFIX.
           IF (LK-INSURANCE-TYPE = 'AUTO' OR LK-INSURANCE-TYPE = 'HOME')
               AND WS-ZIP-PREFIX IS NUMERIC
               PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-TERR-COUNT
                   IF TT-STATE(TT-IDX) = LK-ADDR-STATE
                       AND WS-ZIP-PREFIX-NUM >= TT-ZIP-LOW(TT-IDX)
                       AND WS-ZIP-PREFIX-NUM <= TT-ZIP-HIGH(TT-IDX)
                       IF LK-INSURANCE-TYPE = 'AUTO'
                           MOVE TT-AUTO-FACTOR(TT-IDX)
                               TO WS-TERR-FACTOR
                       ELSE
                           MOVE TT-HOME-FACTOR(TT-IDX)
                               TO WS-TERR-FACTOR
                       END-IF
                       SET TT-IDX TO TT-TERR-COUNT
                   END-IF
               END-PERFORM
           END-IF.
