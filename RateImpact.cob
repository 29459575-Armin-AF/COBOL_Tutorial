      *> point), and reports the premium delta per policy plus totals
      *> by POLICY-TYPE - counts increasing/decreasing and the largest
      *> swings - so underwriting sees what a rate change does to the
      *> book before renewal bills go out. AUTO/HOME premiums carry
      *> the territory factor in both passes; a proposed territory
      *> table on TERRNEW.DAT is priced in pass 2 the same way
      *> (PremiumCalcSetTerritoryFile). Either proposed file may be
      *> absent - pass 2 then uses the production file for that half
      *> - so a territory re-draw can be costed on its own.
      *> Each pass takes a checkpoint (data/RATECKPT.DAT) every
      *> WS-CHECKPOINT-INTERVAL policies: the pass, the last policy
      *> processed, the pass-1 work table and - in pass 2 - the
      *> per-type impact totals. A rerun the same business date
      *> resumes in that pass after that policy with the tables
      *> restored (a pass-2 restart does not reprice pass 1) and a
      *> restart marker in the report, unless it is started with
      *> FRESH on the command line; the resumed run then proves the
      *> master against its balance control (PolicyBalCheck).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *> Opened only to see whether each proposed file is present.
           SELECT PROPOSED-RATE-FILE ASSIGN TO 'RATESNEW.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

           SELECT PROPOSED-TERR-FILE ASSIGN TO 'TERRNEW.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

           SELECT IMPACT-CHECKPOINT-FILE ASSIGN TO 'data/RATECKPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-LINE          PIC X(80).

       FD  PROPOSED-RATE-FILE.
       01  PROPOSED-RATE-LINE          PIC X(80).

       FD  PROPOSED-TERR-FILE.
       01  PROPOSED-TERR-LINE          PIC X(80).

       FD  IMPACT-CHECKPOINT-FILE.
       COPY POLCKPT.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.

       01 WS-CURRENT-FILE PIC X(40) VALUE 'RATES.DAT'.
       01 WS-PROPOSED-FILE PIC X(40) VALUE 'RATESNEW.DAT'.
       01 WS-CURRENT-TERR-FILE PIC X(40) VALUE 'TERRITORY.DAT'.
       01 WS-PROPOSED-TERR-FILE PIC X(40) VALUE 'TERRNEW.DAT'.
       01 WS-PROBE-STATUS PIC X(2) VALUE '00'.
       01 WS-HAVE-NEW-RATES PIC X(1) VALUE 'N'.
       01 WS-HAVE-NEW-TERR PIC X(1) VALUE 'N'.
       01 WS-OLD-PREMIUM PIC 9(7)V99 VALUE ZEROS.
       01 WS-NEW-PREMIUM PIC 9(7)V99 VALUE ZEROS.
       01 WS-OLD-FOUND PIC X(1) VALUE 'N'.
       01 WS-TYPE-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROS.

      *> Checkpoint/restart - FRESH on the command line sets a
      *> current checkpoint aside and runs from the top.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-CKPT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-CKPT PIC X(1) VALUE 'N'.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-RESUMING PIC X(1) VALUE 'N'.
       01 WS-RESUME-PASS PIC 9(1) VALUE ZEROS.
       01 WS-CURRENT-PASS PIC 9(1) VALUE ZEROS.
       01 WS-RESTART-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 50.
       01 WS-POLICIES-SINCE-CKPT PIC 9(5) VALUE ZEROS.
       01 WS-POLICIES-DONE PIC 9(7) VALUE ZEROS.
       01 WS-CKPT-TAKEN-AT PIC 9(14) VALUE ZEROS.
       01 WS-CKPT-SUB PIC 9(4) VALUE ZEROS.
       01 WS-CKPT-TYPES PIC 9(2) VALUE ZEROS.
       01 WS-BALANCED PIC X(1) VALUE 'Y'.
       01 WS-CKPT-TOTALS.
           05 WS-CK-WORK-COUNT          PIC 9(4).
           05 WS-CK-OVERFLOW-COUNT      PIC 9(5).
           05 WS-CK-WORK-CURSOR         PIC 9(4).
           05 WS-CK-UNRATED-COUNT       PIC 9(5).
           05 WS-CK-TYPE-COUNT          PIC 9(2).

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           PERFORM A100-PROBE-PROPOSED.
           IF WS-HAVE-NEW-RATES = 'N' AND WS-HAVE-NEW-TERR = 'N'
               DISPLAY "NO RATESNEW.DAT OR TERRNEW.DAT, NOTHING TO "
                   "COMPARE"
               STOP RUN
           END-IF.

           CALL 'GetBusDate' USING WS-TODAY.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM E000-CHECK-RESTART.

      *> Pass-2 report lines written before an interruption stay -
      *> those past the checkpoint are written again after the
      *> restart marker; a pass-1 restart has written nothing past
      *> the headings.
           IF WS-RESUME-PASS = 2
               OPEN EXTEND IMPACT-REPORT-FILE
           END-IF.
           IF WS-RESUME-PASS NOT = 2 OR WS-REPORT-STATUS = '35'
               OPEN OUTPUT IMPACT-REPORT-FILE
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING "PROPOSED RATES: " WS-PROPOSED-FILE(1:14)
                   "TERRITORIES: " WS-PROPOSED-TERR-FILE(1:14)
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
               END-STRING
               WRITE IMPACT-REPORT-LINE
               MOVE "POLICY# TYPE       OLD-PREM  NEW-PREM  DELTA"
                   TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF.
           IF WS-RESUMING = 'Y'
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING "*** RESTARTED IN PASS " WS-RESUME-PASS
                   " AFTER POLICY " WS-RESTART-POLICY " ***"
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
               END-STRING
               WRITE IMPACT-REPORT-LINE
           END-IF.

           IF WS-RESUME-PASS NOT = 2
               PERFORM B100-CURRENT-PASS
           END-IF.

      *> Pass 2 - switch the engine to the proposed files (one reload
      *> each) and walk the book again computing deltas against
      *> pass 1.
           IF WS-WORK-COUNT > 0
               CALL 'PremiumCalcSetFile' USING WS-PROPOSED-FILE
               CALL 'PremiumCalcSetTerritoryFile'
                   USING WS-PROPOSED-TERR-FILE
               PERFORM B500-PROPOSED-PASS
               CALL 'PremiumCalcSetFile' USING WS-CURRENT-FILE
               CALL 'PremiumCalcSetTerritoryFile'
                   USING WS-CURRENT-TERR-FILE
           END-IF.

           PERFORM D000-WRITE-TYPE-TOTALS.
           IF WS-RESUMING = 'Y'
               CALL 'PolicyBalCheck' USING WS-BALANCED
           END-IF.
           IF WS-BALANCED = 'N'
               MOVE "MASTER FAILED BALANCE CONTROL - TOTALS NOT PROVEN"
                   TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               MOVE 2 TO RETURN-CODE
           END-IF.
           CLOSE IMPACT-REPORT-FILE.
           PERFORM F000-CLEAR-CHECKPOINT.

           IF WS-UNRATED-COUNT > 0
               DISPLAY "POLICIES NOT RATEABLE UNDER PROPOSED FILE: "
           END-IF.
           STOP RUN.

      *> A proposed file that is not there is replaced, for pass 2,
      *> by its production file - the other half is still compared.
       A100-PROBE-PROPOSED.
           OPEN INPUT PROPOSED-RATE-FILE.
           IF WS-PROBE-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-NEW-RATES
               CLOSE PROPOSED-RATE-FILE
           ELSE
               MOVE WS-CURRENT-FILE TO WS-PROPOSED-FILE
           END-IF.

           OPEN INPUT PROPOSED-TERR-FILE.
           IF WS-PROBE-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-NEW-TERR
               CLOSE PROPOSED-TERR-FILE
           ELSE
               MOVE WS-CURRENT-TERR-FILE TO WS-PROPOSED-TERR-FILE
           END-IF.

      *> Pass 1 - price the whole book under the production rate
      *> file (the engine's start-up file, loaded once).
       B100-CURRENT-PASS.
           MOVE 1 TO WS-CURRENT-PASS.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RESUMING = 'Y'
               MOVE WS-RESTART-POLICY TO WS-POLICY-REL-KEY
               START POLICY-MASTER
                   KEY IS GREATER THAN WS-POLICY-REL-KEY
                   INVALID KEY MOVE 'Y' TO WS-END-OF-POLICIES
               END-START
           END-IF.
           IF WS-END-OF-POLICIES = 'N'
               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               IF POLICY-STATUS = 'A'
                   PERFORM B000-PRICE-CURRENT
               END-IF

               ADD 1 TO WS-POLICIES-DONE
               ADD 1 TO WS-POLICIES-SINCE-CKPT
               IF WS-POLICIES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
                   PERFORM G000-WRITE-CHECKPOINT
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           CLOSE POLICY-MASTER.

       B000-PRICE-CURRENT.
           IF WS-WORK-COUNT = 1000
               ADD 1 TO WS-OVERFLOW-COUNT
                   POLICY-COVERAGE-AMOUNT WS-OLD-PREMIUM
                   WS-OLD-FOUND
               END-CALL
               IF WS-OLD-FOUND = 'Y'
                   CALL 'PremiumCalcTerritory' USING POLICY-ADDR-STATE
                       POLICY-ADDR-ZIP POLICY-TYPE WS-OLD-PREMIUM
                   END-CALL
               END-IF
               ADD 1 TO WS-WORK-COUNT
               MOVE POLICY-NUMBER
                   TO WK-POLICY-NUMBER(WS-WORK-COUNT)

       B500-PROPOSED-PASS.
           MOVE 'N' TO WS-END-OF-POLICIES.
           IF WS-RESUME-PASS NOT = 2
               MOVE ZEROS TO WS-WORK-CURSOR
               MOVE ZEROS TO WS-POLICIES-DONE
               MOVE ZEROS TO WS-POLICIES-SINCE-CKPT
           END-IF.
           MOVE 2 TO WS-CURRENT-PASS.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               STOP RUN
           END-IF.

           IF WS-RESUME-PASS = 2
               MOVE WS-RESTART-POLICY TO WS-POLICY-REL-KEY
               START POLICY-MASTER
                   KEY IS GREATER THAN WS-POLICY-REL-KEY
                   INVALID KEY MOVE 'Y' TO WS-END-OF-POLICIES
               END-START
           END-IF.
           IF WS-END-OF-POLICIES = 'N'
               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               IF POLICY-STATUS = 'A'
                   PERFORM B600-PRICE-PROPOSED
               END-IF

               ADD 1 TO WS-POLICIES-DONE
               ADD 1 TO WS-POLICIES-SINCE-CKPT
               IF WS-POLICIES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
                   PERFORM G000-WRITE-CHECKPOINT
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
                       POLICY-COVERAGE-AMOUNT WS-NEW-PREMIUM
                       WS-NEW-FOUND
                   END-CALL
                   IF WS-NEW-FOUND = 'Y'
                       CALL 'PremiumCalcTerritory' USING
                           POLICY-ADDR-STATE POLICY-ADDR-ZIP
                           POLICY-TYPE WS-NEW-PREMIUM
                       END-CALL
                   END-IF

                   IF WS-OLD-FOUND = 'N' OR WS-NEW-FOUND = 'N'
                       ADD 1 TO WS-UNRATED-COUNT
                   WRITE IMPACT-REPORT-LINE
               END-IF
           END-PERFORM.

      *> A checkpoint taken for today's business date is offered
      *> for resumption; one left from an earlier date is stale.
       E000-CHECK-RESTART.
           MOVE 'N' TO WS-RESUMING.
           MOVE ZEROS TO WS-RESUME-PASS.
           MOVE SPACES TO POLCKPT-RECORD.
           OPEN INPUT IMPACT-CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
               READ IMPACT-CHECKPOINT-FILE
                   AT END MOVE SPACES TO POLCKPT-RECORD
               END-READ
           END-IF.

           IF POLCKPT-REC-TYPE = 'H'
               AND POLCKPT-LAST-POLICY NOT = ZEROS
               IF POLCKPT-RUN-DATE NOT = WS-TODAY
                   DISPLAY "CHECKPOINT FROM " POLCKPT-RUN-DATE
                       " IS STALE, RATE IMPACT STARTS FROM THE TOP"
               ELSE
               IF WS-RUN-MODE = 'FRESH'
                   DISPLAY "CHECKPOINT AFTER POLICY "
                       POLCKPT-LAST-POLICY
                       " SET ASIDE, RATE IMPACT STARTS FROM THE TOP"
               ELSE
                   PERFORM E100-RESTORE-CHECKPOINT
               END-IF
               END-IF
           END-IF.

           IF WS-CKPT-STATUS = '00' OR WS-CKPT-STATUS = '10'
               CLOSE IMPACT-CHECKPOINT-FILE
           END-IF.

      *> The header's counts must match the detail rows that follow
      *> it - a checkpoint cut short is not resumed from.
       E100-RESTORE-CHECKPOINT.
           MOVE 'Y' TO WS-RESUMING.
           MOVE POLCKPT-PASS TO WS-RESUME-PASS.
           MOVE POLCKPT-LAST-POLICY TO WS-RESTART-POLICY.
           MOVE POLCKPT-POLICIES-DONE TO WS-POLICIES-DONE.
           MOVE POLCKPT-TAKEN-AT TO WS-CKPT-TAKEN-AT.
           MOVE POLCKPT-TOTALS TO WS-CKPT-TOTALS.
           MOVE WS-CK-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT.
           MOVE WS-CK-WORK-CURSOR TO WS-WORK-CURSOR.
           MOVE WS-CK-UNRATED-COUNT TO WS-UNRATED-COUNT.

           MOVE ZEROS TO WS-CKPT-SUB.
           MOVE ZEROS TO WS-CKPT-TYPES.
           MOVE 'N' TO WS-END-OF-CKPT.
           PERFORM UNTIL WS-END-OF-CKPT = 'Y'
               READ IMPACT-CHECKPOINT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-CKPT
                   NOT AT END
                       IF POLCKPT-REC-TYPE = 'W'
                           AND WS-CKPT-SUB < 1000
                           ADD 1 TO WS-CKPT-SUB
                           MOVE POLCKPT-ENTRY
                               TO WORK-ENTRY(WS-CKPT-SUB)
                       END-IF
                       IF POLCKPT-REC-TYPE = 'D'
                           AND WS-CKPT-TYPES < 10
                           ADD 1 TO WS-CKPT-TYPES
                           MOVE POLCKPT-ENTRY
                               TO IMPACT-TOTAL-ENTRY(WS-CKPT-TYPES)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-CKPT-SUB TO WS-WORK-COUNT.
           MOVE WS-CKPT-TYPES TO WS-TYPE-COUNT.

           IF WS-CKPT-SUB NOT = WS-CK-WORK-COUNT
               OR WS-CKPT-TYPES NOT = WS-CK-TYPE-COUNT
               DISPLAY "CHECKPOINT TABLES INCOMPLETE, "
                   "RATE IMPACT STARTS FROM THE TOP"
               MOVE 'N' TO WS-RESUMING
               MOVE ZEROS TO WS-RESUME-PASS
               MOVE ZEROS TO WS-RESTART-POLICY
               MOVE ZEROS TO WS-POLICIES-DONE
               MOVE ZEROS TO WS-WORK-COUNT
               MOVE ZEROS TO WS-TYPE-COUNT
               MOVE ZEROS TO WS-OVERFLOW-COUNT
               MOVE ZEROS TO WS-WORK-CURSOR
               MOVE ZEROS TO WS-UNRATED-COUNT
           ELSE
               DISPLAY "RESUMING PASS " WS-RESUME-PASS
                   " FROM CHECKPOINT AFTER POLICY: " WS-RESTART-POLICY
               DISPLAY "CHECKPOINT TAKEN " WS-CKPT-TAKEN-AT ", "
                   WS-POLICIES-DONE " POLICIES ALREADY DONE - "
                   "RUN WITH FRESH TO START OVER"
           END-IF.

       F000-CLEAR-CHECKPOINT.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE ZEROS TO POLCKPT-RUN-DATE.
           MOVE ZEROS TO POLCKPT-PASS.
           MOVE ZEROS TO POLCKPT-LAST-POLICY.
           MOVE ZEROS TO POLCKPT-POLICIES-DONE.
           MOVE ZEROS TO POLCKPT-TAKEN-AT.
           OPEN OUTPUT IMPACT-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE IMPACT-CHECKPOINT-FILE.

      *> The header, the work table, then the impact totals (empty
      *> until pass 2 has accumulated some).
       G000-WRITE-CHECKPOINT.
           MOVE WS-WORK-COUNT TO WS-CK-WORK-COUNT.
           MOVE WS-OVERFLOW-COUNT TO WS-CK-OVERFLOW-COUNT.
           MOVE WS-WORK-CURSOR TO WS-CK-WORK-CURSOR.
           MOVE WS-UNRATED-COUNT TO WS-CK-UNRATED-COUNT.
           MOVE WS-TYPE-COUNT TO WS-CK-TYPE-COUNT.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE WS-TODAY TO POLCKPT-RUN-DATE.
           MOVE WS-CURRENT-PASS TO POLCKPT-PASS.
           MOVE POLICY-NUMBER TO POLCKPT-LAST-POLICY.
           MOVE WS-POLICIES-DONE TO POLCKPT-POLICIES-DONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO POLCKPT-TAKEN-AT.
           MOVE WS-CKPT-TOTALS TO POLCKPT-TOTALS.
           OPEN OUTPUT IMPACT-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-WORK-COUNT
               MOVE SPACES TO POLCKPT-RECORD
               MOVE 'W' TO POLCKPT-REC-TYPE
               MOVE WORK-ENTRY(WS-CKPT-SUB) TO POLCKPT-ENTRY
               WRITE POLCKPT-RECORD
           END-PERFORM.
           PERFORM VARYING IM-IDX FROM 1 BY 1
               UNTIL IM-IDX > WS-TYPE-COUNT
               MOVE SPACES TO POLCKPT-RECORD
               MOVE 'D' TO POLCKPT-REC-TYPE
               MOVE IMPACT-TOTAL-ENTRY(IM-IDX) TO POLCKPT-ENTRY
               WRITE POLCKPT-RECORD
           END-PERFORM.
           CLOSE IMPACT-CHECKPOINT-FILE.
           MOVE ZEROS TO WS-POLICIES-SINCE-CKPT.
