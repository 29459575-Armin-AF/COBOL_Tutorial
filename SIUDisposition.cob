       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIUDisposition.

      *> SIU referral disposition run - reads investigator decisions
      *> from SIUDECTRN.DAT against data/SIUREFER.DAT (written by
      *> SIUScoring.cob). A cleared referral releases the claim's
      *> payments to adjudication; a founded one keeps them held
      *> until the claim is denied. Worked referrals stay on the
      *> file with their decision and date, so adjudication - and
      *> anyone asking later - can still see a claim was looked at.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-TRANS-FILE ASSIGN TO 'SIUDECTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT SIU-REFERRAL-FILE ASSIGN TO 'data/SIUREFER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIUREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-TRANS-FILE.
       COPY SIUDECTR.

       FD  SIU-REFERRAL-FILE.
       COPY SIUREF.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-SIUREF-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-REFERRALS PIC X(1) VALUE 'N'.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-FOUNDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

      *> The referral file held in storage, decisions applied, file
      *> rewritten at end-of-job.
       01 WS-SIU-TABLE.
           05 WS-SU-ENTRY OCCURS 999 TIMES INDEXED BY WS-SU-IDX.
               10 WS-SU-CLAIM           PIC 9(7).
               10 WS-SU-POLICY          PIC 9(7).
               10 WS-SU-CUST            PIC 9(6).
               10 WS-SU-AMOUNT          PIC 9(7)V99.
               10 WS-SU-REFER-DATE      PIC 9(8).
               10 WS-SU-SCORE           PIC 9(3).
               10 WS-SU-IND-EARLY       PIC X(1).
               10 WS-SU-IND-ENDORSE     PIC X(1).
               10 WS-SU-IND-HOUSEHOLD   PIC X(1).
               10 WS-SU-IND-LIMIT       PIC X(1).
               10 WS-SU-STATUS          PIC X(1).
               10 WS-SU-CLEAR-DATE      PIC 9(8).
       01 WS-SIU-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - TRY AGAIN "
                   "AFTER IT COMPLETES"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-RUN-DATE.

           OPEN INPUT DECISION-TRANS-FILE.
           IF WS-TRAN-STATUS = '35'
               DISPLAY "NO SIUDECTRN.DAT TODAY, NOTHING TO APPLY"
               STOP RUN
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN SIUDECTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-LOAD-REFERRALS.

      *> The referral file is written back whole after the decisions,
      *> so one too big for storage would lose its newest referrals.
      *> Apply nothing rather than part of the file.
           IF WS-SIU-COUNT = 999 AND WS-END-OF-REFERRALS = 'N'
               DISPLAY "SIU REFERRAL FILE OVER 999 ROWS - "
                   "NOTHING APPLIED"
               CLOSE DECISION-TRANS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DECISION-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANS
           END-READ.

           PERFORM UNTIL WS-END-OF-TRANS = 'Y'
               PERFORM C000-APPLY-DECISION

               READ DECISION-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ
           END-PERFORM.

           CLOSE DECISION-TRANS-FILE.

           PERFORM D000-REWRITE-REFERRALS.

           DISPLAY "REFERRALS CLEARED:     " WS-CLEARED-COUNT.
           DISPLAY "REFERRALS FOUNDED:     " WS-FOUNDED-COUNT.
           DISPLAY "DECISIONS REJECTED:    " WS-REJECTED-COUNT.
           STOP RUN.

       B000-LOAD-REFERRALS.
           MOVE ZEROS TO WS-SIU-COUNT.
           OPEN INPUT SIU-REFERRAL-FILE.
           IF WS-SIUREF-STATUS NOT = '00'
               DISPLAY "NO SIU REFERRALS ON FILE, STATUS: "
                   WS-SIUREF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ SIU-REFERRAL-FILE
               AT END MOVE 'Y' TO WS-END-OF-REFERRALS
           END-READ.

           PERFORM UNTIL WS-END-OF-REFERRALS = 'Y'
               OR WS-SIU-COUNT = 999
               ADD 1 TO WS-SIU-COUNT
               MOVE SIU-CLAIM-NUMBER TO WS-SU-CLAIM(WS-SIU-COUNT)
               MOVE SIU-POLICY-NUMBER TO WS-SU-POLICY(WS-SIU-COUNT)
               MOVE SIU-CUST-NUMBER TO WS-SU-CUST(WS-SIU-COUNT)
               MOVE SIU-CLAIM-AMOUNT TO WS-SU-AMOUNT(WS-SIU-COUNT)
               MOVE SIU-REFER-DATE
                   TO WS-SU-REFER-DATE(WS-SIU-COUNT)
               MOVE SIU-SCORE TO WS-SU-SCORE(WS-SIU-COUNT)
               MOVE SIU-IND-EARLY TO WS-SU-IND-EARLY(WS-SIU-COUNT)
               MOVE SIU-IND-ENDORSE
                   TO WS-SU-IND-ENDORSE(WS-SIU-COUNT)
               MOVE SIU-IND-HOUSEHOLD
                   TO WS-SU-IND-HOUSEHOLD(WS-SIU-COUNT)
               MOVE SIU-IND-LIMIT TO WS-SU-IND-LIMIT(WS-SIU-COUNT)
               MOVE SIU-STATUS TO WS-SU-STATUS(WS-SIU-COUNT)
               MOVE SIU-CLEAR-DATE
                   TO WS-SU-CLEAR-DATE(WS-SIU-COUNT)

               READ SIU-REFERRAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-REFERRALS
               END-READ
           END-PERFORM.

           CLOSE SIU-REFERRAL-FILE.

      *> Only an open referral can be worked - a decision against a
      *> claim that was never referred, or already decided, is
      *> rejected rather than quietly overwriting the first decision.
       C000-APPLY-DECISION.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SIU-COUNT
               IF WS-SU-CLAIM(WS-SU-IDX) = SIUDEC-CLAIM-NUMBER
                   AND WS-SU-STATUS(WS-SU-IDX) = 'O'
                   SET WS-FOUND-IDX TO WS-SU-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   DISPLAY "DECISION REJECTED, NO OPEN REFERRAL: "
                       SIUDEC-CLAIM-NUMBER
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN SIUDEC-DECISION = 'C'
                   MOVE 'C' TO WS-SU-STATUS(WS-FOUND-IDX)
                   MOVE WS-RUN-DATE TO WS-SU-CLEAR-DATE(WS-FOUND-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
                   DISPLAY "CLAIM " SIUDEC-CLAIM-NUMBER
                       " CLEARED, PAYMENTS RELEASED " SIUDEC-NOTE
               WHEN SIUDEC-DECISION = 'F'
                   MOVE 'F' TO WS-SU-STATUS(WS-FOUND-IDX)
                   MOVE WS-RUN-DATE TO WS-SU-CLEAR-DATE(WS-FOUND-IDX)
                   ADD 1 TO WS-FOUNDED-COUNT
                   DISPLAY "CLAIM " SIUDEC-CLAIM-NUMBER
                       " FOUNDED, PAYMENTS STAY HELD " SIUDEC-NOTE
               WHEN OTHER
                   DISPLAY "DECISION REJECTED, BAD CODE "
                       SIUDEC-DECISION " FOR " SIUDEC-CLAIM-NUMBER
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       D000-REWRITE-REFERRALS.
           OPEN OUTPUT SIU-REFERRAL-FILE.

           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SIU-COUNT
               MOVE WS-SU-CLAIM(WS-SU-IDX) TO SIU-CLAIM-NUMBER
               MOVE WS-SU-POLICY(WS-SU-IDX) TO SIU-POLICY-NUMBER
               MOVE WS-SU-CUST(WS-SU-IDX) TO SIU-CUST-NUMBER
               MOVE WS-SU-AMOUNT(WS-SU-IDX) TO SIU-CLAIM-AMOUNT
               MOVE WS-SU-REFER-DATE(WS-SU-IDX) TO SIU-REFER-DATE
               MOVE WS-SU-SCORE(WS-SU-IDX) TO SIU-SCORE
               MOVE WS-SU-IND-EARLY(WS-SU-IDX) TO SIU-IND-EARLY
               MOVE WS-SU-IND-ENDORSE(WS-SU-IDX) TO SIU-IND-ENDORSE
               MOVE WS-SU-IND-HOUSEHOLD(WS-SU-IDX)
                   TO SIU-IND-HOUSEHOLD
               MOVE WS-SU-IND-LIMIT(WS-SU-IDX) TO SIU-IND-LIMIT
               MOVE WS-SU-STATUS(WS-SU-IDX) TO SIU-STATUS
               MOVE WS-SU-CLEAR-DATE(WS-SU-IDX) TO SIU-CLEAR-DATE
               WRITE SIU-REFERRAL-RECORD
           END-PERFORM.

           CLOSE SIU-REFERRAL-FILE.
