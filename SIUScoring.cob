       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIUScoring.

      *> Suspicious-claim scoring pass - scores every claim entered on
      *> data/CLAIMS.DAT since the last run (claim numbers above the
      *> one held on data/SIUCTL.DAT) against the indicators the
      *> special investigations unit looks for:
      *>     reported within 60 days of POLICY-ISSUE-DATE      40
      *>     within 60 days of an endorsement that raised
      *>     the coverage amount (data/ENDHIST.DAT)            35
      *>     3 or more claims within a year across the
      *>     household's POLICY-CUST-NUMBER                    25
      *>     claimed at 90% or more of POLICY-COVERAGE-AMOUNT  30
      *> A claim scoring 50 or more - any two indicators, nothing
      *> less - is referred to data/SIUREFER.DAT, where
      *> ClaimAdjudication holds its payments until
      *> SIUDisposition.cob records the investigator's clearance.
      *> The report data/SIUREFER.TXT lists tonight's referrals and
      *> then every referral still open, so it doubles as the SIU
      *> worklist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT ENDORSE-HISTORY-FILE ASSIGN TO 'data/ENDHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENDHIST-STATUS.

           SELECT SIU-REFERRAL-FILE ASSIGN TO 'data/SIUREFER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIUREF-STATUS.

           SELECT SIU-CONTROL-FILE ASSIGN TO 'data/SIUCTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIUCTL-STATUS.

           SELECT SIU-REPORT-FILE ASSIGN TO 'data/SIUREFER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-MASTER-FILE.
       COPY CLAIMREC.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  ENDORSE-HISTORY-FILE.
       COPY ENDHIST.

       FD  SIU-REFERRAL-FILE.
       COPY SIUREF.

       FD  SIU-CONTROL-FILE.
       COPY SIUCTL.

       FD  SIU-REPORT-FILE.
       01  SIU-REPORT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CLAIMS-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-ENDHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-SIUREF-STATUS PIC X(2) VALUE '00'.
       01 WS-SIUCTL-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-CLAIMS PIC X(1) VALUE 'N'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-POLICY-CLAIMS PIC X(1) VALUE 'N'.
       01 WS-END-OF-ENDHIST PIC X(1) VALUE 'N'.
       01 WS-END-OF-REFERRALS PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-LAST-SCORED PIC 9(7) VALUE ZEROS.
       01 WS-HIGH-SCORED PIC 9(7) VALUE ZEROS.
       01 WS-SCORED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REFERRED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZEROS.

      *> Indicator weights and the referral threshold.
       01 WS-EARLY-DAYS PIC 9(3) VALUE 60.
       01 WS-ENDORSE-DAYS PIC 9(3) VALUE 60.
       01 WS-HOUSEHOLD-DAYS PIC 9(3) VALUE 365.
       01 WS-HOUSEHOLD-CLAIMS PIC 9(2) VALUE 3.
       01 WS-LIMIT-PCT PIC 9(3) VALUE 90.
       01 WS-EARLY-POINTS PIC 9(3) VALUE 40.
       01 WS-ENDORSE-POINTS PIC 9(3) VALUE 35.
       01 WS-HOUSEHOLD-POINTS PIC 9(3) VALUE 25.
       01 WS-LIMIT-POINTS PIC 9(3) VALUE 30.
       01 WS-REFER-THRESHOLD PIC 9(3) VALUE 50.

      *> The claim being scored, with its policy's household
      *> (customer) number. The household test reads the household's
      *> other claims off the master, so the claim is held here and
      *> the scan picks up again after it.
       01 WS-CLAIM-IN-HAND.
           05 WS-CLM-NUMBER             PIC 9(7).
           05 WS-CLM-POLICY             PIC 9(7).
           05 WS-CLM-DATE               PIC 9(8).
           05 WS-CLM-AMOUNT             PIC 9(7)V99.
           05 WS-CLM-CUST               PIC 9(6).

      *> Scoring work fields for the claim in hand.
       01 WS-SCORE PIC 9(3) VALUE ZEROS.
       01 WS-IND-EARLY PIC X(1) VALUE 'N'.
       01 WS-IND-ENDORSE PIC X(1) VALUE 'N'.
       01 WS-IND-HOUSEHOLD PIC X(1) VALUE 'N'.
       01 WS-IND-LIMIT PIC X(1) VALUE 'N'.
       01 WS-POLICY-FOUND PIC X(1) VALUE 'N'.
       01 WS-CLAIM-INT PIC 9(8) VALUE ZEROS.
       01 WS-OTHER-INT PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-APART PIC S9(8) VALUE ZEROS.
       01 WS-HOUSEHOLD-COUNT PIC 9(3) VALUE ZEROS.

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

           MOVE ZEROS TO SIUCTL-LAST-CLAIM.
           OPEN INPUT SIU-CONTROL-FILE.
           IF WS-SIUCTL-STATUS = '00'
               READ SIU-CONTROL-FILE
               CLOSE SIU-CONTROL-FILE
           END-IF.
           MOVE SIUCTL-LAST-CLAIM TO WS-LAST-SCORED.
           MOVE WS-LAST-SCORED TO WS-HIGH-SCORED.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-OPEN-CLAIMS.

           OPEN EXTEND SIU-REFERRAL-FILE.
           IF WS-SIUREF-STATUS = '35'
               OPEN OUTPUT SIU-REFERRAL-FILE
           END-IF.

           OPEN OUTPUT SIU-REPORT-FILE.
           MOVE SPACES TO SIU-REPORT-LINE.
           STRING "SIU CLAIM SCORING " WS-RUN-DATE
               DELIMITED BY SIZE INTO SIU-REPORT-LINE
           END-STRING.
           WRITE SIU-REPORT-LINE.
           MOVE "INDICATORS: E=EARLY C=COVERAGE UP H=HOUSEHOLD L=LIMIT"
               TO SIU-REPORT-LINE.
           WRITE SIU-REPORT-LINE.
           MOVE "REFERRED TONIGHT:" TO SIU-REPORT-LINE.
           WRITE SIU-REPORT-LINE.

           PERFORM B100-NEXT-NEW-CLAIM.
           PERFORM UNTIL WS-END-OF-CLAIMS = 'Y'
               PERFORM C000-SCORE-CLAIM
               PERFORM B100-NEXT-NEW-CLAIM
           END-PERFORM.

           CLOSE CLAIMS-MASTER-FILE.
           CLOSE POLICY-MASTER.
           CLOSE SIU-REFERRAL-FILE.

           MOVE WS-HIGH-SCORED TO SIUCTL-LAST-CLAIM.
           OPEN OUTPUT SIU-CONTROL-FILE.
           WRITE SIUCTL-RECORD.
           CLOSE SIU-CONTROL-FILE.

           PERFORM G000-LIST-OPEN-REFERRALS.

           MOVE SPACES TO SIU-REPORT-LINE.
           STRING "SCORED: " WS-SCORED-COUNT
               "  REFERRED: " WS-REFERRED-COUNT
               "  OPEN REFERRALS: " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO SIU-REPORT-LINE
           END-STRING.
           WRITE SIU-REPORT-LINE.
           CLOSE SIU-REPORT-FILE.

           DISPLAY "CLAIMS SCORED:         " WS-SCORED-COUNT.
           DISPLAY "CLAIMS REFERRED:       " WS-REFERRED-COUNT.
           DISPLAY "SIU REFERRALS OPEN:    " WS-OPEN-COUNT.
           STOP RUN.

      *> No claims master yet simply means nothing to score.
       B000-OPEN-CLAIMS.
           OPEN INPUT CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS = '35'
               DISPLAY "NO CLAIMS MASTER ON FILE, NOTHING TO SCORE"
               CLOSE POLICY-MASTER
               STOP RUN
           END-IF.
           IF WS-CLAIMS-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CLAIMS MASTER, STATUS: "
                   WS-CLAIMS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The next claim above the last one scored. The household test
      *> moves the file off the primary key, so each call starts the
      *> primary key again after the claim last in hand.
       B100-NEXT-NEW-CLAIM.
           MOVE 'N' TO WS-END-OF-CLAIMS.
           MOVE WS-HIGH-SCORED TO CLAIM-NUMBER.
           START CLAIMS-MASTER-FILE
               KEY IS GREATER THAN CLAIM-NUMBER
               INVALID KEY MOVE 'Y' TO WS-END-OF-CLAIMS
           END-START.
           IF WS-END-OF-CLAIMS = 'N'
               READ CLAIMS-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-CLAIMS
               END-READ
           END-IF.
           IF WS-END-OF-CLAIMS = 'N'
               MOVE CLAIM-NUMBER TO WS-CLM-NUMBER
               MOVE CLAIM-POLICY-NUMBER TO WS-CLM-POLICY
               MOVE CLAIM-DATE TO WS-CLM-DATE
               MOVE CLAIM-AMOUNT TO WS-CLM-AMOUNT
               MOVE ZEROS TO WS-CLM-CUST
           END-IF.

       C000-SCORE-CLAIM.
           ADD 1 TO WS-SCORED-COUNT.
           MOVE WS-CLM-NUMBER TO WS-HIGH-SCORED.

           MOVE ZEROS TO WS-SCORE.
           MOVE 'N' TO WS-IND-EARLY.
           MOVE 'N' TO WS-IND-ENDORSE.
           MOVE 'N' TO WS-IND-HOUSEHOLD.
           MOVE 'N' TO WS-IND-LIMIT.

           MOVE 'N' TO WS-POLICY-FOUND.
           MOVE WS-CLM-POLICY TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POLICY-FOUND
                   MOVE POLICY-CUST-NUMBER TO WS-CLM-CUST
           END-READ.

      *>   The household test reads through the policy master, so it
      *>   comes after the tests that use this claim's policy.
           IF WS-POLICY-FOUND = 'Y'
               COMPUTE WS-CLAIM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CLM-DATE)
               PERFORM D000-CHECK-EARLY-CLAIM
               PERFORM D100-CHECK-ENDORSEMENT
               PERFORM D300-CHECK-LIMIT
               PERFORM D200-CHECK-HOUSEHOLD
           END-IF.

           IF WS-SCORE >= WS-REFER-THRESHOLD
               PERFORM E000-WRITE-REFERRAL
           END-IF.

       D000-CHECK-EARLY-CLAIM.
           IF POLICY-ISSUE-DATE NOT = ZEROS
               AND POLICY-ISSUE-DATE <= WS-CLM-DATE
               COMPUTE WS-DAYS-APART = WS-CLAIM-INT
                   - FUNCTION INTEGER-OF-DATE(POLICY-ISSUE-DATE)
               IF WS-DAYS-APART <= WS-EARLY-DAYS
                   MOVE 'Y' TO WS-IND-EARLY
                   ADD WS-EARLY-POINTS TO WS-SCORE
               END-IF
           END-IF.

      *> Any endorsement on the policy that raised the coverage
      *> amount, effective on or in the 60 days before the loss.
       D100-CHECK-ENDORSEMENT.
           MOVE 'N' TO WS-END-OF-ENDHIST.
           OPEN INPUT ENDORSE-HISTORY-FILE.
           IF WS-ENDHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-ENDHIST
           END-IF.

           PERFORM UNTIL WS-END-OF-ENDHIST = 'Y'
               READ ENDORSE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-ENDHIST
                   NOT AT END
                       IF ENDHIST-POLICY-NUMBER
                           = WS-CLM-POLICY
                           AND ENDHIST-NEW-COVERAGE
                           > ENDHIST-OLD-COVERAGE
                           AND ENDHIST-EFFECTIVE-DATE NOT = ZEROS
                           AND ENDHIST-EFFECTIVE-DATE
                           <= WS-CLM-DATE
                           COMPUTE WS-DAYS-APART = WS-CLAIM-INT
                               - FUNCTION INTEGER-OF-DATE(
                                   ENDHIST-EFFECTIVE-DATE)
                           IF WS-DAYS-APART <= WS-ENDORSE-DAYS
                               MOVE 'Y' TO WS-IND-ENDORSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ENDHIST-STATUS = '00' OR WS-ENDHIST-STATUS = '10'
               CLOSE ENDORSE-HISTORY-FILE
           END-IF.

           IF WS-IND-ENDORSE = 'Y'
               ADD WS-ENDORSE-POINTS TO WS-SCORE
           END-IF.

      *> Claims on any of the household's policies within a year
      *> either side of this one, this claim included. Policies with
      *> no customer number have no household to count across. The
      *> household's policies are found on the policy master and
      *> each one's claims read off the CLAIM-POLICY-NUMBER
      *> alternate key.
       D200-CHECK-HOUSEHOLD.
           MOVE ZEROS TO WS-HOUSEHOLD-COUNT.
           IF WS-CLM-CUST NOT = ZEROS
               MOVE 'N' TO WS-END-OF-POLICIES
               MOVE ZEROS TO WS-POLICY-REL-KEY
               START POLICY-MASTER
                   KEY IS GREATER THAN WS-POLICY-REL-KEY
                   INVALID KEY MOVE 'Y' TO WS-END-OF-POLICIES
               END-START
               PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
                   READ POLICY-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-POLICIES
                       NOT AT END
                           IF POLICY-CUST-NUMBER = WS-CLM-CUST
                               PERFORM D210-COUNT-POLICY-CLAIMS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-HOUSEHOLD-COUNT >= WS-HOUSEHOLD-CLAIMS
               MOVE 'Y' TO WS-IND-HOUSEHOLD
               ADD WS-HOUSEHOLD-POINTS TO WS-SCORE
           END-IF.

       D210-COUNT-POLICY-CLAIMS.
           MOVE 'N' TO WS-END-OF-POLICY-CLAIMS.
           MOVE POLICY-NUMBER TO CLAIM-POLICY-NUMBER.
           START CLAIMS-MASTER-FILE
               KEY IS EQUAL TO CLAIM-POLICY-NUMBER
               INVALID KEY MOVE 'Y' TO WS-END-OF-POLICY-CLAIMS
           END-START.

           PERFORM UNTIL WS-END-OF-POLICY-CLAIMS = 'Y'
               READ CLAIMS-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICY-CLAIMS
               END-READ
               IF WS-END-OF-POLICY-CLAIMS = 'N'
                   AND CLAIM-POLICY-NUMBER NOT = POLICY-NUMBER
                   MOVE 'Y' TO WS-END-OF-POLICY-CLAIMS
               END-IF
               IF WS-END-OF-POLICY-CLAIMS = 'N'
                   COMPUTE WS-OTHER-INT = FUNCTION
                       INTEGER-OF-DATE(CLAIM-DATE)
                   COMPUTE WS-DAYS-APART =
                       WS-CLAIM-INT - WS-OTHER-INT
                   IF FUNCTION ABS(WS-DAYS-APART)
                       <= WS-HOUSEHOLD-DAYS
                       ADD 1 TO WS-HOUSEHOLD-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       D300-CHECK-LIMIT.
           IF POLICY-COVERAGE-AMOUNT > ZEROS
               AND WS-CLM-AMOUNT * 100
               >= POLICY-COVERAGE-AMOUNT * WS-LIMIT-PCT
               MOVE 'Y' TO WS-IND-LIMIT
               ADD WS-LIMIT-POINTS TO WS-SCORE
           END-IF.

       E000-WRITE-REFERRAL.
           MOVE WS-CLM-NUMBER TO SIU-CLAIM-NUMBER.
           MOVE WS-CLM-POLICY TO SIU-POLICY-NUMBER.
           MOVE WS-CLM-CUST TO SIU-CUST-NUMBER.
           MOVE WS-CLM-AMOUNT TO SIU-CLAIM-AMOUNT.
           MOVE WS-RUN-DATE TO SIU-REFER-DATE.
           MOVE WS-SCORE TO SIU-SCORE.
           MOVE WS-IND-EARLY TO SIU-IND-EARLY.
           MOVE WS-IND-ENDORSE TO SIU-IND-ENDORSE.
           MOVE WS-IND-HOUSEHOLD TO SIU-IND-HOUSEHOLD.
           MOVE WS-IND-LIMIT TO SIU-IND-LIMIT.
           MOVE 'O' TO SIU-STATUS.
           MOVE ZEROS TO SIU-CLEAR-DATE.
           WRITE SIU-REFERRAL-RECORD.
           ADD 1 TO WS-REFERRED-COUNT.

           PERFORM F000-WRITE-REFERRAL-LINE.

       F000-WRITE-REFERRAL-LINE.
           MOVE SPACES TO SIU-REPORT-LINE.
           STRING "CLAIM " SIU-CLAIM-NUMBER " POLICY "
               SIU-POLICY-NUMBER " CUST " SIU-CUST-NUMBER
               " AMT " SIU-CLAIM-AMOUNT " SCORE " SIU-SCORE " "
               DELIMITED BY SIZE INTO SIU-REPORT-LINE
           END-STRING.
           IF SIU-IND-EARLY = 'Y'
               MOVE 'E' TO SIU-REPORT-LINE(66:1)
           END-IF.
           IF SIU-IND-ENDORSE = 'Y'
               MOVE 'C' TO SIU-REPORT-LINE(67:1)
           END-IF.
           IF SIU-IND-HOUSEHOLD = 'Y'
               MOVE 'H' TO SIU-REPORT-LINE(68:1)
           END-IF.
           IF SIU-IND-LIMIT = 'Y'
               MOVE 'L' TO SIU-REPORT-LINE(69:1)
           END-IF.
           MOVE SIU-REFER-DATE TO SIU-REPORT-LINE(71:8).
           WRITE SIU-REPORT-LINE.

      *> Everything still under investigation, tonight's included -
      *> these are the claims adjudication will not pay.
       G000-LIST-OPEN-REFERRALS.
           MOVE SPACES TO SIU-REPORT-LINE.
           WRITE SIU-REPORT-LINE.
           MOVE "OPEN SIU REFERRALS (PAYMENTS HELD):"
               TO SIU-REPORT-LINE.
           WRITE SIU-REPORT-LINE.

           OPEN INPUT SIU-REFERRAL-FILE.
           IF WS-SIUREF-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-REFERRALS
           END-IF.

           PERFORM UNTIL WS-END-OF-REFERRALS = 'Y'
               READ SIU-REFERRAL-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-REFERRALS
                   NOT AT END
                       IF SIU-STATUS = 'O'
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM F000-WRITE-REFERRAL-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SIUREF-STATUS = '00' OR WS-SIUREF-STATUS = '10'
               CLOSE SIU-REFERRAL-FILE
           END-IF.
