      *> flagged for review - so claim money lives on the claims
      *> master instead of a whiteboard, and LossRatio.cob sees every
      *> dollar as it goes out, not just the final 'P' amount.
      *> Each net payment is also queued on data/CLMPAY.DAT for the
      *> ClaimDisburse check run, so the money actually leaves.
      *> A claim SIUScoring referred to the special investigations
      *> unit (data/SIUREFER.DAT) takes no payment until the referral
      *> is cleared.
      *> Every decision applied is appended to the claim's
      *> transaction history, data/CLMHIST.DAT, with the reserve
      *> before and after it and the amount it paid.
      *> Claims are read and rewritten one at a time by CLAIM-NUMBER
      *> on the indexed master; a policy's other claims come off the
      *> CLAIM-POLICY-NUMBER alternate key, so there is no in-storage
      *> copy of the master to outgrow.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BENEF-STATUS.

           SELECT CLAIM-PAYMENT-FILE ASSIGN TO 'data/CLMPAY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMPAY-STATUS.

           SELECT SIU-REFERRAL-FILE ASSIGN TO 'data/SIUREFER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIUREF-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'data/CLMHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUDICATE-TRANS-FILE.
       FD  BENEF-MASTER-FILE.
       COPY BENEF.

       FD  CLAIM-PAYMENT-FILE.
       COPY CLMPAY.

       FD  SIU-REFERRAL-FILE.
       COPY SIUREF.

       FD  CLAIM-HISTORY-FILE.
       COPY CLMHIST.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-CLAIMS-STATUS PIC X(2) VALUE '00'.
       01 WS-DUPLICATE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      *> The claim a decision applies to is read by CLAIM-NUMBER;
      *> it is held aside while its policy's other claims are read
      *> off the alternate key, then put back for the rewrite.
       01 WS-CLAIM-FOUND PIC X(1) VALUE 'N'.
       01 WS-CLAIM-HOLD PIC X(59) VALUE SPACES.
       01 WS-CLAIM-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-END-OF-POLICY-CLAIMS PIC X(1) VALUE 'N'.

      *> One policy's claims at a time for the duplicate check - the
      *> alternate key delivers them together.
       01 WS-POLICY-CLAIM-TABLE.
           05 WS-PC-ENTRY OCCURS 99 TIMES.
               10 WS-PC-NUMBER          PIC 9(7).
               10 WS-PC-DATE            PIC 9(8).
       01 WS-PC-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-SCAN-SUB PIC 9(2) VALUE ZEROS.

      *> Total already paid across every claim on the payment's
      *> policy - the figure the coverage-amount cap is proved
       01 WS-END-OF-BENEFS PIC X(1) VALUE 'N'.
       01 WS-BENEF-SHARE-TOTAL PIC 9(5) VALUE ZEROS.

      *> Disbursement queue - stamped with the business date so the
      *> check run knows which night's postings it is paying.
       01 WS-CLMPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.

      *> SIU hold check - 'Y' while the claim has a referral that
      *> has not been cleared.
       01 WS-SIUREF-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-REFERRALS PIC X(1) VALUE 'N'.
       01 WS-SIU-HOLD PIC X(1) VALUE 'N'.

      *> Claim history - the reserve as the claim was read, before
      *> the decision moved it, and the policy type to stamp.
       01 WS-CLMHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-RESERVE-BEFORE PIC 9(7)V99 VALUE ZEROS.
       01 WS-HISTORY-TYPE PIC X(10) VALUE SPACES.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           PERFORM B000-OPEN-CLAIMS.

           OPEN INPUT ADJUDICATE-TRANS-FILE.
           IF WS-TRAN-STATUS = '35'
               DISPLAY "NO CLMADJTRN.DAT TONIGHT, NOTHING TO APPLY"
               CLOSE CLAIMS-MASTER-FILE
               STOP RUN
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CLMADJTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               CLOSE CLAIMS-MASTER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               CLOSE CLAIMS-MASTER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE POLICY-MASTER.

           PERFORM H000-FLAG-DUPLICATES.
           CLOSE CLAIMS-MASTER-FILE.
      *> Every decision is applied or rejected on the report - empty
      *> the input so tomorrow's run does not see it again.
           OPEN OUTPUT ADJUDICATE-TRANS-FILE.
           CLOSE ADJUDICATE-TRANS-FILE.

           MOVE SPACES TO ADJUDICATE-REPORT-LINE.
           STRING "APPLIED: " WS-APPLIED-COUNT
           STOP RUN.

      *> No claims master yet means there is nothing to adjudicate.
       B000-OPEN-CLAIMS.
           OPEN I-O CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS NOT = '00'
               DISPLAY "NO CLAIMS MASTER ON FILE, STATUS: "
                   WS-CLAIMS-STATUS
               STOP RUN
           END-IF.

       C000-APPLY-DECISION.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM D000-FIND-CLAIM.

           IF WS-CLAIM-FOUND = 'N'
               MOVE "CLAIM NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE CLAIM-RESERVE TO WS-RESERVE-BEFORE
               MOVE ZEROS TO WS-PAYMENT-NET
               EVALUATE CLMADJ-ACTION
                   WHEN 'R'
                       PERFORM E000-SET-RESERVE
               END-EVALUATE
           END-IF.

      *>   Nothing is queued to pay or recover until the claim
      *>   itself has been updated - a claim that will not rewrite
      *>   leaves no money moving behind it, and is reported with
      *>   the rejects.
           IF WS-REJECT-REASON = SPACES
               REWRITE CLAIM-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE CLAIM "
                           CLAIM-NUMBER ", STATUS: " WS-CLAIMS-STATUS
                       STRING "REWRITE FAILED, STATUS "
                           WS-CLAIMS-STATUS
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-STRING
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       IF CLMADJ-ACTION = 'P'
                           PERFORM F250-QUEUE-DISBURSEMENT
                           PERFORM F300-RECOVER-CEDED-SHARE
                       END-IF
                       PERFORM I000-WRITE-CLAIM-HISTORY
               END-REWRITE
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO ADJUDICATE-REPORT-LINE
               STRING "REJECTED " CLMADJ-ACTION ' '
               WRITE ADJUDICATE-REPORT-LINE
           END-IF.

      *> Rows written before recoveries were tracked carry spaces;
      *> they go back as zeros when the claim is rewritten.
       D000-FIND-CLAIM.
           MOVE 'N' TO WS-CLAIM-FOUND.
           MOVE CLMADJ-CLAIM-NUMBER TO CLAIM-NUMBER.
           READ CLAIMS-MASTER-FILE
               KEY IS CLAIM-NUMBER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLAIM-FOUND
                   IF CLAIM-RECOVERED-AMOUNT NOT NUMERIC
                       MOVE ZEROS TO CLAIM-RECOVERED-AMOUNT
                   END-IF
           END-READ.

       E000-SET-RESERVE.
           IF CLAIM-STATUS NOT = 'O'
               MOVE "CLAIM NOT OPEN" TO WS-REJECT-REASON
           ELSE
               MOVE CLMADJ-AMOUNT TO CLAIM-RESERVE
               MOVE SPACES TO ADJUDICATE-REPORT-LINE
               STRING "CLAIM " CLMADJ-CLAIM-NUMBER
                   " RESERVE SET TO " CLMADJ-AMOUNT
      *> against one claim; the claim closes itself when the
      *> cumulative paid reaches the claimed amount.
       F000-POST-PAYMENT.
           IF CLAIM-STATUS NOT = 'O'
               MOVE "CLAIM NOT OPEN" TO WS-REJECT-REASON
           ELSE
               PERFORM F050-CHECK-SIU-HOLD
               IF WS-SIU-HOLD = 'Y'
                   MOVE "HELD FOR SIU REFERRAL" TO WS-REJECT-REASON
               ELSE
                   PERFORM F100-CHECK-COVERAGE-CAP
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM F200-APPLY-PAYMENT
               END-IF
           END-IF.

      *> Open ('O') and founded ('F') referrals both hold the money;
      *> only the investigator's clearance ('C') releases it.
       F050-CHECK-SIU-HOLD.
           MOVE 'N' TO WS-SIU-HOLD.
           MOVE 'N' TO WS-END-OF-REFERRALS.

           OPEN INPUT SIU-REFERRAL-FILE.
           IF WS-SIUREF-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-REFERRALS
           END-IF.

           PERFORM UNTIL WS-END-OF-REFERRALS = 'Y'
               READ SIU-REFERRAL-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-REFERRALS
                   NOT AT END
                       IF SIU-CLAIM-NUMBER = CLMADJ-CLAIM-NUMBER
                           AND SIU-STATUS NOT = 'C'
                           MOVE 'Y' TO WS-SIU-HOLD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SIUREF-STATUS = '00' OR WS-SIUREF-STATUS = '10'
               CLOSE SIU-REFERRAL-FILE
           END-IF.

       F100-CHECK-COVERAGE-CAP.
           MOVE CLAIM-POLICY-NUMBER TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE "POLICY NOT ON MASTER" TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM F120-SUM-POLICY-PAID

               IF WS-POLICY-PAID-CLAIMS + CLMADJ-AMOUNT
                   > POLICY-COVERAGE-AMOUNT
               END-IF
           END-IF.

      *> Every claim on the policy, this one included, read off the
      *> alternate key; the claim in hand is put back afterwards.
       F120-SUM-POLICY-PAID.
           MOVE ZEROS TO WS-POLICY-PAID-CLAIMS.
           MOVE CLAIM-RECORD TO WS-CLAIM-HOLD.
           MOVE CLAIM-POLICY-NUMBER TO WS-CLAIM-POLICY.
           MOVE 'N' TO WS-END-OF-POLICY-CLAIMS.

           START CLAIMS-MASTER-FILE
               KEY IS EQUAL TO CLAIM-POLICY-NUMBER
               INVALID KEY MOVE 'Y' TO WS-END-OF-POLICY-CLAIMS
           END-START.

           PERFORM UNTIL WS-END-OF-POLICY-CLAIMS = 'Y'
               READ CLAIMS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-POLICY-CLAIMS
                   NOT AT END
                       IF CLAIM-POLICY-NUMBER NOT = WS-CLAIM-POLICY
                           MOVE 'Y' TO WS-END-OF-POLICY-CLAIMS
                       ELSE
                           ADD CLAIM-PAID-AMOUNT
                               TO WS-POLICY-PAID-CLAIMS
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-CLAIM-HOLD TO CLAIM-RECORD.

       F150-CHECK-BENEFICIARIES.
           MOVE ZEROS TO WS-BENEF-SHARE-TOTAL.
           MOVE 'N' TO WS-END-OF-BENEFS.
                       MOVE 'Y' TO WS-END-OF-BENEFS
                   NOT AT END
                       IF BENEF-POLICY-NUMBER
                           = CLAIM-POLICY-NUMBER
                           ADD BENEF-SHARE-PCT
                               TO WS-BENEF-SHARE-TOTAL
                       END-IF
      *> applying it with a calculator on top of the claim report.
       F200-APPLY-PAYMENT.
           MOVE CLMADJ-AMOUNT TO WS-PAYMENT-NET.
           IF CLAIM-PAID-AMOUNT = ZEROS
               AND POLICY-DEDUCTIBLE NOT = ZEROS
               IF POLICY-DEDUCTIBLE >= WS-PAYMENT-NET
                   MOVE ZEROS TO WS-PAYMENT-NET
               WRITE ADJUDICATE-REPORT-LINE
           END-IF.

           ADD WS-PAYMENT-NET TO CLAIM-PAID-AMOUNT.
           IF CLMADJ-AMOUNT >= CLAIM-RESERVE
               MOVE ZEROS TO CLAIM-RESERVE
           ELSE
               SUBTRACT CLMADJ-AMOUNT
                   FROM CLAIM-RESERVE
           END-IF.

      *> The claim is settled in full once what we paid plus the
      *> policyholder's own deductible covers the claimed amount.
           IF CLAIM-PAID-AMOUNT + POLICY-DEDUCTIBLE
               >= CLAIM-AMOUNT
               MOVE 'P' TO CLAIM-STATUS
               MOVE ZEROS TO CLAIM-RESERVE
           END-IF.

           MOVE SPACES TO ADJUDICATE-REPORT-LINE.
           STRING "CLAIM " CLMADJ-CLAIM-NUMBER " PAID "
               CLMADJ-AMOUNT " TOTAL " CLAIM-PAID-AMOUNT
               " STATUS " CLAIM-STATUS
               DELIMITED BY SIZE INTO ADJUDICATE-REPORT-LINE
           END-STRING.
           WRITE ADJUDICATE-REPORT-LINE.

      *> Only money that actually goes out is queued - a payment
      *> wholly absorbed by the deductible issues no check.
       F250-QUEUE-DISBURSEMENT.
           IF WS-PAYMENT-NET > 0
               MOVE CLMADJ-CLAIM-NUMBER TO CLMPAY-CLAIM-NUMBER
               MOVE CLAIM-POLICY-NUMBER
                   TO CLMPAY-POLICY-NUMBER
               MOVE WS-BUS-DATE TO CLMPAY-POST-DATE
               MOVE WS-PAYMENT-NET TO CLMPAY-AMOUNT
               MOVE 'P' TO CLMPAY-STATUS
               MOVE ZEROS TO CLMPAY-ISSUE-DATE

               OPEN EXTEND CLAIM-PAYMENT-FILE
               IF WS-CLMPAY-STATUS = '35'
                   OPEN OUTPUT CLAIM-PAYMENT-FILE
               END-IF
               WRITE CLMPAY-RECORD
               CLOSE CLAIM-PAYMENT-FILE
           END-IF.

      *> A payment on a ceded policy recovers the ceded percentage
      *> from the reinsurer automatically - no more depending on
               AND WS-PAYMENT-NET > 0
               COMPUTE WS-RECOVERY-AMOUNT ROUNDED =
                   WS-PAYMENT-NET * WS-CEDED-PCT
               MOVE CLAIM-POLICY-NUMBER
                   TO REINSREC-POLICY-NUMBER
               MOVE CLMADJ-CLAIM-NUMBER TO REINSREC-CLAIM-NUMBER
               MOVE CLMADJ-DATE TO REINSREC-DATE
                       MOVE 'Y' TO WS-END-OF-CESSIONS
                   NOT AT END
                       IF CESSION-POLICY-NUMBER
                           = CLAIM-POLICY-NUMBER
                           MOVE CESSION-CEDED-PCT TO WS-CEDED-PCT
                           MOVE 'Y' TO WS-POLICY-CEDED
                       END-IF
      *> Settles an open claim at whatever has been paid so far -
      *> the remaining reserve is released, not paid.
       G000-CLOSE-CLAIM.
           IF CLAIM-STATUS NOT = 'O'
               MOVE "CLAIM NOT OPEN" TO WS-REJECT-REASON
           ELSE
               MOVE 'P' TO CLAIM-STATUS
               MOVE ZEROS TO CLAIM-RESERVE
               MOVE SPACES TO ADJUDICATE-REPORT-LINE
               STRING "CLAIM " CLMADJ-CLAIM-NUMBER
                   " CLOSED, TOTAL PAID "
                   CLAIM-PAID-AMOUNT
                   DELIMITED BY SIZE INTO ADJUDICATE-REPORT-LINE
               END-STRING
               WRITE ADJUDICATE-REPORT-LINE
           END-IF.

       G100-DENY-CLAIM.
           IF CLAIM-STATUS NOT = 'O'
               MOVE "CLAIM NOT OPEN" TO WS-REJECT-REASON
           ELSE
               MOVE 'D' TO CLAIM-STATUS
               MOVE ZEROS TO CLAIM-RESERVE
               MOVE SPACES TO ADJUDICATE-REPORT-LINE
               STRING "CLAIM " CLMADJ-CLAIM-NUMBER " DENIED"
                   DELIMITED BY SIZE INTO ADJUDICATE-REPORT-LINE
      *> Two claims on the same policy with the same CLAIM-DATE are
      *> probably one loss keyed twice - each later one is flagged on
      *> the report for a human to review before more money moves.
      *> The master is walked in CLAIM-POLICY-NUMBER order, so each
      *> claim need only be checked against the earlier claims of
      *> its own policy.
       H000-FLAG-DUPLICATES.
           MOVE 'N' TO WS-END-OF-CLAIMS.
           MOVE ZEROS TO WS-CLAIM-POLICY.
           MOVE ZEROS TO WS-PC-COUNT.
           MOVE ZEROS TO CLAIM-POLICY-NUMBER.
           START CLAIMS-MASTER-FILE
               KEY IS NOT LESS THAN CLAIM-POLICY-NUMBER
               INVALID KEY MOVE 'Y' TO WS-END-OF-CLAIMS
           END-START.

           PERFORM UNTIL WS-END-OF-CLAIMS = 'Y'
               READ CLAIMS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-CLAIMS
                   NOT AT END
                       IF CLAIM-POLICY-NUMBER NOT = WS-CLAIM-POLICY
                           MOVE CLAIM-POLICY-NUMBER TO WS-CLAIM-POLICY
                           MOVE ZEROS TO WS-PC-COUNT
                       END-IF
                       PERFORM H100-CHECK-POLICY-CLAIMS
               END-READ
           END-PERFORM.

       H100-CHECK-POLICY-CLAIMS.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PC-COUNT
               IF WS-PC-DATE(WS-SCAN-SUB) = CLAIM-DATE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SPACES TO ADJUDICATE-REPORT-LINE
                   STRING "REVIEW: CLAIM " CLAIM-NUMBER
                       " DUPLICATES CLAIM " WS-PC-NUMBER(WS-SCAN-SUB)
                       " (POLICY " CLAIM-POLICY-NUMBER
                       " DATE " CLAIM-DATE ")"
                       DELIMITED BY SIZE INTO ADJUDICATE-REPORT-LINE
                   END-STRING
                   WRITE ADJUDICATE-REPORT-LINE
                   MOVE WS-PC-COUNT TO WS-SCAN-SUB
               END-IF
           END-PERFORM.

           IF WS-PC-COUNT < 99
               ADD 1 TO WS-PC-COUNT
               MOVE CLAIM-NUMBER TO WS-PC-NUMBER(WS-PC-COUNT)
               MOVE CLAIM-DATE TO WS-PC-DATE(WS-PC-COUNT)
           END-IF.

      *> One history row per decision that reached the master. A
      *> payment's row carries the net actually paid; the reserve
      *> came down by the gross, so the deductible withheld shows as
      *> a drop in incurred. The policy is read for its type (a
      *> payment has already read it, any other action has not).
       I000-WRITE-CLAIM-HISTORY.
           MOVE CLAIM-POLICY-NUMBER TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-HISTORY-TYPE
               NOT INVALID KEY
                   MOVE POLICY-TYPE TO WS-HISTORY-TYPE
           END-READ.

           MOVE CLAIM-NUMBER TO CLMH-CLAIM-NUMBER.
           MOVE CLAIM-POLICY-NUMBER TO CLMH-POLICY-NUMBER.
           MOVE WS-HISTORY-TYPE TO CLMH-POLICY-TYPE.
           MOVE CLAIM-DATE TO CLMH-ACCIDENT-DATE.
           MOVE CLMADJ-DATE TO CLMH-TRAN-DATE.
           MOVE CLMADJ-ACTION TO CLMH-ACTION.
           MOVE WS-PAYMENT-NET TO CLMH-PAID-AMOUNT.
           MOVE WS-RESERVE-BEFORE TO CLMH-RESERVE-BEFORE.
           MOVE CLAIM-RESERVE TO CLMH-RESERVE-AFTER.
           MOVE CLAIM-PAID-AMOUNT TO CLMH-PAID-TO-DATE.

           OPEN EXTEND CLAIM-HISTORY-FILE.
           IF WS-CLMHIST-STATUS = '35'
               OPEN OUTPUT CLAIM-HISTORY-FILE
           END-IF.
           WRITE CLMHIST-RECORD.
           CLOSE CLAIM-HISTORY-FILE.
