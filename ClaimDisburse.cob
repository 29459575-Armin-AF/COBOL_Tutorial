       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimDisburse.

      *> Claim payment disbursement run - picks up every net claim
      *> payment ClaimAdjudication queued on data/CLMPAY.DAT and not
      *> yet paid, and issues a numbered claim check for it: one
      *> check to the policyholder, or for a LIFE claim one check per
      *> beneficiary on data/BENEF.DAT split by BENEF-SHARE-PCT. Each
      *> check is written to the claim check register and to a claim
      *> positive-pay file for the bank, the same 'C' detail / 'T'
      *> trailer layout EmployeePayroll writes to data/POSPAY.TXT,
      *> but numbered from its own data/CLMCHKSEQ.DAT series - so
      *> finance stops re-keying claim payments into the bank portal.
      *> Payable queue rows are marked issued and the queue rewritten
      *> before a single check is printed - issued rows move off to
      *> data/CLMPAYHIST.DAT, only unpaid ones stay queued - so a
      *> rerun never pays the same posting twice and the bank never
      *> gets positive pay for a check the queue does not know went
      *> out. A posting that cannot be paid (policy gone,
      *> beneficiary shares no longer 100) stays queued and is
      *> reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-PAYMENT-FILE ASSIGN TO 'data/CLMPAY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMPAY-STATUS.

           SELECT CLAIM-PAYMENT-HISTORY ASSIGN TO 'data/CLMPAYHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMPAYH-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT BENEF-MASTER-FILE ASSIGN TO 'data/BENEF.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BENEF-STATUS.

           SELECT CLAIM-CHECK-REGISTER ASSIGN TO 'data/CLMCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMCHK-STATUS.

           SELECT CHECK-SEQUENCE ASSIGN TO 'data/CLMCHKSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKSEQ-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'data/CLMPOSPAY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.

           SELECT DISBURSE-REPORT-FILE ASSIGN TO 'data/CLMDISB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-PAYMENT-FILE.
       COPY CLMPAY.

      *> Issued queue rows, moved here as they stood on the queue.
       FD  CLAIM-PAYMENT-HISTORY.
       01  CLAIM-PAYMENT-HISTORY-LINE   PIC X(40).

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  BENEF-MASTER-FILE.
       COPY BENEF.

       FD  CLAIM-CHECK-REGISTER.
       COPY CLMCHK.

       FD  CHECK-SEQUENCE.
       COPY CHKSEQ.

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE            PIC X(30).

       FD  DISBURSE-REPORT-FILE.
       01  DISBURSE-REPORT-LINE         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CLMPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-CLMPAYH-STATUS PIC X(2) VALUE '00'.
       01 WS-QUEUE-WRITE-FAILED PIC X(1) VALUE 'N'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-BENEF-STATUS PIC X(2) VALUE '00'.
       01 WS-CLMCHK-STATUS PIC X(2) VALUE '00'.
       01 WS-CHKSEQ-STATUS PIC X(2) VALUE '00'.
       01 WS-POSPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-CLMPAY PIC X(1) VALUE 'N'.
       01 WS-END-OF-BENEFS PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      *> The disbursement queue held in storage, payable rows marked
      *> with the payee and policy type the checks will be cut from
      *> once the queue is safely back on disk.
       01 WS-QUEUE-TABLE.
           05 WS-QU-ENTRY OCCURS 999 TIMES INDEXED BY WS-QU-IDX.
               10 WS-QU-CLAIM           PIC 9(7).
               10 WS-QU-POLICY          PIC 9(7).
               10 WS-QU-POST-DATE       PIC 9(8).
               10 WS-QU-AMOUNT          PIC 9(7)V99.
               10 WS-QU-STATUS          PIC X(1).
               10 WS-QU-ISSUE-DATE      PIC 9(8).
               10 WS-QU-ISSUE-NOW       PIC X(1).
               10 WS-QU-POLICY-TYPE     PIC X(10).
               10 WS-QU-HOLDER-NAME     PIC X(20).
       01 WS-QUEUE-COUNT PIC 9(3) VALUE ZEROS.

      *> Every beneficiary on file, loaded once - a LIFE payment pays
      *> the rows for its policy.
       01 WS-BENEF-TABLE.
           05 WS-BN-ENTRY OCCURS 999 TIMES INDEXED BY WS-BN-IDX.
               10 WS-BN-POLICY          PIC 9(7).
               10 WS-BN-SEQ             PIC 9(2).
               10 WS-BN-NAME            PIC X(20).
               10 WS-BN-SHARE-PCT       PIC 9(3).
       01 WS-BENEF-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-BENEF-SHARE-TOTAL PIC 9(5) VALUE ZEROS.
       01 WS-BENEF-ON-POLICY PIC 9(3) VALUE ZEROS.
       01 WS-BENEF-PAID-SO-FAR PIC 9(3) VALUE ZEROS.

      *> The check being written, and the share of a split payment
      *> still unallocated - the last beneficiary takes whatever the
      *> rounding of the earlier shares left, so the checks always
      *> add back to the posted amount to the penny.
       01 WS-CHECK-PAYEE PIC X(20) VALUE SPACES.
       01 WS-CHECK-BENEF-SEQ PIC 9(2) VALUE ZEROS.
       01 WS-CHECK-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-SPLIT-REMAINING PIC 9(7)V99 VALUE ZEROS.
       01 WS-NEXT-CHECK-NUMBER PIC 9(6) VALUE ZEROS.

       01 WS-PAID-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHECK-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHECK-TOTAL PIC 9(9)V99 VALUE ZEROS.

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
           CALL 'GetBusDate' USING WS-BUS-DATE.
           PERFORM B000-LOAD-QUEUE.
           PERFORM B100-LOAD-BENEFICIARIES.

      *> The queue is written back whole once the checks are out, so
      *> a queue too big for storage would lose its newest postings;
      *> a short beneficiary table would pay the wrong payee. Issue
      *> nothing rather than part of a run.
           IF WS-QUEUE-COUNT = 999 AND WS-END-OF-CLMPAY = 'N'
               DISPLAY "CLAIM PAYMENT QUEUE OVER 999 ROWS - "
                   "NOTHING DISBURSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BENEF-COUNT = 999 AND WS-END-OF-BENEFS = 'N'
               DISPLAY "BENEFICIARY FILE OVER 999 ROWS - "
                   "NOTHING DISBURSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DISBURSE-REPORT-FILE.
           MOVE SPACES TO DISBURSE-REPORT-LINE.
           STRING "CLAIM DISBURSEMENT RUN " WS-BUS-DATE
               DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
           END-STRING.
           WRITE DISBURSE-REPORT-LINE.
           MOVE "CHECK# CLAIM#  POLICY# PAYEE                AMOUNT"
               TO DISBURSE-REPORT-LINE.
           WRITE DISBURSE-REPORT-LINE.

      *> Everything posted up to and including today that has not
      *> been paid - a posting missed by an earlier failed run is
      *> picked up tonight rather than forgotten.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
               UNTIL WS-QU-IDX > WS-QUEUE-COUNT
               MOVE 'N' TO WS-QU-ISSUE-NOW(WS-QU-IDX)
               IF WS-QU-STATUS(WS-QU-IDX) = 'P'
                   AND WS-QU-POST-DATE(WS-QU-IDX) <= WS-BUS-DATE
                   PERFORM C000-SELECT-PAYMENT
               END-IF
           END-PERFORM.

           CLOSE POLICY-MASTER.

      *> The queue goes back to disk before any check or positive
      *> pay is written - if it cannot, nothing is issued and the
      *> postings are still there for the rerun.
           PERFORM G000-REWRITE-QUEUE.
           IF WS-QUEUE-WRITE-FAILED = 'Y'
               MOVE SPACES TO DISBURSE-REPORT-LINE
               STRING "CLAIM PAYMENT QUEUE NOT REWRITTEN - "
                   "NO CHECKS ISSUED"
                   DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
               END-STRING
               WRITE DISBURSE-REPORT-LINE
               CLOSE DISBURSE-REPORT-FILE
               DISPLAY "UNABLE TO REWRITE data/CLMPAY.DAT, STATUS: "
                   WS-CLMPAY-STATUS " HISTORY: " WS-CLMPAYH-STATUS
                   " - NO CHECKS ISSUED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT POSITIVE-PAY-FILE.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
               UNTIL WS-QU-IDX > WS-QUEUE-COUNT
               IF WS-QU-ISSUE-NOW(WS-QU-IDX) = 'Y'
                   PERFORM C100-ISSUE-PAYMENT
               END-IF
           END-PERFORM.

           PERFORM M100-WRITE-POSPAY-TRAILER.
           CLOSE POSITIVE-PAY-FILE.

           MOVE SPACES TO DISBURSE-REPORT-LINE.
           STRING "PAYMENTS DISBURSED: " WS-PAID-COUNT
               "  HELD: " WS-HELD-COUNT
               "  CHECKS: " WS-CHECK-COUNT
               "  TOTAL: " WS-CHECK-TOTAL
               DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
           END-STRING.
           WRITE DISBURSE-REPORT-LINE.
           CLOSE DISBURSE-REPORT-FILE.

           DISPLAY "PAYMENTS DISBURSED:    " WS-PAID-COUNT.
           DISPLAY "PAYMENTS HELD:         " WS-HELD-COUNT.
           DISPLAY "CLAIM CHECKS ISSUED:   " WS-CHECK-COUNT
               " TOTAL " WS-CHECK-TOTAL.
           STOP RUN.

      *> No queue yet simply means no claim has been paid since the
      *> queue began - a quiet night, not a failure.
       B000-LOAD-QUEUE.
           MOVE ZEROS TO WS-QUEUE-COUNT.
           OPEN INPUT CLAIM-PAYMENT-FILE.
           IF WS-CLMPAY-STATUS = '35'
               DISPLAY "NO CLAIM PAYMENTS QUEUED, NOTHING TO DISBURSE"
               STOP RUN
           END-IF.
           IF WS-CLMPAY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/CLMPAY.DAT, STATUS: "
                   WS-CLMPAY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CLAIM-PAYMENT-FILE
               AT END MOVE 'Y' TO WS-END-OF-CLMPAY
           END-READ.

           PERFORM UNTIL WS-END-OF-CLMPAY = 'Y'
               OR WS-QUEUE-COUNT = 999
               ADD 1 TO WS-QUEUE-COUNT
               MOVE CLMPAY-CLAIM-NUMBER
                   TO WS-QU-CLAIM(WS-QUEUE-COUNT)
               MOVE CLMPAY-POLICY-NUMBER
                   TO WS-QU-POLICY(WS-QUEUE-COUNT)
               MOVE CLMPAY-POST-DATE
                   TO WS-QU-POST-DATE(WS-QUEUE-COUNT)
               MOVE CLMPAY-AMOUNT TO WS-QU-AMOUNT(WS-QUEUE-COUNT)
               MOVE CLMPAY-STATUS TO WS-QU-STATUS(WS-QUEUE-COUNT)
               MOVE CLMPAY-ISSUE-DATE
                   TO WS-QU-ISSUE-DATE(WS-QUEUE-COUNT)

               READ CLAIM-PAYMENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-CLMPAY
               END-READ
           END-PERFORM.

           CLOSE CLAIM-PAYMENT-FILE.

       B100-LOAD-BENEFICIARIES.
           MOVE ZEROS TO WS-BENEF-COUNT.
           OPEN INPUT BENEF-MASTER-FILE.
           IF WS-BENEF-STATUS = '00'
               READ BENEF-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-BENEFS
               END-READ

               PERFORM UNTIL WS-END-OF-BENEFS = 'Y'
                   OR WS-BENEF-COUNT = 999
                   ADD 1 TO WS-BENEF-COUNT
                   MOVE BENEF-POLICY-NUMBER
                       TO WS-BN-POLICY(WS-BENEF-COUNT)
                   MOVE BENEF-SEQ TO WS-BN-SEQ(WS-BENEF-COUNT)
                   MOVE BENEF-NAME TO WS-BN-NAME(WS-BENEF-COUNT)
                   MOVE BENEF-SHARE-PCT
                       TO WS-BN-SHARE-PCT(WS-BENEF-COUNT)

                   READ BENEF-MASTER-FILE
                       AT END MOVE 'Y' TO WS-END-OF-BENEFS
                   END-READ
               END-PERFORM

               CLOSE BENEF-MASTER-FILE
           END-IF.

       C000-SELECT-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-QU-POLICY(WS-QU-IDX) TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE "POLICY NOT ON MASTER" TO WS-REJECT-REASON
           END-READ.

           IF WS-REJECT-REASON = SPACES
               AND POLICY-TYPE = 'LIFE'
               PERFORM D000-CHECK-BENEFICIARIES
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO DISBURSE-REPORT-LINE
               STRING "HELD: CLAIM " WS-QU-CLAIM(WS-QU-IDX)
                   " AMOUNT " WS-QU-AMOUNT(WS-QU-IDX) " - "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
               END-STRING
               WRITE DISBURSE-REPORT-LINE
           ELSE
               MOVE POLICY-TYPE TO WS-QU-POLICY-TYPE(WS-QU-IDX)
               MOVE POLICY-HOLDER-NAME
                   TO WS-QU-HOLDER-NAME(WS-QU-IDX)
               MOVE 'Y' TO WS-QU-ISSUE-NOW(WS-QU-IDX)
               MOVE 'I' TO WS-QU-STATUS(WS-QU-IDX)
               MOVE WS-BUS-DATE TO WS-QU-ISSUE-DATE(WS-QU-IDX)
               ADD 1 TO WS-PAID-COUNT
           END-IF.

       C100-ISSUE-PAYMENT.
           IF WS-QU-POLICY-TYPE(WS-QU-IDX) = 'LIFE'
               PERFORM D000-CHECK-BENEFICIARIES
               PERFORM E000-SPLIT-TO-BENEFICIARIES
           ELSE
               MOVE WS-QU-HOLDER-NAME(WS-QU-IDX) TO WS-CHECK-PAYEE
               MOVE ZEROS TO WS-CHECK-BENEF-SEQ
               MOVE WS-QU-AMOUNT(WS-QU-IDX) TO WS-CHECK-AMOUNT
               PERFORM L500-ISSUE-CHECK
           END-IF.

      *> Adjudication proved the shares at posting time, but the
      *> beneficiaries may have been maintained since - a LIFE
      *> payment only goes out against shares that still total 100.
       D000-CHECK-BENEFICIARIES.
           MOVE ZEROS TO WS-BENEF-SHARE-TOTAL.
           MOVE ZEROS TO WS-BENEF-ON-POLICY.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BENEF-COUNT
               IF WS-BN-POLICY(WS-BN-IDX) = WS-QU-POLICY(WS-QU-IDX)
                   ADD WS-BN-SHARE-PCT(WS-BN-IDX)
                       TO WS-BENEF-SHARE-TOTAL
                   IF WS-BN-SHARE-PCT(WS-BN-IDX) > 0
                       ADD 1 TO WS-BENEF-ON-POLICY
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BENEF-SHARE-TOTAL NOT = 100
               MOVE "NO/BAD BENEFICIARY ON FILE" TO WS-REJECT-REASON
           END-IF.

       E000-SPLIT-TO-BENEFICIARIES.
           MOVE WS-QU-AMOUNT(WS-QU-IDX) TO WS-SPLIT-REMAINING.
           MOVE ZEROS TO WS-BENEF-PAID-SO-FAR.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BENEF-COUNT
               IF WS-BN-POLICY(WS-BN-IDX) = WS-QU-POLICY(WS-QU-IDX)
                   AND WS-BN-SHARE-PCT(WS-BN-IDX) > 0
                   ADD 1 TO WS-BENEF-PAID-SO-FAR
                   IF WS-BENEF-PAID-SO-FAR = WS-BENEF-ON-POLICY
                       MOVE WS-SPLIT-REMAINING TO WS-CHECK-AMOUNT
                   ELSE
                       COMPUTE WS-CHECK-AMOUNT ROUNDED =
                           WS-QU-AMOUNT(WS-QU-IDX)
                           * WS-BN-SHARE-PCT(WS-BN-IDX) / 100
                       SUBTRACT WS-CHECK-AMOUNT
                           FROM WS-SPLIT-REMAINING
                   END-IF
                   MOVE WS-BN-NAME(WS-BN-IDX) TO WS-CHECK-PAYEE
                   MOVE WS-BN-SEQ(WS-BN-IDX) TO WS-CHECK-BENEF-SEQ
                   PERFORM L500-ISSUE-CHECK
               END-IF
           END-PERFORM.

       L500-ISSUE-CHECK.
           PERFORM L600-NEXT-CHECK-NUMBER.

           MOVE WS-NEXT-CHECK-NUMBER TO CLMCHK-NUMBER.
           MOVE WS-QU-CLAIM(WS-QU-IDX) TO CLMCHK-CLAIM-NUMBER.
           MOVE WS-QU-POLICY(WS-QU-IDX) TO CLMCHK-POLICY-NUMBER.
           MOVE WS-CHECK-BENEF-SEQ TO CLMCHK-BENEF-SEQ.
           MOVE WS-CHECK-PAYEE TO CLMCHK-PAYEE.
           MOVE WS-BUS-DATE TO CLMCHK-DATE.
           MOVE WS-CHECK-AMOUNT TO CLMCHK-AMOUNT.
           MOVE 'I' TO CLMCHK-STATUS.

           OPEN EXTEND CLAIM-CHECK-REGISTER.
           IF WS-CLMCHK-STATUS = '35'
               OPEN OUTPUT CLAIM-CHECK-REGISTER
           END-IF.
           WRITE CLMCHK-RECORD.
           CLOSE CLAIM-CHECK-REGISTER.

           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-CHECK-AMOUNT TO WS-CHECK-TOTAL.

           MOVE SPACES TO POSITIVE-PAY-LINE.
           STRING 'C' WS-NEXT-CHECK-NUMBER WS-BUS-DATE
               WS-CHECK-AMOUNT
               DELIMITED BY SIZE INTO POSITIVE-PAY-LINE
           END-STRING.
           WRITE POSITIVE-PAY-LINE.

           MOVE SPACES TO DISBURSE-REPORT-LINE.
           STRING WS-NEXT-CHECK-NUMBER ' ' WS-QU-CLAIM(WS-QU-IDX) ' '
               WS-QU-POLICY(WS-QU-IDX) ' ' WS-CHECK-PAYEE ' '
               WS-CHECK-AMOUNT
               DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
           END-STRING.
           WRITE DISBURSE-REPORT-LINE.

       L600-NEXT-CHECK-NUMBER.
           MOVE ZEROS TO CHKSEQ-LAST-NUMBER.
           OPEN INPUT CHECK-SEQUENCE.
           IF WS-CHKSEQ-STATUS = '00'
               READ CHECK-SEQUENCE
               CLOSE CHECK-SEQUENCE
           END-IF.

           COMPUTE WS-NEXT-CHECK-NUMBER = CHKSEQ-LAST-NUMBER + 1.

           MOVE WS-NEXT-CHECK-NUMBER TO CHKSEQ-LAST-NUMBER.
           OPEN OUTPUT CHECK-SEQUENCE.
           WRITE CHKSEQ-RECORD.
           CLOSE CHECK-SEQUENCE.

       M100-WRITE-POSPAY-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-LINE.
           STRING 'T' WS-CHECK-COUNT WS-CHECK-TOTAL
               DELIMITED BY SIZE INTO POSITIVE-PAY-LINE
           END-STRING.
           WRITE POSITIVE-PAY-LINE.

      *> Issued rows go to the history file, everything else back
      *> on the queue - the queue only ever holds what is still owed.
       G000-REWRITE-QUEUE.
           MOVE 'N' TO WS-QUEUE-WRITE-FAILED.
           OPEN EXTEND CLAIM-PAYMENT-HISTORY.
           IF WS-CLMPAYH-STATUS = '35'
               OPEN OUTPUT CLAIM-PAYMENT-HISTORY
           END-IF.
           IF WS-CLMPAYH-STATUS NOT = '00'
               MOVE 'Y' TO WS-QUEUE-WRITE-FAILED
           ELSE
               OPEN OUTPUT CLAIM-PAYMENT-FILE
               IF WS-CLMPAY-STATUS NOT = '00'
                   MOVE 'Y' TO WS-QUEUE-WRITE-FAILED
               ELSE
                   PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                       UNTIL WS-QU-IDX > WS-QUEUE-COUNT
                       PERFORM G100-WRITE-QUEUE-ROW
                   END-PERFORM
                   CLOSE CLAIM-PAYMENT-FILE
               END-IF
               CLOSE CLAIM-PAYMENT-HISTORY
           END-IF.

       G100-WRITE-QUEUE-ROW.
           MOVE WS-QU-CLAIM(WS-QU-IDX) TO CLMPAY-CLAIM-NUMBER.
           MOVE WS-QU-POLICY(WS-QU-IDX) TO CLMPAY-POLICY-NUMBER.
           MOVE WS-QU-POST-DATE(WS-QU-IDX) TO CLMPAY-POST-DATE.
           MOVE WS-QU-AMOUNT(WS-QU-IDX) TO CLMPAY-AMOUNT.
           MOVE WS-QU-STATUS(WS-QU-IDX) TO CLMPAY-STATUS.
           MOVE WS-QU-ISSUE-DATE(WS-QU-IDX) TO CLMPAY-ISSUE-DATE.
           IF CLMPAY-STATUS = 'I'
               WRITE CLAIM-PAYMENT-HISTORY-LINE FROM CLMPAY-RECORD
               IF WS-CLMPAYH-STATUS NOT = '00'
                   MOVE 'Y' TO WS-QUEUE-WRITE-FAILED
               END-IF
           ELSE
               WRITE CLMPAY-RECORD
               IF WS-CLMPAY-STATUS NOT = '00'
                   MOVE 'Y' TO WS-QUEUE-WRITE-FAILED
               END-IF
           END-IF.
