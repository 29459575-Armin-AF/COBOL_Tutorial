       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutopayDraft.

      *> Autopay draft run - on each business night, every unpaid
      *> installment on data/INSTSCHED.DAT that has come due for a
      *> policy with an active autopay enrollment (data/POLBANK.DAT)
      *> is drafted from the enrolled account instead of waiting for
      *> a mailed check. Each draft becomes a 'D' row on tonight's
      *> dated debit file for the bank (data/ACHDEBIT-yyyymmdd.TXT,
      *> 'T' trailer with count and total, the same shape as the
      *> payroll direct-deposit extract), a row on the draft register
      *> data/ACHDRAFT.DAT that DraftReturns.cob matches returns
      *> against, and a posting: the installment is flagged paid,
      *> the amount added to POLICY-PAID-TO-DATE through PolicyAudit
      *> and written to data/PAYHIST.DAT as source 'ACH DRAFT' - the
      *> same trail PaymentPosting leaves for a mailed check.
      *> An installment the bank returned is reopened by
      *> DraftReturns, so the next night's run drafts it again while
      *> the policy is still enrolled. The debit file is built once
      *> per business date - a second run for the same date is
      *> refused rather than overwriting a file the bank may already
      *> have.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO 'data/POLBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT INSTALLMENT-FILE ASSIGN TO 'data/INSTSCHED.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-INST-REL-KEY
           FILE STATUS IS WS-INST-STATUS.

           SELECT DEBIT-FILE ASSIGN TO DYNAMIC WS-DEBIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEBIT-STATUS.

           SELECT DRAFT-REGISTER-FILE ASSIGN TO 'data/ACHDRAFT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       COPY POLBANK.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  INSTALLMENT-FILE.
       COPY INSTSCHD.

       FD  DEBIT-FILE.
       01  DEBIT-LINE                  PIC X(40).

       FD  DRAFT-REGISTER-FILE.
       COPY ACHDRAFT.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       WORKING-STORAGE SECTION.
       01 WS-AUTOPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-INST-STATUS PIC X(2) VALUE '00'.
       01 WS-DEBIT-STATUS PIC X(2) VALUE '00'.
       01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
       01 WS-PAYHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-INST-REL-KEY PIC 9(9).
       01 WS-INST-SUB PIC 9(2) VALUE ZEROS.
       01 WS-END-OF-AUTOPAY PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-DEBIT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-DRAFT-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-POLICY-DRAFTED PIC 9(7)V99 VALUE ZEROS.
       01 WS-DRAFT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DRAFT-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-POLICY-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-FAILED-COUNT PIC 9(5) VALUE ZEROS.

      *> The policy's installments flagged paid tonight. Nothing goes
      *> to the bank, the register or PAYHIST until the policy's
      *> paid-to-date has been rewritten; if it will not rewrite,
      *> these are reopened for the next night's run.
       01 WS-DRAFTED-TABLE.
           05 WS-DR-ENTRY OCCURS 12 TIMES.
               10 WS-DR-SEQ             PIC 9(2).
               10 WS-DR-AMOUNT          PIC 9(7)V99.
       01 WS-DRAFTED-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-DR-SUB PIC 9(2) VALUE ZEROS.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'AutopayDraft'.
       01 WS-AUDIT-FIELD PIC X(15) VALUE 'PAID-TO-DATE'.
       01 WS-AUDIT-OLD PIC X(20) VALUE SPACES.
       01 WS-AUDIT-NEW PIC X(20) VALUE SPACES.
       01 WS-AUDIT-AMOUNT PIC 9(7).99.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Policy-master balance control (shared PolicyBalCheck
      *> module) - refuse to run against a file that no longer adds
      *> up to the last control record, and stamp a fresh one after
      *> our own rewrites.
       01 WS-BALANCED PIC X(1) VALUE 'Y'.

      *> Active enrollments held in storage - the run is driven by
      *> who is enrolled, not by a pass over the whole book.
       01 WS-AUTOPAY-TABLE.
           05 WS-AP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AP-IDX.
               10 WS-AP-POLICY          PIC 9(7).
               10 WS-AP-ROUTING         PIC 9(9).
               10 WS-AP-ACCOUNT         PIC X(12).
       01 WS-AUTOPAY-COUNT PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - TRY AGAIN "
                   "AFTER IT COMPLETES"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'PolicyBalCheck' USING WS-BALANCED.
           IF WS-BALANCED = 'N'
               DISPLAY "POLICY MASTER FAILED BALANCE CONTROL, "
                   "REFUSING TO RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-TODAY.
           STRING "data/ACHDEBIT-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-DEBIT-FILENAME
           END-STRING.

           OPEN INPUT DEBIT-FILE.
           IF WS-DEBIT-STATUS = '00'
               CLOSE DEBIT-FILE
               DISPLAY "DRAFT FILE FOR " WS-TODAY
                   " ALREADY BUILT, REFUSING TO RUN AGAIN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Nobody enrolled, or no schedule on file yet, is a quiet
      *> night - the insurance cycle must not hold the steps behind
      *> this one for it.
           PERFORM B000-LOAD-ENROLLMENTS.
           IF WS-AUTOPAY-COUNT = ZEROS
               DISPLAY "NO AUTOPAY ENROLLMENTS, NOTHING TO DRAFT"
               STOP RUN
           END-IF.

           OPEN I-O INSTALLMENT-FILE.
           IF WS-INST-STATUS NOT = '00'
               DISPLAY "NO INSTALLMENT SCHEDULE ON FILE, NOTHING "
                   "TO DRAFT"
               STOP RUN
           END-IF.

           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               CLOSE INSTALLMENT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DEBIT-FILE.
           OPEN EXTEND DRAFT-REGISTER-FILE.
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT DRAFT-REGISTER-FILE
           END-IF.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AUTOPAY-COUNT
               PERFORM C000-DRAFT-POLICY
           END-PERFORM.

           MOVE SPACES TO DEBIT-LINE.
           STRING 'T' WS-DRAFT-COUNT WS-DRAFT-TOTAL
               DELIMITED BY SIZE INTO DEBIT-LINE
           END-STRING.
           WRITE DEBIT-LINE.

           CLOSE DEBIT-FILE.
           CLOSE DRAFT-REGISTER-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE INSTALLMENT-FILE.
           CLOSE POLICY-MASTER.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "POLICIES DRAFTED:      " WS-POLICY-COUNT.
           DISPLAY "INSTALLMENTS DRAFTED:  " WS-DRAFT-COUNT.
           DISPLAY "TOTAL AMOUNT DRAFTED:  " WS-DRAFT-TOTAL.
           DISPLAY "ENROLLMENTS SKIPPED:   " WS-SKIPPED-COUNT.
           DISPLAY "POLICIES NOT POSTED:   " WS-FAILED-COUNT.
           DISPLAY "DEBIT FILE: " WS-DEBIT-FILENAME.
           IF WS-FAILED-COUNT > ZEROS
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Dropped enrollments ('D') stay off the table - those
      *> policies are back on paper bills.
       B000-LOAD-ENROLLMENTS.
           MOVE ZEROS TO WS-AUTOPAY-COUNT.
           OPEN INPUT AUTOPAY-FILE.
           IF WS-AUTOPAY-STATUS = '00'
               READ AUTOPAY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AUTOPAY
               END-READ

               PERFORM UNTIL WS-END-OF-AUTOPAY = 'Y'
                   OR WS-AUTOPAY-COUNT = 5000
                   IF POLBANK-STATUS = 'A'
                       ADD 1 TO WS-AUTOPAY-COUNT
                       MOVE POLBANK-POLICY-NUMBER
                           TO WS-AP-POLICY(WS-AUTOPAY-COUNT)
                       MOVE POLBANK-ROUTING
                           TO WS-AP-ROUTING(WS-AUTOPAY-COUNT)
                       MOVE POLBANK-ACCOUNT
                           TO WS-AP-ACCOUNT(WS-AUTOPAY-COUNT)
                   END-IF

                   READ AUTOPAY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-AUTOPAY
                   END-READ
               END-PERFORM

               CLOSE AUTOPAY-FILE
           END-IF.

      *> Only an active monthly-plan policy is drafted - a policy
      *> cancelled, lapsed or moved to annual since it enrolled is
      *> skipped and listed, not debited.
       C000-DRAFT-POLICY.
           MOVE WS-AP-POLICY(WS-AP-IDX) TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   DISPLAY "ENROLLED POLICY NOT ON MASTER: "
                       WS-AP-POLICY(WS-AP-IDX)
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   IF POLICY-STATUS NOT = 'A'
                       OR POLICY-PAY-PLAN NOT = 'M'
                       DISPLAY "ENROLLED POLICY NOT AN ACTIVE "
                           "MONTHLY PLAN, NOT DRAFTED: "
                           POLICY-NUMBER
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM D000-DRAFT-DUE-INSTALLMENTS
                   END-IF
           END-READ.

       D000-DRAFT-DUE-INSTALLMENTS.
           MOVE ZEROS TO WS-POLICY-DRAFTED.
           MOVE ZEROS TO WS-DRAFTED-COUNT.
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > 12
               COMPUTE WS-INST-REL-KEY =
                   POLICY-NUMBER * 100 + WS-INST-SUB
               READ INSTALLMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INST-PAID-FLAG = 'N'
                           AND INST-DUE-DATE <= WS-TODAY
                           PERFORM D100-DRAFT-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DRAFTED-COUNT > ZEROS
               PERFORM E000-POST-DRAFTS
           END-IF.

       D100-DRAFT-INSTALLMENT.
           MOVE 'Y' TO INST-PAID-FLAG.
           REWRITE INSTALLMENT-RECORD
               INVALID KEY
                   DISPLAY "INSTALLMENT REWRITE FAILED, NOT DRAFTED: "
                       POLICY-NUMBER " " INST-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-DRAFTED-COUNT
                   MOVE INST-SEQ TO WS-DR-SEQ(WS-DRAFTED-COUNT)
                   MOVE INST-AMOUNT TO WS-DR-AMOUNT(WS-DRAFTED-COUNT)
                   ADD INST-AMOUNT TO WS-POLICY-DRAFTED
           END-REWRITE.

      *> One paid-to-date posting per policy, however many overdue
      *> installments went out tonight. The drafts are released to
      *> the bank, the register and PAYHIST only once the posting is
      *> on the master, so all three agree with POLICY-PAID-TO-DATE.
       E000-POST-DRAFTS.
           MOVE POLICY-PAID-TO-DATE TO WS-AUDIT-AMOUNT.
           MOVE WS-AUDIT-AMOUNT TO WS-AUDIT-OLD.
           ADD WS-POLICY-DRAFTED TO POLICY-PAID-TO-DATE.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "PAID-TO-DATE REWRITE FAILED, NOT DRAFTED: "
                       POLICY-NUMBER
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                       UNTIL WS-DR-SUB > WS-DRAFTED-COUNT
                       PERFORM E200-REOPEN-INSTALLMENT
                   END-PERFORM
               NOT INVALID KEY
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE POLICY-PAID-TO-DATE TO WS-AUDIT-AMOUNT
                   MOVE WS-AUDIT-AMOUNT TO WS-AUDIT-NEW
                   CALL 'PolicyAudit' USING WS-AUDIT-PROGRAM
                       POLICY-NUMBER WS-AUDIT-FIELD
                       WS-AUDIT-OLD WS-AUDIT-NEW
                   END-CALL
                   PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                       UNTIL WS-DR-SUB > WS-DRAFTED-COUNT
                       PERFORM E100-RELEASE-DRAFT
                   END-PERFORM
           END-REWRITE.

      *> Extract layout: 'D' + POLICY(7) + SEQ(2) + ROUTING(9) +
      *> ACCOUNT(12) + AMOUNT(9) - the policy and sequence ride as
      *> the individual ID the bank quotes back on a return.
       E100-RELEASE-DRAFT.
           MOVE WS-DR-AMOUNT(WS-DR-SUB) TO WS-DRAFT-AMOUNT.
           MOVE SPACES TO DEBIT-LINE.
           STRING 'D' POLICY-NUMBER WS-DR-SEQ(WS-DR-SUB)
               WS-AP-ROUTING(WS-AP-IDX)
               WS-AP-ACCOUNT(WS-AP-IDX)
               WS-DRAFT-AMOUNT
               DELIMITED BY SIZE INTO DEBIT-LINE
           END-STRING.
           WRITE DEBIT-LINE.

           MOVE POLICY-NUMBER TO ACHDRAFT-POLICY-NUMBER.
           MOVE WS-DR-SEQ(WS-DR-SUB) TO ACHDRAFT-INST-SEQ.
           MOVE WS-TODAY TO ACHDRAFT-DATE.
           MOVE WS-AP-ROUTING(WS-AP-IDX) TO ACHDRAFT-ROUTING.
           MOVE WS-AP-ACCOUNT(WS-AP-IDX) TO ACHDRAFT-ACCOUNT.
           MOVE WS-DRAFT-AMOUNT TO ACHDRAFT-AMOUNT.
           MOVE 'D' TO ACHDRAFT-STATUS.
           WRITE ACHDRAFT-RECORD.

           MOVE POLICY-NUMBER TO PAYHIST-POLICY-NUMBER.
           MOVE WS-TODAY TO PAYHIST-DATE.
           MOVE WS-DRAFT-AMOUNT TO PAYHIST-AMOUNT.
           MOVE 'ACH DRAFT' TO PAYHIST-SOURCE.
           WRITE PAYHIST-RECORD.

           ADD 1 TO WS-DRAFT-COUNT.
           ADD WS-DRAFT-AMOUNT TO WS-DRAFT-TOTAL.

      *> Back to unpaid, so the installment is drafted again once the
      *> policy can be posted.
       E200-REOPEN-INSTALLMENT.
           COMPUTE WS-INST-REL-KEY =
               POLICY-NUMBER * 100 + WS-DR-SEQ(WS-DR-SUB).
           READ INSTALLMENT-FILE
               INVALID KEY
                   DISPLAY "INSTALLMENT NOT REOPENED: "
                       POLICY-NUMBER " " WS-DR-SEQ(WS-DR-SUB)
               NOT INVALID KEY
                   MOVE 'N' TO INST-PAID-FLAG
                   REWRITE INSTALLMENT-RECORD
                       INVALID KEY
                           DISPLAY "INSTALLMENT NOT REOPENED: "
                               POLICY-NUMBER " "
                               WS-DR-SEQ(WS-DR-SUB)
                   END-REWRITE
           END-READ.
