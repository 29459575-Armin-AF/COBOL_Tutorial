       IDENTIFICATION DIVISION.
       PROGRAM-ID. DraftReturns.

      *> Autopay draft return processing - reads the bank's return
      *> file (ACHRET.DAT), matches each returned debit to its 'D'
      *> row on the draft register data/ACHDRAFT.DAT (the proof
      *> AutopayDraft really drafted that installment), and undoes
      *> the posting: the amount is backed out of
      *> POLICY-PAID-TO-DATE through PolicyAudit, a reversing
      *> 'ACH RETURN' row goes to data/PAYHIST.DAT, the installment
      *> on data/INSTSCHED.DAT is reopened so it is drafted again (or
      *> billed, once off autopay), and the register row is marked
      *> returned so the same return cannot be applied twice. The
      *> enrollment's returned-draft count goes up by one, and a
      *> second return drops the policy from autopay ('D' on
      *> data/POLBANK.DAT) - the same way DepositReturns stops
      *> payroll reusing bounced bank details. Everything done, and
      *> every return that matched nothing, is listed on
      *> data/DRAFTRET.TXT for billing to follow up. When the
      *> register is rewritten, returned rows and drafts older than
      *> the bank's return window move to data/ACHDRAFTHIST.DAT
      *> (same layout) - nothing can come back against them now.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-RETURN-FILE ASSIGN TO 'ACHRET.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT DRAFT-REGISTER-FILE ASSIGN TO 'data/ACHDRAFT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

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

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT DRAFT-HISTORY-FILE ASSIGN TO 'data/ACHDRAFTHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRAFTHIST-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'data/DRAFTRET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAFT-RETURN-FILE.
       COPY ACHRET.

       FD  DRAFT-REGISTER-FILE.
       COPY ACHDRAFT.

      *> Settled draft register rows, moved here as they stood.
       FD  DRAFT-HISTORY-FILE.
       01  DRAFT-HISTORY-LINE          PIC X(48).

       FD  AUTOPAY-FILE.
       COPY POLBANK.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  INSTALLMENT-FILE.
       COPY INSTSCHD.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-STATUS PIC X(2) VALUE '00'.
       01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
       01 WS-DRAFTHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-AUTOPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-INST-STATUS PIC X(2) VALUE '00'.
       01 WS-PAYHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-INST-REL-KEY PIC 9(9).
       01 WS-END-OF-RETURNS PIC X(1) VALUE 'N'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-END-OF-REGISTER PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-PROCESSED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-FAILED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REVERSED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(4) VALUE ZEROS.
       01 WS-AP-FOUND PIC 9(4) VALUE ZEROS.
       01 WS-ACTION PIC X(30) VALUE SPACES.
       01 WS-REVERSE-FAILURE PIC X(40) VALUE SPACES.

      *> The longest an ACH debit can still come back (an
      *> unauthorized-debit claim) - a 'D' row drafted before
      *> today less this many days is cleared for good.
       01 WS-RETURN-WINDOW-DAYS PIC 9(3) VALUE 60.
       01 WS-CLEARED-BEFORE PIC 9(8) VALUE ZEROS.
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE ZEROS.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'DraftReturns'.
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

      *> The draft register held in storage so returned rows can be
      *> marked and the file rewritten.
       01 WS-DRAFT-TABLE.
           05 WS-DR-ENTRY OCCURS 9999 TIMES INDEXED BY WS-DR-IDX.
               10 WS-DR-POLICY          PIC 9(7).
               10 WS-DR-SEQ             PIC 9(2).
               10 WS-DR-DATE            PIC 9(8).
               10 WS-DR-ROUTING         PIC 9(9).
               10 WS-DR-ACCOUNT         PIC X(12).
               10 WS-DR-AMOUNT          PIC 9(7)V99.
               10 WS-DR-STATUS          PIC X(1).
       01 WS-DRAFT-COUNT PIC 9(4) VALUE ZEROS.

      *> The enrollment file, likewise - same shape as
      *> AutopayMaintenance.
       01 WS-AUTOPAY-TABLE.
           05 WS-AP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AP-IDX.
               10 WS-AP-POLICY          PIC 9(7).
               10 WS-AP-ROUTING         PIC 9(9).
               10 WS-AP-ACCOUNT         PIC X(12).
               10 WS-AP-STATUS          PIC X(1).
               10 WS-AP-RETURNS         PIC 9(1).
               10 WS-AP-ENROLL-DATE     PIC 9(8).
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

      *> No return file from the bank tonight is a quiet night, not
      *> a failure.
           OPEN INPUT DRAFT-RETURN-FILE.
           IF WS-RETURN-STATUS = '35'
               DISPLAY "NO ACHRET.DAT TONIGHT, NO DRAFTS RETURNED"
               STOP RUN
           END-IF.
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN ACHRET.DAT, STATUS: "
                   WS-RETURN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-LOAD-DRAFT-REGISTER.
           PERFORM B100-LOAD-AUTOPAY-FILE.

      *> Both files are written back whole at the end of the run, so
      *> one that will not fit in storage would lose its newest rows.
      *> Post nothing rather than half a night.
           IF WS-DRAFT-COUNT = 9999 AND WS-END-OF-REGISTER = 'N'
               DISPLAY "DRAFT REGISTER OVER 9999 ROWS - NOTHING POSTED"
               CLOSE DRAFT-RETURN-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AUTOPAY-COUNT = 5000 AND WS-END-OF-FILE = 'N'
               DISPLAY "AUTOPAY FILE OVER 5000 ROWS - NOTHING POSTED"
               CLOSE DRAFT-RETURN-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O INSTALLMENT-FILE.
           IF WS-INST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN INSTALLMENT FILE, STATUS: "
                   WS-INST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE "AUTOPAY DRAFT RETURNS" TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           READ DRAFT-RETURN-FILE
               AT END MOVE 'Y' TO WS-END-OF-RETURNS
           END-READ.

           PERFORM UNTIL WS-END-OF-RETURNS = 'Y'
               PERFORM C000-WORK-ONE-RETURN

               READ DRAFT-RETURN-FILE
                   AT END MOVE 'Y' TO WS-END-OF-RETURNS
               END-READ
           END-PERFORM.

           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "RETURNS PROCESSED: " WS-PROCESSED-COUNT
               "  UNMATCHED: " WS-UNMATCHED-COUNT
               "  DROPPED FROM AUTOPAY: " WS-DROPPED-COUNT
               "  NOT POSTED: " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-STRING.
           WRITE EXCEPTION-REPORT-LINE.

           CLOSE DRAFT-RETURN-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE INSTALLMENT-FILE.
           CLOSE POLICY-MASTER.

           PERFORM H000-REWRITE-DRAFT-REGISTER.
           PERFORM H100-REWRITE-AUTOPAY-FILE.
      *> Every return is worked or listed on the report - empty the
      *> bank's file so tomorrow night does not see it again.
           OPEN OUTPUT DRAFT-RETURN-FILE.
           CLOSE DRAFT-RETURN-FILE.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "RETURNS PROCESSED:     " WS-PROCESSED-COUNT.
           DISPLAY "RETURNS UNMATCHED:     " WS-UNMATCHED-COUNT.
           DISPLAY "AMOUNT REVERSED:       " WS-REVERSED-TOTAL.
           DISPLAY "DROPPED FROM AUTOPAY:  " WS-DROPPED-COUNT.
           DISPLAY "RETURNS NOT POSTED:    " WS-FAILED-COUNT.
           DISPLAY "DRAFTS TO HISTORY:     " WS-ARCHIVED-COUNT.
           IF WS-FAILED-COUNT > ZEROS
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-LOAD-DRAFT-REGISTER.
           MOVE ZEROS TO WS-DRAFT-COUNT.
           MOVE 'N' TO WS-END-OF-REGISTER.
           OPEN INPUT DRAFT-REGISTER-FILE.
           IF WS-REGISTER-STATUS = '00'
               READ DRAFT-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-REGISTER
               END-READ

               PERFORM UNTIL WS-END-OF-REGISTER = 'Y'
                   OR WS-DRAFT-COUNT = 9999
                   ADD 1 TO WS-DRAFT-COUNT
                   MOVE ACHDRAFT-POLICY-NUMBER
                       TO WS-DR-POLICY(WS-DRAFT-COUNT)
                   MOVE ACHDRAFT-INST-SEQ
                       TO WS-DR-SEQ(WS-DRAFT-COUNT)
                   MOVE ACHDRAFT-DATE
                       TO WS-DR-DATE(WS-DRAFT-COUNT)
                   MOVE ACHDRAFT-ROUTING
                       TO WS-DR-ROUTING(WS-DRAFT-COUNT)
                   MOVE ACHDRAFT-ACCOUNT
                       TO WS-DR-ACCOUNT(WS-DRAFT-COUNT)
                   MOVE ACHDRAFT-AMOUNT
                       TO WS-DR-AMOUNT(WS-DRAFT-COUNT)
                   MOVE ACHDRAFT-STATUS
                       TO WS-DR-STATUS(WS-DRAFT-COUNT)

                   READ DRAFT-REGISTER-FILE
                       AT END MOVE 'Y' TO WS-END-OF-REGISTER
                   END-READ
               END-PERFORM

               CLOSE DRAFT-REGISTER-FILE
           END-IF.

       B100-LOAD-AUTOPAY-FILE.
           MOVE ZEROS TO WS-AUTOPAY-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT AUTOPAY-FILE.
           IF WS-AUTOPAY-STATUS = '00'
               READ AUTOPAY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   OR WS-AUTOPAY-COUNT = 5000
                   ADD 1 TO WS-AUTOPAY-COUNT
                   MOVE POLBANK-POLICY-NUMBER
                       TO WS-AP-POLICY(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-ROUTING
                       TO WS-AP-ROUTING(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-ACCOUNT
                       TO WS-AP-ACCOUNT(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-STATUS
                       TO WS-AP-STATUS(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-RETURN-COUNT
                       TO WS-AP-RETURNS(WS-AUTOPAY-COUNT)
                   MOVE POLBANK-ENROLL-DATE
                       TO WS-AP-ENROLL-DATE(WS-AUTOPAY-COUNT)

                   READ AUTOPAY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM

               CLOSE AUTOPAY-FILE
           END-IF.

      *> A return must match a still-drafted register row for the
      *> same policy, installment and amount - the latest one, when
      *> a reopened installment has been drafted more than once.
      *> Unmatched returns go on the report for a human.
       C000-WORK-ONE-RETURN.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DRAFT-COUNT
               IF WS-DR-POLICY(WS-DR-IDX) = ACHRET-POLICY-NUMBER
                   AND WS-DR-SEQ(WS-DR-IDX) = ACHRET-INST-SEQ
                   AND WS-DR-AMOUNT(WS-DR-IDX) = ACHRET-AMOUNT
                   AND WS-DR-STATUS(WS-DR-IDX) = 'D'
                   SET WS-FOUND-IDX TO WS-DR-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "UNMATCHED RETURN: POLICY "
                   ACHRET-POLICY-NUMBER " INST " ACHRET-INST-SEQ
                   " AMOUNT " ACHRET-AMOUNT " " ACHRET-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               END-STRING
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               PERFORM D000-REVERSE-PAYMENT
               IF WS-REVERSE-FAILURE = SPACES
                   ADD 1 TO WS-PROCESSED-COUNT
                   MOVE 'R' TO WS-DR-STATUS(WS-FOUND-IDX)
                   PERFORM E000-REOPEN-INSTALLMENT
                   PERFORM F000-COUNT-RETURN
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING "RETURN: POLICY " ACHRET-POLICY-NUMBER
                       " INST " ACHRET-INST-SEQ
                       " AMOUNT " ACHRET-AMOUNT " " ACHRET-REASON
                       " - " WS-ACTION
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
                   END-STRING
                   WRITE EXCEPTION-REPORT-LINE
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING "RETURN NOT POSTED: POLICY "
                       ACHRET-POLICY-NUMBER " INST " ACHRET-INST-SEQ
                       " AMOUNT " ACHRET-AMOUNT " - "
                       WS-REVERSE-FAILURE
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
                   END-STRING
                   WRITE EXCEPTION-REPORT-LINE
               END-IF
           END-IF.

      *> The draft posted cash that never arrived - back it out of
      *> paid-to-date and write the reversing history row. A policy
      *> paid-to-date cannot go below zero. If the master cannot be
      *> read or rewritten the return is left un-posted, its draft
      *> still open, for a human to work from the report.
       D000-REVERSE-PAYMENT.
           MOVE SPACES TO WS-REVERSE-FAILURE.
           MOVE ACHRET-POLICY-NUMBER TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   DISPLAY "RETURNED POLICY NOT ON MASTER: "
                       ACHRET-POLICY-NUMBER
                   MOVE "POLICY NOT ON MASTER" TO WS-REVERSE-FAILURE
               NOT INVALID KEY
                   MOVE POLICY-PAID-TO-DATE TO WS-AUDIT-AMOUNT
                   MOVE WS-AUDIT-AMOUNT TO WS-AUDIT-OLD
                   IF ACHRET-AMOUNT > POLICY-PAID-TO-DATE
                       MOVE ZEROS TO POLICY-PAID-TO-DATE
                   ELSE
                       SUBTRACT ACHRET-AMOUNT
                           FROM POLICY-PAID-TO-DATE
                   END-IF
                   REWRITE POLICY-RECORD
                       INVALID KEY
                           DISPLAY "PAID-TO-DATE REWRITE FAILED: "
                               POLICY-NUMBER
                           STRING "PAID-TO-DATE REWRITE FAILED, "
                               "STATUS " WS-POLICY-STATUS
                               DELIMITED BY SIZE
                               INTO WS-REVERSE-FAILURE
                           END-STRING
                       NOT INVALID KEY
                           MOVE POLICY-PAID-TO-DATE
                               TO WS-AUDIT-AMOUNT
                           MOVE WS-AUDIT-AMOUNT TO WS-AUDIT-NEW
                           CALL 'PolicyAudit' USING WS-AUDIT-PROGRAM
                               POLICY-NUMBER WS-AUDIT-FIELD
                               WS-AUDIT-OLD WS-AUDIT-NEW
                           END-CALL
                           MOVE ACHRET-POLICY-NUMBER
                               TO PAYHIST-POLICY-NUMBER
                           MOVE WS-TODAY TO PAYHIST-DATE
                           MOVE ACHRET-AMOUNT TO PAYHIST-AMOUNT
                           MOVE 'ACH RETURN' TO PAYHIST-SOURCE
                           WRITE PAYHIST-RECORD
                           ADD ACHRET-AMOUNT TO WS-REVERSED-TOTAL
                   END-REWRITE
           END-READ.

       E000-REOPEN-INSTALLMENT.
           COMPUTE WS-INST-REL-KEY =
               ACHRET-POLICY-NUMBER * 100 + ACHRET-INST-SEQ.
           READ INSTALLMENT-FILE
               INVALID KEY
                   DISPLAY "RETURNED INSTALLMENT NOT ON FILE: "
                       ACHRET-POLICY-NUMBER " " ACHRET-INST-SEQ
               NOT INVALID KEY
                   MOVE 'N' TO INST-PAID-FLAG
                   REWRITE INSTALLMENT-RECORD
                       INVALID KEY
                           DISPLAY "INSTALLMENT REWRITE FAILED: "
                               ACHRET-POLICY-NUMBER " "
                               ACHRET-INST-SEQ
                   END-REWRITE
           END-READ.

      *> Second return and the policy is off autopay - its reopened
      *> installment goes out on the next paper bill instead.
       F000-COUNT-RETURN.
           MOVE "INSTALLMENT REOPENED" TO WS-ACTION.
           MOVE ZEROS TO WS-AP-FOUND.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AUTOPAY-COUNT
               IF WS-AP-POLICY(WS-AP-IDX) = ACHRET-POLICY-NUMBER
                   SET WS-AP-FOUND TO WS-AP-IDX
               END-IF
           END-PERFORM.

           IF WS-AP-FOUND NOT = ZEROS
               IF WS-AP-RETURNS(WS-AP-FOUND) < 9
                   ADD 1 TO WS-AP-RETURNS(WS-AP-FOUND)
               END-IF
               IF WS-AP-RETURNS(WS-AP-FOUND) >= 2
                   AND WS-AP-STATUS(WS-AP-FOUND) = 'A'
                   MOVE 'D' TO WS-AP-STATUS(WS-AP-FOUND)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "REOPENED, DROPPED FROM AUTOPAY" TO WS-ACTION
               END-IF
           END-IF.

      *> Open drafts still inside the return window go back on the
      *> register; returned and cleared rows go to history.
       H000-REWRITE-DRAFT-REGISTER.
           COMPUTE WS-CLEARED-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - WS-RETURN-WINDOW-DAYS).
           IF WS-DRAFT-COUNT = ZEROS
               CONTINUE
           ELSE
               OPEN EXTEND DRAFT-HISTORY-FILE
               IF WS-DRAFTHIST-STATUS = '35'
                   OPEN OUTPUT DRAFT-HISTORY-FILE
               END-IF
               OPEN OUTPUT DRAFT-REGISTER-FILE
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DRAFT-COUNT
                   MOVE WS-DR-POLICY(WS-DR-IDX)
                       TO ACHDRAFT-POLICY-NUMBER
                   MOVE WS-DR-SEQ(WS-DR-IDX) TO ACHDRAFT-INST-SEQ
                   MOVE WS-DR-DATE(WS-DR-IDX) TO ACHDRAFT-DATE
                   MOVE WS-DR-ROUTING(WS-DR-IDX) TO ACHDRAFT-ROUTING
                   MOVE WS-DR-ACCOUNT(WS-DR-IDX) TO ACHDRAFT-ACCOUNT
                   MOVE WS-DR-AMOUNT(WS-DR-IDX) TO ACHDRAFT-AMOUNT
                   MOVE WS-DR-STATUS(WS-DR-IDX) TO ACHDRAFT-STATUS
                   IF ACHDRAFT-STATUS = 'R'
                       OR ACHDRAFT-DATE < WS-CLEARED-BEFORE
                       WRITE DRAFT-HISTORY-LINE FROM ACHDRAFT-RECORD
                       ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                       WRITE ACHDRAFT-RECORD
                   END-IF
               END-PERFORM
               CLOSE DRAFT-REGISTER-FILE
               CLOSE DRAFT-HISTORY-FILE
           END-IF.

       H100-REWRITE-AUTOPAY-FILE.
           IF WS-AUTOPAY-COUNT = ZEROS
               CONTINUE
           ELSE
               OPEN OUTPUT AUTOPAY-FILE
               PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AUTOPAY-COUNT
                   MOVE WS-AP-POLICY(WS-AP-IDX)
                       TO POLBANK-POLICY-NUMBER
                   MOVE WS-AP-ROUTING(WS-AP-IDX)
                       TO POLBANK-ROUTING
                   MOVE WS-AP-ACCOUNT(WS-AP-IDX)
                       TO POLBANK-ACCOUNT
                   MOVE WS-AP-STATUS(WS-AP-IDX)
                       TO POLBANK-STATUS
                   MOVE WS-AP-RETURNS(WS-AP-IDX)
                       TO POLBANK-RETURN-COUNT
                   MOVE WS-AP-ENROLL-DATE(WS-AP-IDX)
                       TO POLBANK-ENROLL-DATE
                   WRITE POLBANK-RECORD
               END-PERFORM
               CLOSE AUTOPAY-FILE
           END-IF.
