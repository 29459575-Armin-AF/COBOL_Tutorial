      *> sibling of payroll's data/GLPOST.TXT. Builds balanced
      *> debit/credit entries per source for the business month:
      *> premium written by issue (policy master), cash received
      *> (data/PAYHIST.DAT - autopay drafts the bank returned are
      *> reversed out of cash in their own entry), commission
      *> expense on the month's issues and on the active policies
      *> whose renewal term started in the month (agent master
      *> rates, effective-dated, plus the managing agents'
      *> overrides up each writing agent's line) less chargebacks
      *> raised, refunds released (data/REFHIST.DAT), and the
      *> unearned premium returned by cancellations. A control-total
      *> line proves debits equal credits before finance imports the
      *> file - no more clerk reading reports and keying journals.
      *> The policy-master pass takes a checkpoint
      *> (data/INSGLCKPT.DAT) every WS-CHECKPOINT-INTERVAL policies -
      *> the last policy processed and the premium, commission and
      *> returned-premium totals so far. A rerun the same business
      *> date resumes the pass after that policy with the totals
      *> restored and a restart marker in the journal, unless it is
      *> started with FRESH on the command line; the resumed run
      *> then proves the master against its balance control
      *> (PolicyBalCheck) before the journal is released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT GL-CHECKPOINT-FILE ASSIGN TO 'data/INSGLCKPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       COPY REFHIST.

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-LINE             PIC X(30).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-LINE             PIC X(60).

       FD  GL-CHECKPOINT-FILE.
       COPY POLCKPT.

       WORKING-STORAGE SECTION.
       COPY CHRGBACK.
       01 WS-POLICY-REL-KEY PIC 9(7).
      *> The month's totals per source.
       01 WS-PREMIUM-WRITTEN PIC 9(9)V99 VALUE ZEROS.
       01 WS-CASH-RECEIVED PIC 9(9)V99 VALUE ZEROS.
       01 WS-CASH-RETURNED PIC 9(9)V99 VALUE ZEROS.
       01 WS-COMMISSION-EXP PIC 9(9)V99 VALUE ZEROS.
      *> Upline overrides accrue with the commission (shared
      *> AgentOverride module, as CommissionStatement pays them).
       COPY AGTOVRD.
       01 WS-OV-SUB PIC 9(2) VALUE ZEROS.
       01 WS-CHARGEBACKS PIC 9(9)V99 VALUE ZEROS.
       01 WS-REFUNDS-PAID PIC 9(9)V99 VALUE ZEROS.
       01 WS-RETURNED-PREMIUM PIC 9(9)V99 VALUE ZEROS.
               10 WS-AG-EFF-DATE        PIC 9(8).
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-AGENT-RATE PIC V99 VALUE ZEROS.
       01 WS-WRITING-AGENT PIC X(4) VALUE SPACES.
      *> Date the commission is earned - the issue date, or the start
      *> of a renewal term (a term-length before POLICY-TERM-EXPIRY),
      *> the same dating CommissionStatement pays by.
       01 WS-COMM-DATE PIC 9(8) VALUE ZEROS.
       01 WS-TERM-START PIC 9(8) VALUE ZEROS.

       01 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE ZEROS.

      *> Checkpoint/restart of the policy-master pass - FRESH on the
      *> command line sets a current checkpoint aside.
       01 WS-CKPT-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-RESUMING PIC X(1) VALUE 'N'.
       01 WS-RESTART-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 50.
       01 WS-POLICIES-SINCE-CKPT PIC 9(5) VALUE ZEROS.
       01 WS-POLICIES-DONE PIC 9(7) VALUE ZEROS.
       01 WS-BALANCED PIC X(1) VALUE 'Y'.
       01 WS-CKPT-TOTALS.
           05 WS-CK-PREMIUM-WRITTEN     PIC 9(9)V99.
           05 WS-CK-COMMISSION-EXP      PIC 9(9)V99.
           05 WS-CK-RETURNED-PREMIUM    PIC 9(9)V99.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-JOURNAL-MONTH.

           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM J000-CHECK-RESTART.

           PERFORM B000-LOAD-AGENT-RATES.
           PERFORM C000-SCAN-POLICY-MASTER.
           PERFORM D000-SUM-CASH-RECEIVED.
           PERFORM E000-SUM-REFUNDS.
           PERFORM F000-SUM-CHARGEBACKS.
           IF WS-RESUMING = 'Y'
               CALL 'PolicyBalCheck' USING WS-BALANCED
           END-IF.
           PERFORM G000-WRITE-JOURNAL.
           PERFORM K000-CLEAR-CHECKPOINT.
           STOP RUN.

       B000-LOAD-AGENT-RATES.
           END-IF.

      *> One pass over the book: written premium and commission from
      *> the month's issues, commission on the month's renewal
      *> terms, returned premium from the month's cancellations and
      *> lapses.
       C000-SCAN-POLICY-MASTER.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT POLICY-MASTER.
               STOP RUN
           END-IF.

           IF WS-RESUMING = 'Y'
               MOVE WS-RESTART-POLICY TO WS-POLICY-REL-KEY
               START POLICY-MASTER
                   KEY IS GREATER THAN WS-POLICY-REL-KEY
                   INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
               END-START
           END-IF.
           IF WS-END-OF-FILE = 'N'
               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF POLICY-ISSUE-DATE(1:6) = WS-JOURNAL-MONTH
                   ADD POLICY-PREMIUM TO WS-PREMIUM-WRITTEN
                   MOVE POLICY-ISSUE-DATE TO WS-COMM-DATE
                   PERFORM C100-ADD-COMMISSION
               ELSE
                   IF POLICY-STATUS = 'A'
                       AND POLICY-TERM-EXPIRY NOT = ZEROS
                       PERFORM C050-CHECK-RENEWAL-TERM
                   END-IF
               END-IF
               IF (POLICY-STATUS = 'C' OR POLICY-STATUS = 'L')
                   AND POLICY-CANCEL-DATE(1:6) = WS-JOURNAL-MONTH
                   PERFORM C200-ADD-RETURNED-PREMIUM
               END-IF

               ADD 1 TO WS-POLICIES-DONE
               ADD 1 TO WS-POLICIES-SINCE-CKPT
               IF WS-POLICIES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
                   PERFORM L000-WRITE-CHECKPOINT
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ

           CLOSE POLICY-MASTER.

      *> A renewal term that started this month earns commission
      *> again; the first term starts on the issue date and was
      *> accrued with the issue.
       C050-CHECK-RENEWAL-TERM.
           COMPUTE WS-TERM-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(POLICY-TERM-EXPIRY)
               - WS-TERM-DAYS).
           IF WS-TERM-START(1:6) = WS-JOURNAL-MONTH
               AND WS-TERM-START > POLICY-ISSUE-DATE
               MOVE WS-TERM-START TO WS-COMM-DATE
               PERFORM C100-ADD-COMMISSION
           END-IF.

      *> Accrued for the agent the commission statement pays - the
      *> one who held the policy when the commission was earned.
       C100-ADD-COMMISSION.
           CALL 'AgentOfRecord' USING POLICY-NUMBER WS-COMM-DATE
               POLICY-AGENT-CODE WS-WRITING-AGENT
           END-CALL.
           MOVE ZEROS TO WS-AGENT-RATE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = WS-WRITING-AGENT
                   IF WS-COMM-DATE >= WS-AG-EFF-DATE(WS-AG-IDX)
                       MOVE WS-AG-RATE(WS-AG-IDX) TO WS-AGENT-RATE
                   ELSE
                       MOVE WS-AG-PREV-RATE(WS-AG-IDX)
               POLICY-PREMIUM * WS-AGENT-RATE.
           ADD WS-COMMISSION TO WS-COMMISSION-EXP.

           MOVE WS-WRITING-AGENT TO AOV-AGENT-CODE.
           MOVE WS-COMM-DATE TO AOV-ISSUE-DATE.
           CALL 'AgentOverride' USING AGTOVRD-REQUEST.
           PERFORM VARYING WS-OV-SUB FROM 1 BY 1
               UNTIL WS-OV-SUB > AOV-MGR-COUNT
               COMPUTE WS-COMMISSION ROUNDED =
                   POLICY-PREMIUM * AOV-MGR-RATE(WS-OV-SUB)
               ADD WS-COMMISSION TO WS-COMMISSION-EXP
           END-PERFORM.

       C200-ADD-RETURNED-PREMIUM.
           COMPUTE WS-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE(POLICY-ISSUE-DATE).

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF PAYHIST-DATE(1:6) = WS-JOURNAL-MONTH
                       IF PAYHIST-SOURCE = 'ACH RETURN'
                           ADD PAYHIST-AMOUNT TO WS-CASH-RETURNED
                       ELSE
                           ADD PAYHIST-AMOUNT TO WS-CASH-RECEIVED
                       END-IF
                   END-IF

                   READ PAYMENT-HISTORY-FILE
           END-STRING.
           WRITE GL-JOURNAL-LINE.

           IF WS-RESUMING = 'Y'
               MOVE SPACES TO GL-JOURNAL-LINE
               STRING "*** RESTARTED AFTER POLICY " WS-RESTART-POLICY
                   " ***"
                   DELIMITED BY SIZE INTO GL-JOURNAL-LINE
               END-STRING
               WRITE GL-JOURNAL-LINE
           END-IF.

           MOVE "ACCT ACCOUNT                   AMOUNT"
               TO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.

           PERFORM H100-POST-PREMIUM-WRITTEN.
           PERFORM H200-POST-CASH-RECEIVED.
           PERFORM H250-POST-DRAFT-RETURNS.
           PERFORM H300-POST-COMMISSIONS.
           PERFORM H400-POST-CHARGEBACKS.
           PERFORM H500-POST-REFUNDS.
           WRITE GL-JOURNAL-LINE.

           MOVE SPACES TO GL-JOURNAL-LINE.
           IF WS-BALANCED = 'N'
               MOVE "STATUS: POLICY MASTER NOT PROVEN - DO NOT POST"
                   TO GL-JOURNAL-LINE
               DISPLAY "POLICY MASTER FAILED BALANCE CONTROL AFTER "
                   "RESTART"
               MOVE 2 TO RETURN-CODE
           ELSE
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "STATUS: BALANCED" TO GL-JOURNAL-LINE
           ELSE
                   TO GL-JOURNAL-LINE
               DISPLAY "INSURANCE GL JOURNAL OUT OF BALANCE"
               MOVE 2 TO RETURN-CODE
           END-IF
           END-IF.
           WRITE GL-JOURNAL-LINE.

               ADD WS-CASH-RECEIVED TO WS-TOTAL-CREDITS
           END-IF.

      *> A returned autopay draft puts the premium back on the
      *> receivable - the reverse of the cash entry.
       H250-POST-DRAFT-RETURNS.
           IF WS-CASH-RETURNED = ZEROS
               CONTINUE
           ELSE
               MOVE SPACES TO GL-JOURNAL-LINE
               STRING "DR   PREMIUM RECEIVABLE       "
                   WS-CASH-RETURNED
                   DELIMITED BY SIZE INTO GL-JOURNAL-LINE
               END-STRING
               WRITE GL-JOURNAL-LINE
               MOVE SPACES TO GL-JOURNAL-LINE
               STRING "CR   CASH - DRAFTS RETURNED   "
                   WS-CASH-RETURNED
                   DELIMITED BY SIZE INTO GL-JOURNAL-LINE
               END-STRING
               WRITE GL-JOURNAL-LINE
               ADD WS-CASH-RETURNED TO WS-TOTAL-DEBITS
               ADD WS-CASH-RETURNED TO WS-TOTAL-CREDITS
           END-IF.

       H300-POST-COMMISSIONS.
           IF WS-COMMISSION-EXP = ZEROS
               CONTINUE
               ADD WS-RETURNED-PREMIUM TO WS-TOTAL-DEBITS
               ADD WS-RETURNED-PREMIUM TO WS-TOTAL-CREDITS
           END-IF.

      *> A checkpoint taken for today's business date is offered
      *> for resumption; one left from an earlier date is stale.
       J000-CHECK-RESTART.
           MOVE 'N' TO WS-RESUMING.
           MOVE SPACES TO POLCKPT-RECORD.
           OPEN INPUT GL-CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
               READ GL-CHECKPOINT-FILE
                   AT END MOVE SPACES TO POLCKPT-RECORD
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF.

           IF POLCKPT-REC-TYPE = 'H'
               AND POLCKPT-LAST-POLICY NOT = ZEROS
               IF POLCKPT-RUN-DATE NOT = WS-TODAY
                   DISPLAY "CHECKPOINT FROM " POLCKPT-RUN-DATE
                       " IS STALE, GL EXTRACT STARTS FROM THE TOP"
               ELSE
               IF WS-RUN-MODE = 'FRESH'
                   DISPLAY "CHECKPOINT AFTER POLICY "
                       POLCKPT-LAST-POLICY
                       " SET ASIDE, GL EXTRACT STARTS FROM THE TOP"
               ELSE
                   MOVE 'Y' TO WS-RESUMING
                   MOVE POLCKPT-LAST-POLICY TO WS-RESTART-POLICY
                   MOVE POLCKPT-POLICIES-DONE TO WS-POLICIES-DONE
                   MOVE POLCKPT-TOTALS TO WS-CKPT-TOTALS
                   MOVE WS-CK-PREMIUM-WRITTEN TO WS-PREMIUM-WRITTEN
                   MOVE WS-CK-COMMISSION-EXP TO WS-COMMISSION-EXP
                   MOVE WS-CK-RETURNED-PREMIUM TO WS-RETURNED-PREMIUM
                   DISPLAY "RESUMING FROM CHECKPOINT AFTER POLICY: "
                       WS-RESTART-POLICY
                   DISPLAY "CHECKPOINT TAKEN " POLCKPT-TAKEN-AT ", "
                       WS-POLICIES-DONE " POLICIES ALREADY DONE - "
                       "RUN WITH FRESH TO START OVER"
               END-IF
               END-IF
           END-IF.

       K000-CLEAR-CHECKPOINT.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE ZEROS TO POLCKPT-RUN-DATE.
           MOVE ZEROS TO POLCKPT-PASS.
           MOVE ZEROS TO POLCKPT-LAST-POLICY.
           MOVE ZEROS TO POLCKPT-POLICIES-DONE.
           MOVE ZEROS TO POLCKPT-TAKEN-AT.
           OPEN OUTPUT GL-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE GL-CHECKPOINT-FILE.

       L000-WRITE-CHECKPOINT.
           MOVE WS-PREMIUM-WRITTEN TO WS-CK-PREMIUM-WRITTEN.
           MOVE WS-COMMISSION-EXP TO WS-CK-COMMISSION-EXP.
           MOVE WS-RETURNED-PREMIUM TO WS-CK-RETURNED-PREMIUM.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE WS-TODAY TO POLCKPT-RUN-DATE.
           MOVE 1 TO POLCKPT-PASS.
           MOVE POLICY-NUMBER TO POLCKPT-LAST-POLICY.
           MOVE WS-POLICIES-DONE TO POLCKPT-POLICIES-DONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO POLCKPT-TAKEN-AT.
           MOVE WS-CKPT-TOTALS TO POLCKPT-TOTALS.
           OPEN OUTPUT GL-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE GL-CHECKPOINT-FILE.
           MOVE ZEROS TO WS-POLICIES-SINCE-CKPT.
