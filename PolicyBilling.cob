      *> on the last day of a month the cycle sweeps in issue days
      *> that never occur this month (a policy issued on the 31st
      *> bills on the 30th of a 30-day month instead of never).
      *> A policy PolicyRenewal.cob has non-renewed (renewal flag
      *> 'N') is not billed again: an annual policy is skipped, and
      *> a monthly plan only bills out the installments left on its
      *> expiring term.
      *> A policy flagged bad-address by ReturnedMail.cob is still
      *> billed, but its renewal notice goes to the returned-mail
      *> worklist (data/RETMAILWK.DAT) instead of the mail.
      *> A monthly-plan policy enrolled in autopay (AutopayCheck) is
      *> not billed at all - AutopayDraft drafts its installments on
      *> their due dates. Once dropped from autopay it bills again.
      *> A checkpoint (data/BILLCKPT.DAT) is taken every
      *> WS-CHECKPOINT-INTERVAL policies - the last policy processed
      *> and the running counts. A rerun the same business date
      *> resumes after that policy with the counts restored and a
      *> restart marker in the billing report, unless it is started
      *> with FRESH on the command line. A resumed run proves the
      *> master against its balance control at the end instead of
      *> the start, since the interrupted run's rewrites are already
      *> on the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT BILLING-CHECKPOINT-FILE ASSIGN TO 'data/BILLCKPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       FD  RENEWAL-NOTICE-FILE.
       01  RENEWAL-NOTICE-LINE         PIC X(60).

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       FD  BILLING-CHECKPOINT-FILE.
       COPY POLCKPT.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-BILLED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RATEOK-STATUS PIC X(2) VALUE '00'.
       01 WS-NOTICE-STATUS PIC X(2) VALUE '00'.
       01 WS-WORK-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-HELD PIC 9(5) VALUE ZEROS.
       01 WS-BILLCTL-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-BILLCTL PIC X(1) VALUE 'N'.
       01 WS-CYCLE-DONE PIC X(1) VALUE 'N'.
       01 WS-TOMORROW PIC 9(8) VALUE ZEROS.
       01 WS-DUE-THIS-CYCLE PIC X(1) VALUE 'N'.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-NONRENEW-SKIPPED PIC 9(5) VALUE ZEROS.
       01 WS-NOTHING-DUE PIC X(1) VALUE 'N'.
       01 WS-ON-AUTOPAY PIC X(1) VALUE 'N'.
       01 WS-AUTOPAY-SKIPPED PIC 9(5) VALUE ZEROS.
       01 WS-INST-STATUS PIC X(2) VALUE '00'.
       01 WS-INST-REL-KEY PIC 9(9).
       01 WS-INST-FILE-OPEN PIC X(1) VALUE 'N'.
       01 WS-BILLING-STABLE PIC X(40) VALUE 'data/BILLING.TXT'.
       01 WS-NOTICE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-NOTICE-STABLE PIC X(40) VALUE 'data/RENEWNOT.TXT'.
      *> Notices mailed this cycle - the piece count reported to the
      *> mailing control log (shared PrintSpool module).
       01 WS-NOTICE-COUNT PIC 9(5) VALUE ZEROS.
       COPY PRTSPOOL.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'PolicyBilling'.
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Checkpoint/restart - FRESH on the command line sets a
      *> current checkpoint aside and bills from the top.
       01 WS-CKPT-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-RESUMING PIC X(1) VALUE 'N'.
       01 WS-RESTART-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 50.
       01 WS-POLICIES-SINCE-CKPT PIC 9(5) VALUE ZEROS.
       01 WS-POLICIES-DONE PIC 9(7) VALUE ZEROS.
       01 WS-CKPT-TOTALS.
           05 WS-CK-BILLED              PIC 9(5).
           05 WS-CK-SKIPPED             PIC 9(5).
           05 WS-CK-NONRENEW            PIC 9(5).
           05 WS-CK-RETMAIL             PIC 9(5).
           05 WS-CK-AUTOPAY             PIC 9(5).
           05 WS-CK-NOTICES             PIC 9(5).



       PROCEDURE DIVISION.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-TODAY.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM E000-CHECK-RESTART.
           IF WS-RESUMING = 'N'
               CALL 'PolicyBalCheck' USING WS-BALANCED
               IF WS-BALANCED = 'N'
                   DISPLAY "POLICY MASTER FAILED BALANCE CONTROL, "
                       "REFUSING TO RUN"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM R000-CHECK-RATE-CLEARANCE.
           MOVE WS-TODAY(7:2) TO WS-CYCLE-DAY.

           PERFORM P000-CHECK-RUN-CONTROL.
           STRING "data/RENEWNOT-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-NOTICE-FILENAME
           END-STRING.
      *> A resumed run carries on in the interrupted run's dated
      *> report and notices, marked where it picked up.
           IF WS-RESUMING = 'Y'
               OPEN EXTEND BILLING-REPORT-FILE
           END-IF.
           IF WS-RESUMING = 'N' OR WS-REPORT-STATUS = '35'
               OPEN OUTPUT BILLING-REPORT-FILE
               MOVE "POLICY# AGE TYPE       OLD-PREM NEW-PREM"
                   TO BILLING-REPORT-LINE
               WRITE BILLING-REPORT-LINE
           END-IF.
           IF WS-RESUMING = 'Y'
               MOVE SPACES TO BILLING-REPORT-LINE
               STRING "*** RESTARTED AFTER POLICY " WS-RESTART-POLICY
                   " ***"
                   DELIMITED BY SIZE INTO BILLING-REPORT-LINE
               END-STRING
               WRITE BILLING-REPORT-LINE
               OPEN EXTEND RENEWAL-NOTICE-FILE
           END-IF.
           IF WS-RESUMING = 'N' OR WS-NOTICE-STATUS = '35'
               OPEN OUTPUT RENEWAL-NOTICE-FILE
           END-IF.
           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-WORK-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.

      *> No installment file yet just means nobody is on a monthly
      *> plan - annual billing still runs.
               MOVE 'Y' TO WS-INST-FILE-OPEN
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
               PERFORM A100-CHECK-DUE
                   PERFORM B000-BILL-POLICY
               END-IF

               ADD 1 TO WS-POLICIES-DONE
               ADD 1 TO WS-POLICIES-SINCE-CKPT
               IF WS-POLICIES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
                   PERFORM G000-WRITE-CHECKPOINT
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           END-STRING.
           WRITE BILLING-REPORT-LINE.
           MOVE SPACES TO BILLING-REPORT-LINE.
           STRING "NON-RENEWED, NOT BILLED: " WS-NONRENEW-SKIPPED
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           END-STRING.
           WRITE BILLING-REPORT-LINE.
           MOVE SPACES TO BILLING-REPORT-LINE.
           STRING "NOTICES HELD, RETURNED MAIL: " WS-RETMAIL-HELD
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           END-STRING.
           WRITE BILLING-REPORT-LINE.
           MOVE SPACES TO BILLING-REPORT-LINE.
           STRING "ON AUTOPAY, NOT BILLED: " WS-AUTOPAY-SKIPPED
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           END-STRING.
           WRITE BILLING-REPORT-LINE.
           MOVE SPACES TO BILLING-REPORT-LINE.
           STRING "RENEWAL NOTICES MAILED: " WS-NOTICE-COUNT
               DELIMITED BY SIZE INTO BILLING-REPORT-LINE
           END-STRING.
           WRITE BILLING-REPORT-LINE.

           CLOSE BILLING-REPORT-FILE.
           CLOSE RENEWAL-NOTICE-FILE.
           CLOSE RETMAIL-WORK-FILE.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'RENEWNOT' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE WS-NOTICE-COUNT TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           CALL 'ReportGen' USING WS-TODAY WS-BILLING-FILENAME
               WS-BILLING-STABLE.
           CALL 'ReportGen' USING WS-TODAY WS-NOTICE-FILENAME
               CLOSE INSTALLMENT-FILE
           END-IF.

           IF WS-RESUMING = 'Y'
               CALL 'PolicyBalCheck' USING WS-BALANCED
           END-IF.
           IF WS-BALANCED = 'Y'
               CALL 'PolicyBalStamp' USING WS-BALANCED
           ELSE
               DISPLAY "POLICY MASTER FAILED BALANCE CONTROL AFTER "
                   "RESTART, CONTROL RECORD NOT RESTAMPED"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM S000-RECORD-CYCLE-COMPLETE.
           PERFORM F000-CLEAR-CHECKPOINT.
           STOP RUN.

      *> A policy is due when its issue day matches today, or - on
      *> the last day of the month - when its issue day is beyond any
      *> day this month will see (issued the 31st, month has 30). A
      *> policy already billed this calendar month is skipped, which
      *> is what makes a rerun after an abend safe - on a resumed run
      *> one billed today past the checkpoint was billed by the
      *> interrupted run, and still counts as billed.
       A100-CHECK-DUE.
           MOVE 'N' TO WS-DUE-THIS-CYCLE.
           MOVE POLICY-ISSUE-DATE(7:2) TO WS-ISSUE-DAY.
               IF WS-ISSUE-DAY = WS-CYCLE-DAY
                   OR (WS-MONTH-END = 'Y'
                       AND WS-ISSUE-DAY > WS-CYCLE-DAY)
                   IF WS-RESUMING = 'Y'
                       AND POLICY-LAST-BILL-DATE = WS-TODAY
                       ADD 1 TO WS-BILLED-COUNT
                       IF POLICY-BAD-ADDR-FLAG NOT = 'Y'
                           ADD 1 TO WS-NOTICE-COUNT
                       END-IF
                   ELSE
                   IF POLICY-LAST-BILL-DATE(1:6) = WS-TODAY(1:6)
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                   IF POLICY-RENEWAL-FLAG = 'N'
                       AND POLICY-PAY-PLAN NOT = 'M'
                       ADD 1 TO WS-NONRENEW-SKIPPED
                   ELSE
                       MOVE 'Y' TO WS-DUE-THIS-CYCLE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               MOVE 'Y' TO WS-MONTH-END
           END-IF.

      *> A checkpoint taken for today's business date is offered
      *> for resumption; one left from an earlier date is stale.
       E000-CHECK-RESTART.
           MOVE 'N' TO WS-RESUMING.
           MOVE SPACES TO POLCKPT-RECORD.
           OPEN INPUT BILLING-CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
               READ BILLING-CHECKPOINT-FILE
                   AT END MOVE SPACES TO POLCKPT-RECORD
               END-READ
               CLOSE BILLING-CHECKPOINT-FILE
           END-IF.

           IF POLCKPT-REC-TYPE = 'H'
               AND POLCKPT-LAST-POLICY NOT = ZEROS
               IF POLCKPT-RUN-DATE NOT = WS-TODAY
                   DISPLAY "CHECKPOINT FROM " POLCKPT-RUN-DATE
                       " IS STALE, BILLING STARTS FROM THE TOP"
               ELSE
               IF WS-RUN-MODE = 'FRESH'
                   DISPLAY "CHECKPOINT AFTER POLICY "
                       POLCKPT-LAST-POLICY
                       " SET ASIDE, BILLING STARTS FROM THE TOP"
               ELSE
                   MOVE 'Y' TO WS-RESUMING
                   MOVE POLCKPT-LAST-POLICY TO WS-RESTART-POLICY
                   MOVE POLCKPT-POLICIES-DONE TO WS-POLICIES-DONE
                   MOVE POLCKPT-TOTALS TO WS-CKPT-TOTALS
                   MOVE WS-CK-BILLED TO WS-BILLED-COUNT
                   MOVE WS-CK-SKIPPED TO WS-SKIPPED-COUNT
                   MOVE WS-CK-NONRENEW TO WS-NONRENEW-SKIPPED
                   MOVE WS-CK-RETMAIL TO WS-RETMAIL-HELD
                   MOVE WS-CK-AUTOPAY TO WS-AUTOPAY-SKIPPED
                   MOVE WS-CK-NOTICES TO WS-NOTICE-COUNT
                   DISPLAY "RESUMING FROM CHECKPOINT AFTER POLICY: "
                       WS-RESTART-POLICY
                   DISPLAY "CHECKPOINT TAKEN " POLCKPT-TAKEN-AT ", "
                       WS-POLICIES-DONE " POLICIES ALREADY DONE - "
                       "RUN WITH FRESH TO START OVER"
               END-IF
               END-IF
           END-IF.

       F000-CLEAR-CHECKPOINT.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE ZEROS TO POLCKPT-RUN-DATE.
           MOVE ZEROS TO POLCKPT-PASS.
           MOVE ZEROS TO POLCKPT-LAST-POLICY.
           MOVE ZEROS TO POLCKPT-POLICIES-DONE.
           MOVE ZEROS TO POLCKPT-TAKEN-AT.
           OPEN OUTPUT BILLING-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE BILLING-CHECKPOINT-FILE.

      *> Written after the policy is fully billed, so a resume never
      *> bills it twice.
       G000-WRITE-CHECKPOINT.
           MOVE WS-BILLED-COUNT TO WS-CK-BILLED.
           MOVE WS-SKIPPED-COUNT TO WS-CK-SKIPPED.
           MOVE WS-NONRENEW-SKIPPED TO WS-CK-NONRENEW.
           MOVE WS-RETMAIL-HELD TO WS-CK-RETMAIL.
           MOVE WS-AUTOPAY-SKIPPED TO WS-CK-AUTOPAY.
           MOVE WS-NOTICE-COUNT TO WS-CK-NOTICES.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE WS-TODAY TO POLCKPT-RUN-DATE.
           MOVE 1 TO POLCKPT-PASS.
           MOVE POLICY-NUMBER TO POLCKPT-LAST-POLICY.
           MOVE WS-POLICIES-DONE TO POLCKPT-POLICIES-DONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO POLCKPT-TAKEN-AT.
           MOVE WS-CKPT-TOTALS TO POLCKPT-TOTALS.
           OPEN OUTPUT BILLING-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE BILLING-CHECKPOINT-FILE.
           MOVE ZEROS TO WS-POLICIES-SINCE-CKPT.

       S000-RECORD-CYCLE-COMPLETE.
           OPEN EXTEND BILLING-CONTROL-FILE.
           IF WS-BILLCTL-STATUS = '35'
               POLICY-COVERAGE-AMOUNT WS-NEW-PREMIUM WS-RATE-FOUND
           END-CALL.

      *> The renewal re-rate picks up the territory factor for the
      *> address on file and keeps the deductible credit the policy
      *> was sold with.
           IF WS-RATE-FOUND = 'Y'
               CALL 'PremiumCalcTerritory' USING POLICY-ADDR-STATE
                   POLICY-ADDR-ZIP POLICY-TYPE WS-NEW-PREMIUM
               END-CALL
           END-IF.
           IF WS-RATE-FOUND = 'Y'
               AND POLICY-DEDUCTIBLE NOT = ZEROS
               CALL 'PremiumCalcDeductible' USING POLICY-DEDUCTIBLE
               END-CALL
           END-IF.

           MOVE 'N' TO WS-NOTHING-DUE.
           IF WS-RATE-FOUND = 'Y'
               MOVE WS-NEW-PREMIUM TO WS-BILL-AMOUNT
               IF POLICY-PAY-PLAN = 'M'
                   PERFORM D000-BILL-NEXT-INSTALLMENT
               END-IF
           END-IF.

           IF WS-RATE-FOUND = 'Y' AND WS-NOTHING-DUE = 'N'
               ADD 1 TO WS-BILLED-COUNT
               MOVE SPACES TO BILLING-REPORT-LINE
               STRING POLICY-NUMBER ' ' POLICY-AGE ' ' POLICY-TYPE
                   DELIMITED BY SIZE INTO BILLING-REPORT-LINE
               END-STRING
               WRITE BILLING-REPORT-LINE
               IF POLICY-BAD-ADDR-FLAG = 'Y'
                   PERFORM C100-HOLD-RENEWAL-NOTICE
               ELSE
                   PERFORM C000-WRITE-RENEWAL-NOTICE
               END-IF
               MOVE POLICY-LAST-BILL-DATE TO WS-AUDIT-OLD
               MOVE WS-TODAY TO POLICY-LAST-BILL-DATE
               REWRITE POLICY-RECORD
      *> the full annual premium. The earliest unpaid row is billed
      *> and flagged paid-billed; a plan policy with no schedule on
      *> file is flagged and billed annually so the premium is not
      *> silently lost - unless it has been non-renewed, when a
      *> billed-out schedule means there is nothing left to bill.
      *> An autopay policy has nothing due on paper at all.
       D000-BILL-NEXT-INSTALLMENT.
           MOVE 'N' TO WS-INST-FOUND.
           CALL 'AutopayCheck' USING POLICY-NUMBER WS-ON-AUTOPAY.
           IF WS-ON-AUTOPAY = 'Y'
               MOVE 'Y' TO WS-NOTHING-DUE
               ADD 1 TO WS-AUTOPAY-SKIPPED
           ELSE
           IF WS-INST-FILE-OPEN = 'Y'
               PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > 12 OR WS-INST-FOUND = 'Y'
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           END-IF.

           IF WS-INST-FOUND = 'N' AND WS-ON-AUTOPAY = 'N'
               IF POLICY-RENEWAL-FLAG = 'N'
                   MOVE 'Y' TO WS-NOTHING-DUE
                   ADD 1 TO WS-NONRENEW-SKIPPED
               ELSE
                   DISPLAY "NO UNPAID INSTALLMENT FOR PLAN POLICY "
                       POLICY-NUMBER ", BILLING FULL PREMIUM"
               END-IF
           END-IF.

       C000-WRITE-RENEWAL-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'RENEWNOT' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE POLICY-HOLDER-NAME TO PSP-RECIPIENT.
           MOVE POLICY-ADDR-STREET TO PSP-ADDR-STREET.
           MOVE POLICY-ADDR-CITY TO PSP-ADDR-CITY.
           MOVE POLICY-ADDR-STATE TO PSP-ADDR-STATE.
           MOVE POLICY-ADDR-ZIP TO PSP-ADDR-ZIP.
           MOVE POLICY-NUMBER TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           MOVE "==========================================="
               TO RENEWAL-NOTICE-LINE.
           PERFORM C200-WRITE-NOTICE-LINE.
           MOVE "RENEWAL NOTICE" TO RENEWAL-NOTICE-LINE.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE POLICY-HOLDER-NAME TO RENEWAL-NOTICE-LINE.
           PERFORM C200-WRITE-NOTICE-LINE.
           MOVE POLICY-ADDR-STREET TO RENEWAL-NOTICE-LINE.
           PERFORM C200-WRITE-NOTICE-LINE.
           MOVE SPACES TO RENEWAL-NOTICE-LINE.
           STRING POLICY-ADDR-CITY ' ' POLICY-ADDR-STATE ' '
               POLICY-ADDR-ZIP
               DELIMITED BY SIZE INTO RENEWAL-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE SPACES TO RENEWAL-NOTICE-LINE.
           STRING "POLICY NUMBER:    " POLICY-NUMBER
               DELIMITED BY SIZE INTO RENEWAL-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE SPACES TO RENEWAL-NOTICE-LINE.
           STRING "CURRENT PREMIUM:  " POLICY-PREMIUM
               DELIMITED BY SIZE INTO RENEWAL-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE SPACES TO RENEWAL-NOTICE-LINE.
           STRING "RENEWAL PREMIUM:  " WS-NEW-PREMIUM
               DELIMITED BY SIZE INTO RENEWAL-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE SPACES TO RENEWAL-NOTICE-LINE.
           STRING "AMOUNT NOW DUE:   " WS-BILL-AMOUNT
               DELIMITED BY SIZE INTO RENEWAL-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

      *> Each notice line goes to the mailing file and to the day's
      *> print spool for the vendor stream.
       C200-WRITE-NOTICE-LINE.
           WRITE RENEWAL-NOTICE-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE RENEWAL-NOTICE-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

      *> Mail to this address has come back - the notice waits on
      *> the returned-mail worklist for a corrected address.
       C100-HOLD-RENEWAL-NOTICE.
           MOVE WS-TODAY TO RMWORK-RUN-DATE.
           MOVE 'RENEWAL' TO RMWORK-DOCUMENT.
           MOVE POLICY-NUMBER TO RMWORK-POLICY-NUMBER.
           MOVE POLICY-CUST-NUMBER TO RMWORK-CUST-NUMBER.
           MOVE POLICY-HOLDER-NAME TO RMWORK-HOLDER-NAME.
           MOVE POLICY-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE.
           MOVE WS-BILL-AMOUNT TO RMWORK-AMOUNT.
           WRITE RMWORK-RECORD.
           ADD 1 TO WS-RETMAIL-HELD.
