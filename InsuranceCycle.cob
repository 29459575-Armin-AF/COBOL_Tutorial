       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsuranceCycle.

      *> JCL-style driving job for the nightly insurance cycle - the
      *> policy/claims sibling of NightlyBatch. Runs the bank lockbox
      *> import, payment posting, suspense repost, installment
      *> scheduling, autopay drafts and draft returns, billing,
      *> lapse, dunning, claim entry, SIU claim scoring, claim
      *> adjudication, claim check disbursement, claim recovery
      *> posting, the refund register, renewal underwriting and the
      *> print vendor stream in dependency order instead of someone
      *> launching each one from the menu in the order they
      *> remember. Same CALL
      *> "SYSTEM" shell-out as NightlyBatch, same calendar
      *> (non-business days skip), same data/RUNHIST.DAT step log
      *> and the same batch lock.
      *> Each step names the steps it depends on. A step that ends
      *> with a bad completion code holds every step downstream of it
      *> (a lapse run must not age balances the payment posting never
      *> brought current), but steps on an unrelated branch still run
      *> - a claims failure does not stop tonight's billing. On a
      *> restart the job reads tonight's history and resumes at the
      *> steps that did not complete; completed steps are never
      *> re-applied.
      *> Runs ahead of NightlyBatch for the same business date, so it
      *> never advances data/BUSDATE.DAT itself.
      *> Periodic steps (the month-end agent license expiry, agent
      *> persistency, catastrophe exposure, agency hierarchy and
      *> terminated-agent book reports, the quarter-end loss
      *> triangles, the year-end premium-paid statements) sit in the
      *> same table with a frequency; the calendar's period-end
      *> markers decide whether they are due tonight, the way
      *> NightlyBatch appends its month-end work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'data/RUNHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

      *> Same cycle-wide lock NightlyBatch holds - set at start,
      *> cleared at a clean end, left set by a failure until someone
      *> has looked.
           SELECT BATCH-LOCK-FILE ASSIGN TO 'data/BATCHLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SESSION-OPER-FILE ASSIGN TO 'data/SESSOPER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  CALENDAR-FILE.
       COPY CALENDAR.

       FD  BATCH-LOCK-FILE.
       COPY BATCHLCK.

       FD  SESSION-OPER-FILE.
       COPY SESSOPER.

       WORKING-STORAGE SECTION.
       01 WS-STEP-RC PIC S9(5) VALUE ZEROS.
       01 WS-JOB-FAILED PIC X(1) VALUE 'N'.
       01 WS-RUNHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-HISTORY PIC X(1) VALUE 'N'.
       01 WS-JOB-DATE PIC 9(8) VALUE ZEROS.
       01 WS-STEP-NAME PIC X(20) VALUE SPACES.
       01 WS-STEP-START PIC 9(14) VALUE ZEROS.
       01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
       01 WS-SESSOPER-STATUS PIC X(2) VALUE '00'.
       01 WS-LOCK-HELD-BY PIC X(20) VALUE SPACES.
       01 WS-JOB-NAME PIC X(20) VALUE 'INSURANCECYCLE'.

      *> The cycle's steps in the order they run. WS-ST-PREREQS has
      *> one position per step: a 'Y' in position n means this step
      *> needs step n to have completed tonight. WS-ST-STATE is
      *> 'P' pending, 'D' done (tonight, this run or an earlier one),
      *> 'F' failed, 'H' held because a prerequisite did not finish,
      *> 'N' not due tonight. WS-ST-FREQ is 'D' every business night,
      *> 'W' week-end, 'M' month-end, 'Q' quarter-end (the month-end
      *> of March, June, September or December), 'Y' year-end - a
      *> step that is not due is passed over and never holds its
      *> dependents.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES INDEXED BY WS-STEP-IDX.
               10 WS-ST-NAME            PIC X(20).
               10 WS-ST-COMMAND         PIC X(30).
               10 WS-ST-TITLE           PIC X(30).
               10 WS-ST-PREREQS         PIC X(30).
               10 WS-ST-STATE           PIC X(1).
               10 WS-ST-FREQ            PIC X(1).
       01 WS-STEP-COUNT PIC 9(2) VALUE 24.
       01 WS-PREREQ-SUB PIC 9(2) VALUE ZEROS.
       01 WS-PREREQ-BLOCKED PIC X(1) VALUE 'N'.
       01 WS-BLOCKING-STEP PIC X(20) VALUE SPACES.
       01 WS-HIST-SUB PIC 9(2) VALUE ZEROS.
       01 WS-RAN-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-SKIPPED-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-FAILED-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-HELD-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-NOT-DUE-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-STEP-DUE PIC X(1) VALUE 'Y'.

      *> Tonight's calendar row - defaults to an ordinary business
      *> day when the calendar has no row for the date.
       01 WS-CALENDAR-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-CALENDAR PIC X(1) VALUE 'N'.
       01 WS-DAY-TYPE PIC X(1) VALUE 'B'.
       01 WS-CAL-ROW-FOUND PIC X(1) VALUE 'N'.
       01 WS-IS-WEEK-END PIC X(1) VALUE 'N'.
       01 WS-IS-MONTH-END PIC X(1) VALUE 'N'.
       01 WS-IS-YEAR-END PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-JOB-DATE.
           DISPLAY "INSURANCE CYCLE STARTING FOR " WS-JOB-DATE.
           PERFORM G000-READ-CALENDAR.

           IF WS-DAY-TYPE NOT = 'B'
               DISPLAY "NON-PROCESSING DAY (" WS-DAY-TYPE
                   "), CYCLE SKIPPED"
               STOP RUN
           END-IF.

           PERFORM K200-CHECK-LOCK-OWNER.
           PERFORM B000-DEFINE-STEPS.
           PERFORM K000-SET-BATCH-LOCK.
           PERFORM H000-CHECK-TONIGHTS-HISTORY.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM C000-RUN-STEP
           END-PERFORM.

           DISPLAY "STEPS RUN: " WS-RAN-COUNT
               "  ALREADY DONE: " WS-SKIPPED-COUNT
               "  FAILED: " WS-FAILED-COUNT
               "  HELD: " WS-HELD-COUNT
               "  NOT DUE: " WS-NOT-DUE-COUNT.

      *> Any failed or held step leaves the lock set on purpose -
      *> the rerun picks up from the history once the cause is fixed.
           IF WS-JOB-FAILED = 'Y'
               DISPLAY "INSURANCE CYCLE ABORTED - BATCH LOCK LEFT SET"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM K100-CLEAR-BATCH-LOCK
               DISPLAY "INSURANCE CYCLE COMPLETED SUCCESSFULLY"
           END-IF.

           STOP RUN.

      *> Dependency order: cash first (the bank's lockbox import,
      *> posting of what it wrote, then the suspense both feed), the
      *> installment schedule before the autopay drafts and the
      *> billing that work from it, the bank's draft returns
      *> after tonight's drafts so a reopened installment waits for
      *> tomorrow's, lapse only after tonight's cash (drafts and
      *> returns included) is on the books, dunning and the refund
      *> register after lapse has settled who is still active, SIU
      *> scoring after entry so a suspicious new claim is held before
      *> adjudication can pay it,
      *> and the claim checks only for what adjudication posted.
      *> Renewal underwriting goes last, once tonight's cash, lapses,
      *> claim payments and recoveries are all on file to review.
      *> The month-end and quarter-end reports follow; they only
      *> read.
       B000-DEFINE-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 30
               MOVE 'D' TO WS-ST-FREQ(WS-STEP-IDX)
           END-PERFORM.

           MOVE "INS-LOCKBOX" TO WS-ST-NAME(1).
           MOVE "./LockboxImport" TO WS-ST-COMMAND(1).
           MOVE "BANK LOCKBOX IMPORT" TO WS-ST-TITLE(1).
           MOVE "N" TO WS-ST-PREREQS(1).

           MOVE "INS-PAYPOST" TO WS-ST-NAME(2).
           MOVE "./PaymentPosting" TO WS-ST-COMMAND(2).
           MOVE "PAYMENT POSTING" TO WS-ST-TITLE(2).
           MOVE "YNNNNNNNNN" TO WS-ST-PREREQS(2).

           MOVE "INS-SUSPREPOST" TO WS-ST-NAME(3).
           MOVE "./SuspenseRepost" TO WS-ST-COMMAND(3).
           MOVE "SUSPENSE REPOST" TO WS-ST-TITLE(3).
           MOVE "NYNNNNNNNN" TO WS-ST-PREREQS(3).

           MOVE "INS-INSTSCHED" TO WS-ST-NAME(4).
           MOVE "./InstallmentSchedule" TO WS-ST-COMMAND(4).
           MOVE "INSTALLMENT SCHEDULE" TO WS-ST-TITLE(4).
           MOVE "NNNNNNNNNN" TO WS-ST-PREREQS(4).

           MOVE "INS-ACHDRAFT" TO WS-ST-NAME(5).
           MOVE "./AutopayDraft" TO WS-ST-COMMAND(5).
           MOVE "AUTOPAY DRAFT" TO WS-ST-TITLE(5).
           MOVE "NNNYN" TO WS-ST-PREREQS(5).

           MOVE "INS-DRAFTRET" TO WS-ST-NAME(6).
           MOVE "./DraftReturns" TO WS-ST-COMMAND(6).
           MOVE "AUTOPAY DRAFT RETURNS" TO WS-ST-TITLE(6).
           MOVE "NNNNNN" TO WS-ST-PREREQS(6).

           MOVE "INS-BILLING" TO WS-ST-NAME(7).
           MOVE "./PolicyBilling" TO WS-ST-COMMAND(7).
           MOVE "POLICY BILLING" TO WS-ST-TITLE(7).
           MOVE "NNNYNNNNNNNN" TO WS-ST-PREREQS(7).

           MOVE "INS-LAPSE" TO WS-ST-NAME(8).
           MOVE "./PolicyLapse" TO WS-ST-COMMAND(8).
           MOVE "POLICY LAPSE" TO WS-ST-TITLE(8).
           MOVE "NYYNYYNNNNNN" TO WS-ST-PREREQS(8).

           MOVE "INS-DUNNING" TO WS-ST-NAME(9).
           MOVE "./DunningNotices" TO WS-ST-COMMAND(9).
           MOVE "DUNNING NOTICES" TO WS-ST-TITLE(9).
           MOVE "NYYNNNNYNNNN" TO WS-ST-PREREQS(9).

           MOVE "INS-CLMENTRY" TO WS-ST-NAME(10).
           MOVE "./ClaimEntry" TO WS-ST-COMMAND(10).
           MOVE "CLAIM ENTRY" TO WS-ST-TITLE(10).
           MOVE "NNNNNNNNNNNN" TO WS-ST-PREREQS(10).

           MOVE "INS-SIUSCORE" TO WS-ST-NAME(11).
           MOVE "./SIUScoring" TO WS-ST-COMMAND(11).
           MOVE "SIU CLAIM SCORING" TO WS-ST-TITLE(11).
           MOVE "NNNNNNNNNYNN" TO WS-ST-PREREQS(11).

           MOVE "INS-CLMADJ" TO WS-ST-NAME(12).
           MOVE "./ClaimAdjudication" TO WS-ST-COMMAND(12).
           MOVE "CLAIM ADJUDICATION" TO WS-ST-TITLE(12).
           MOVE "NNNNNNNNNYYN" TO WS-ST-PREREQS(12).

           MOVE "INS-REFUNDREG" TO WS-ST-NAME(13).
           MOVE "./RefundRegister" TO WS-ST-COMMAND(13).
           MOVE "REFUND REGISTER" TO WS-ST-TITLE(13).
           MOVE "NYYNNNNYNNNNN" TO WS-ST-PREREQS(13).

           MOVE "INS-CLMDISB" TO WS-ST-NAME(14).
           MOVE "./ClaimDisburse" TO WS-ST-COMMAND(14).
           MOVE "CLAIM DISBURSEMENT" TO WS-ST-TITLE(14).
           MOVE "NNNNNNNNNNNYNN" TO WS-ST-PREREQS(14).

           MOVE "INS-CLMRECOV" TO WS-ST-NAME(15).
           MOVE "./ClaimRecovery" TO WS-ST-COMMAND(15).
           MOVE "CLAIM RECOVERY POSTING" TO WS-ST-TITLE(15).
           MOVE "NNNNNNNNNNNYNNN" TO WS-ST-PREREQS(15).

           MOVE "INS-RENEWAL" TO WS-ST-NAME(16).
           MOVE "./PolicyRenewal" TO WS-ST-COMMAND(16).
           MOVE "RENEWAL UNDERWRITING" TO WS-ST-TITLE(16).
           MOVE "NYYNNNNYNNNYNNYN" TO WS-ST-PREREQS(16).

           MOVE "INS-LICEXPIRY" TO WS-ST-NAME(17).
           MOVE "./AgentLicExpiry" TO WS-ST-COMMAND(17).
           MOVE "AGENT LICENSE EXPIRY" TO WS-ST-TITLE(17).
           MOVE "NNNNNNNNNNNNNNNNN" TO WS-ST-PREREQS(17).
           MOVE 'M' TO WS-ST-FREQ(17).

           MOVE "INS-PERSIST" TO WS-ST-NAME(18).
           MOVE "./AgentPersistency" TO WS-ST-COMMAND(18).
           MOVE "AGENT PERSISTENCY" TO WS-ST-TITLE(18).
           MOVE "NNNNNNNNNNNNNNNNNN" TO WS-ST-PREREQS(18).
           MOVE 'M' TO WS-ST-FREQ(18).

      *> Last every night - the vendor stream holds tonight's
      *> notices, so it waits on every step that mails any.
           MOVE "INS-PRINTSTRM" TO WS-ST-NAME(19).
           MOVE "./PrintStream" TO WS-ST-COMMAND(19).
           MOVE "PRINT VENDOR STREAM" TO WS-ST-TITLE(19).
           MOVE "NNNNNNYYYNNNNNNYNNN" TO WS-ST-PREREQS(19).

           MOVE "INS-CATEXP" TO WS-ST-NAME(20).
           MOVE "./CatExposure" TO WS-ST-COMMAND(20).
           MOVE "CATASTROPHE EXPOSURE" TO WS-ST-TITLE(20).
           MOVE "NNNNNNNNNNNNNNNNNNNN" TO WS-ST-PREREQS(20).
           MOVE 'M' TO WS-ST-FREQ(20).

           MOVE "INS-LOSSTRI" TO WS-ST-NAME(21).
           MOVE "./LossTriangle" TO WS-ST-COMMAND(21).
           MOVE "LOSS DEVELOPMENT TRIANGLES" TO WS-ST-TITLE(21).
           MOVE "NNNNNNNNNNNNNNNNNNNNN" TO WS-ST-PREREQS(21).
           MOVE 'Q' TO WS-ST-FREQ(21).

           MOVE "INS-AGTHIER" TO WS-ST-NAME(22).
           MOVE "./AgentHierarchy" TO WS-ST-COMMAND(22).
           MOVE "AGENCY HIERARCHY" TO WS-ST-TITLE(22).
           MOVE "NNNNNNNNNNNNNNNNNNNNNN" TO WS-ST-PREREQS(22).
           MOVE 'M' TO WS-ST-FREQ(22).

      *> The year's payments and refunds must be posted before the
      *> statements are totalled.
           MOVE "INS-PREMSTMT" TO WS-ST-NAME(23).
           MOVE "./PremiumPaidStatement" TO WS-ST-COMMAND(23).
           MOVE "PREMIUM-PAID STATEMENTS" TO WS-ST-TITLE(23).
           MOVE "NYYNYYNNNNNNYNNNNNNNNNN" TO WS-ST-PREREQS(23).
           MOVE 'Y' TO WS-ST-FREQ(23).

           MOVE "INS-TERMBOOK" TO WS-ST-NAME(24).
           MOVE "./TermAgentBook" TO WS-ST-COMMAND(24).
           MOVE "TERMINATED AGENT BOOK" TO WS-ST-TITLE(24).
           MOVE "NNNNNNNNNNNNNNNNNNNNNNNN" TO WS-ST-PREREQS(24).
           MOVE 'M' TO WS-ST-FREQ(24).

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 'P' TO WS-ST-STATE(WS-STEP-IDX)
           END-PERFORM.

       C000-RUN-STEP.
           PERFORM C050-CHECK-DUE.
           IF WS-STEP-DUE = 'N'
               MOVE 'N' TO WS-ST-STATE(WS-STEP-IDX)
               ADD 1 TO WS-NOT-DUE-COUNT
           ELSE
           IF WS-ST-STATE(WS-STEP-IDX) = 'D'
               DISPLAY WS-ST-TITLE(WS-STEP-IDX)
                   " ALREADY COMPLETE TONIGHT, SKIPPED"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM C100-CHECK-PREREQS
               IF WS-PREREQ-BLOCKED = 'Y'
                   MOVE 'H' TO WS-ST-STATE(WS-STEP-IDX)
                   MOVE 'Y' TO WS-JOB-FAILED
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY WS-ST-TITLE(WS-STEP-IDX)
                       " HELD - PREREQUISITE " WS-BLOCKING-STEP
                       " DID NOT COMPLETE"
               ELSE
                   PERFORM C200-EXECUTE-STEP
               END-IF
           END-IF
           END-IF.

       C050-CHECK-DUE.
           EVALUATE WS-ST-FREQ(WS-STEP-IDX)
               WHEN 'W'
                   MOVE WS-IS-WEEK-END TO WS-STEP-DUE
               WHEN 'M'
                   MOVE WS-IS-MONTH-END TO WS-STEP-DUE
               WHEN 'Q'
                   IF WS-IS-MONTH-END = 'Y'
                       AND (WS-JOB-DATE(5:2) = '03'
                       OR WS-JOB-DATE(5:2) = '06'
                       OR WS-JOB-DATE(5:2) = '09'
                       OR WS-JOB-DATE(5:2) = '12')
                       MOVE 'Y' TO WS-STEP-DUE
                   ELSE
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
               WHEN 'Y'
                   MOVE WS-IS-YEAR-END TO WS-STEP-DUE
               WHEN OTHER
                   MOVE 'Y' TO WS-STEP-DUE
           END-EVALUATE.

      *> A prerequisite that failed or was itself held blocks this
      *> step, so a failure propagates down the whole chain.
       C100-CHECK-PREREQS.
           MOVE 'N' TO WS-PREREQ-BLOCKED.
           MOVE SPACES TO WS-BLOCKING-STEP.
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > WS-STEP-COUNT
               IF WS-ST-PREREQS(WS-STEP-IDX)(WS-PREREQ-SUB:1) = 'Y'
                   AND WS-ST-STATE(WS-PREREQ-SUB) NOT = 'D'
                   AND WS-ST-STATE(WS-PREREQ-SUB) NOT = 'N'
                   AND WS-PREREQ-BLOCKED = 'N'
                   MOVE 'Y' TO WS-PREREQ-BLOCKED
                   MOVE WS-ST-NAME(WS-PREREQ-SUB) TO WS-BLOCKING-STEP
               END-IF
           END-PERFORM.

       C200-EXECUTE-STEP.
           DISPLAY "STEP: " WS-ST-TITLE(WS-STEP-IDX).
           MOVE WS-ST-NAME(WS-STEP-IDX) TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING WS-ST-COMMAND(WS-STEP-IDX).
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           ADD 1 TO WS-RAN-COUNT.
           IF WS-STEP-RC NOT = 0
               DISPLAY WS-ST-TITLE(WS-STEP-IDX)
                   " FAILED, RETURN CODE: " WS-STEP-RC
               MOVE 'F' TO WS-ST-STATE(WS-STEP-IDX)
               MOVE 'Y' TO WS-JOB-FAILED
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               DISPLAY WS-ST-TITLE(WS-STEP-IDX) " COMPLETE"
               MOVE 'D' TO WS-ST-STATE(WS-STEP-IDX)
           END-IF.

      *> Another job's lock (NightlyBatch mid-cycle, or its abend
      *> not yet investigated) refuses this one; our own lock left by
      *> a failed run is exactly what a restart expects to find.
       K200-CHECK-LOCK-OWNER.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-LOCK-STATUS = '00'
               READ BATCH-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BATCHLOCK-FLAG = 'Y'
                           AND BATCHLOCK-JOB NOT = WS-JOB-NAME
                           MOVE BATCHLOCK-JOB TO WS-LOCK-HELD-BY
                       END-IF
               END-READ
               CLOSE BATCH-LOCK-FILE
           END-IF.

           IF WS-LOCK-HELD-BY NOT = SPACES
               DISPLAY "BATCH LOCK HELD BY " WS-LOCK-HELD-BY
                   " - INSURANCE CYCLE NOT STARTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The cycle's own steps must pass the lock check, so the
      *> session-operator stamp is blanked for the duration - these
      *> steps run as the batch, not as whoever launched it. The
      *> launching operator is kept alongside, for the operator
      *> journal's request rows.
       K000-SET-BATCH-LOCK.
           MOVE 'Y' TO BATCHLOCK-FLAG.
           MOVE WS-JOB-NAME TO BATCHLOCK-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCHLOCK-TIMESTAMP.
           OPEN OUTPUT BATCH-LOCK-FILE.
           WRITE BATCHLOCK-RECORD.
           CLOSE BATCH-LOCK-FILE.

           MOVE SPACES TO SESSOPER-RECORD.
           OPEN INPUT SESSION-OPER-FILE.
           IF WS-SESSOPER-STATUS = '00'
               READ SESSION-OPER-FILE
                   AT END MOVE SPACES TO SESSOPER-RECORD
               END-READ
               CLOSE SESSION-OPER-FILE
           END-IF.
           MOVE SESSOPER-ID TO SESSOPER-LAUNCHED-BY.
           MOVE SPACES TO SESSOPER-ID.
           OPEN OUTPUT SESSION-OPER-FILE.
           WRITE SESSOPER-RECORD.
           CLOSE SESSION-OPER-FILE.
           DISPLAY "BATCH LOCK SET".

       K100-CLEAR-BATCH-LOCK.
           MOVE 'N' TO BATCHLOCK-FLAG.
           MOVE WS-JOB-NAME TO BATCHLOCK-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCHLOCK-TIMESTAMP.
           OPEN OUTPUT BATCH-LOCK-FILE.
           WRITE BATCHLOCK-RECORD.
           CLOSE BATCH-LOCK-FILE.
           DISPLAY "BATCH LOCK CLEARED".

      *> Finds tonight's calendar row. No calendar file or no row for
      *> the date is treated as an ordinary business day, with a note
      *> for the operator.
       G000-READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY "NO CALENDAR ON FILE, ASSUMING BUSINESS DAY"
           ELSE
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-END-OF-CALENDAR
               END-READ

               PERFORM UNTIL WS-END-OF-CALENDAR = 'Y'
                   IF CAL-DATE = WS-JOB-DATE
                       MOVE 'Y' TO WS-CAL-ROW-FOUND
                       MOVE CAL-DAY-TYPE TO WS-DAY-TYPE
                       MOVE CAL-WEEK-END TO WS-IS-WEEK-END
                       MOVE CAL-MONTH-END TO WS-IS-MONTH-END
                       MOVE CAL-YEAR-END TO WS-IS-YEAR-END
                   END-IF

                   READ CALENDAR-FILE
                       AT END MOVE 'Y' TO WS-END-OF-CALENDAR
                   END-READ
               END-PERFORM

               CLOSE CALENDAR-FILE

               IF WS-CAL-ROW-FOUND = 'N'
                   DISPLAY "NO CALENDAR ROW FOR " WS-JOB-DATE
                       ", ASSUMING BUSINESS DAY"
               END-IF
           END-IF.

      *> Reads tonight's rows from the run history and marks each of
      *> this cycle's steps that already completed with RC 0. No
      *> history file yet just means a first run.
       H000-CHECK-TONIGHTS-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = '00'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-HISTORY
               END-READ

               PERFORM UNTIL WS-END-OF-HISTORY = 'Y'
                   IF RUNHIST-JOB-DATE = WS-JOB-DATE
                       AND RUNHIST-RC = 0
                       PERFORM H100-MARK-STEP-DONE
                   END-IF

                   READ RUN-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-HISTORY
                   END-READ
               END-PERFORM

               CLOSE RUN-HISTORY-FILE
           END-IF.

       H100-MARK-STEP-DONE.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-STEP-COUNT
               IF WS-ST-NAME(WS-HIST-SUB) = RUNHIST-STEP-NAME
                   MOVE 'D' TO WS-ST-STATE(WS-HIST-SUB)
               END-IF
           END-PERFORM.

       I000-LOG-STEP.
           MOVE WS-JOB-DATE TO RUNHIST-JOB-DATE.
           MOVE WS-STEP-NAME TO RUNHIST-STEP-NAME.
           MOVE WS-STEP-START TO RUNHIST-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNHIST-END-TIME.
           IF WS-STEP-RC < 0
               MOVE 9999 TO RUNHIST-RC
           ELSE
               MOVE WS-STEP-RC TO RUNHIST-RC
           END-IF.

           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           WRITE RUNHIST-RECORD.
           CLOSE RUN-HISTORY-FILE.
