      *> start-up so a restart skips them.
       01 WS-DONE-TRANSEDIT PIC X(1) VALUE 'N'.
       01 WS-DONE-TSEDIT PIC X(1) VALUE 'N'.
       01 WS-DONE-OEAPPLY PIC X(1) VALUE 'N'.
       01 WS-DONE-QTEXPIRE PIC X(1) VALUE 'N'.
       01 WS-DONE-CHKRECON PIC X(1) VALUE 'N'.
       01 WS-DONE-COBRA PIC X(1) VALUE 'N'.
       01 WS-DONE-POLBAL PIC X(1) VALUE 'N'.
       01 WS-DONE-MAINT PIC X(1) VALUE 'N'.
       01 WS-DONE-PAYROLL PIC X(1) VALUE 'N'.
       01 WS-DONE-LISTING PIC X(1) VALUE 'N'.
       01 WS-DONE-HRUPLOAD PIC X(1) VALUE 'N'.
       01 WS-DONE-NEWHIRE PIC X(1) VALUE 'N'.
       01 WS-DONE-SODRPT PIC X(1) VALUE 'N'.
       01 WS-DONE-FILEVOL PIC X(1) VALUE 'N'.
       01 WS-DONE-FILETREND PIC X(1) VALUE 'N'.
       01 WS-DONE-ARCHIVE PIC X(1) VALUE 'N'.
       01 WS-DONE-OUTCHECKS PIC X(1) VALUE 'N'.
       01 WS-DONE-PREMSUM PIC X(1) VALUE 'N'.
       01 WS-DONE-VACANCY PIC X(1) VALUE 'N'.
       01 WS-DONE-YEAREND PIC X(1) VALUE 'N'.
       01 WS-DONE-EODBACKUP PIC X(1) VALUE 'N'.
       01 WS-DONE-BKVERIFY PIC X(1) VALUE 'N'.

      *> Tonight's calendar row - defaults to an ordinary business
      *> day when the calendar has no row for the date.
       01 WS-IS-YEAR-END PIC X(1) VALUE 'N'.
       01 WS-CAL-ROW-FOUND PIC X(1) VALUE 'N'.
       01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
       01 WS-LOCK-HELD-BY PIC X(20) VALUE SPACES.
       01 WS-JOB-NAME PIC X(20) VALUE 'NIGHTLYBATCH'.
       01 WS-SESSOPER-STATUS PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-JOB-DATE.
           DISPLAY "NIGHTLY BATCH JOB STARTING FOR " WS-JOB-DATE.
           PERFORM K200-CHECK-LOCK-OWNER.
           PERFORM G000-READ-CALENDAR.

      *> Holidays and weekends do not process - the date still rolls
                   PERFORM B500-RUN-TIMESHEET-EDIT
               END-IF
           END-IF.
           IF WS-JOB-FAILED = 'N'
               IF WS-DONE-OEAPPLY = 'Y'
                   DISPLAY "ENROLLMENT ELECTIONS ALREADY APPLIED, "
                       "SKIPPED"
               ELSE
                   PERFORM B600-RUN-OE-APPLY
               END-IF
           END-IF.
           IF WS-JOB-FAILED = 'N'
               IF WS-DONE-PAYROLL = 'Y'
                   DISPLAY "STEP 3 ALREADY COMPLETE TONIGHT, SKIPPED"
                   PERFORM D500-RUN-QUOTE-EXPIRY
               END-IF
           END-IF.
           IF WS-JOB-FAILED = 'N'
               IF WS-DONE-CHKRECON = 'Y'
                   DISPLAY "CHECK RECON ALREADY COMPLETE, SKIPPED"
               ELSE
                   PERFORM D600-RUN-CHECK-RECON
               END-IF
           END-IF.
           IF WS-JOB-FAILED = 'N'
               IF WS-DONE-COBRA = 'Y'
                   DISPLAY "COBRA RUN ALREADY COMPLETE, SKIPPED"
               ELSE
                   PERFORM D700-RUN-COBRA
               END-IF
           END-IF.
           IF WS-JOB-FAILED = 'N'
               IF WS-DONE-FILEVOL = 'Y'
                   DISPLAY "FILE VOLUMES ALREADY RECORDED, SKIPPED"
               ELSE
                   PERFORM D800-RUN-FILE-VOLUMES
               END-IF
           END-IF.

      *> The calendar appends the periodic work to the right nights -
      *> weekly HR upload, state new-hire file, segregation-of-duties
      *> review and file growth trend, month-end archive,
      *> outstanding-checks list, premium summary and position
      *> vacancy report, year-end earnings statements - instead of
      *> someone kicking them off from memory.
           IF WS-JOB-FAILED = 'N' AND WS-IS-WEEK-END = 'Y'
               AND WS-DONE-HRUPLOAD = 'N'
               PERFORM E100-RUN-HR-UPLOAD
           END-IF.
           IF WS-JOB-FAILED = 'N' AND WS-IS-WEEK-END = 'Y'
               AND WS-DONE-NEWHIRE = 'N'
               PERFORM E150-RUN-NEW-HIRE
           END-IF.
           IF WS-JOB-FAILED = 'N' AND WS-IS-WEEK-END = 'Y'
               AND WS-DONE-SODRPT = 'N'
               PERFORM E160-RUN-SOD-REPORT
           END-IF.
           IF WS-JOB-FAILED = 'N' AND WS-IS-WEEK-END = 'Y'
               AND WS-DONE-FILETREND = 'N'
               PERFORM E170-RUN-FILE-TREND
           END-IF.
           IF WS-JOB-FAILED = 'N' AND WS-IS-MONTH-END = 'Y'
               IF WS-DONE-ARCHIVE = 'N'
                   PERFORM E200-RUN-ARCHIVE
               END-IF
               IF WS-JOB-FAILED = 'N' AND WS-DONE-OUTCHECKS = 'N'
                   PERFORM E250-RUN-OUTSTANDING-CHECKS
               END-IF
               IF WS-JOB-FAILED = 'N' AND WS-DONE-PREMSUM = 'N'
                   PERFORM E300-RUN-PREMIUM-SUMMARY
               END-IF
               IF WS-JOB-FAILED = 'N' AND WS-DONE-VACANCY = 'N'
                   PERFORM E350-RUN-POSITION-VACANCY
               END-IF
           END-IF.
           IF WS-JOB-FAILED = 'N' AND WS-IS-YEAR-END = 'Y'
               AND WS-DONE-YEAREND = 'N'
               PERFORM E500-RUN-POLICY-BALANCE
           END-IF.

      *> With the day balanced, every master and control file is
      *> copied into tonight's backup set, and the set is proved
      *> against its manifest before the business date rolls.
           IF WS-JOB-FAILED = 'N' AND WS-DONE-EODBACKUP = 'N'
               PERFORM E600-RUN-EOD-BACKUP
           END-IF.
           IF WS-JOB-FAILED = 'N' AND WS-DONE-BKVERIFY = 'N'
               PERFORM E650-RUN-BACKUP-VERIFY
           END-IF.

      *> A failed cycle leaves the lock set on purpose - nothing
      *> updates the masters until someone has looked, and the admin
      *> override clears it.
      *> reset the date by editing data/BUSDATE.DAT.
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

       K100-CLEAR-BATCH-LOCK.
           MOVE 'N' TO BATCHLOCK-FLAG.
           MOVE WS-JOB-NAME TO BATCHLOCK-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCHLOCK-TIMESTAMP.
           OPEN OUTPUT BATCH-LOCK-FILE.
           WRITE BATCHLOCK-RECORD.
           CLOSE BATCH-LOCK-FILE.
           DISPLAY "BATCH LOCK CLEARED".

      *> A lock left set by our own failed run is ours to take back
      *> on the rerun; one held by another job (the insurance cycle
      *> mid-run, or failed and not yet looked at) is not - taking it
      *> would roll the business date under that job's feet.
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
                   " - NIGHTLY BATCH JOB NOT STARTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       J000-ADVANCE-BUSINESS-DATE.
           COMPUTE WS-NEXT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-JOB-DATE) + 1.
               DISPLAY "STEP 2A COMPLETE"
           END-IF.

      *> Open-enrollment elections reaching their plan-year start go
      *> into ENROLLMENTS.DAT before payroll reads it. RC 2 means an
      *> election was held back - payroll still runs on the rest.
       B600-RUN-OE-APPLY.
           DISPLAY "STEP 2B: OPEN ENROLLMENT ELECTIONS".
           MOVE "OEAPPLY" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./OpenEnrollApply".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC = 2
               DISPLAY "STEP 2B COMPLETE WITH HELD ELECTIONS"
           ELSE
           IF WS-STEP-RC NOT = 0
               DISPLAY "STEP 2B FAILED, RETURN CODE: " WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "STEP 2B COMPLETE"
           END-IF.

       E600-RUN-EOD-BACKUP.
           DISPLAY "CYCLE-CLOSE STEP: END-OF-DAY BACKUP SET".
           MOVE "EODBACKUP" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./EODBackup".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC NOT = 0
               DISPLAY "END-OF-DAY BACKUP STEP FAILED, RC: "
                   WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "END-OF-DAY BACKUP STEP COMPLETE"
           END-IF.

      *> A set that does not prove against its manifest (RC 2) fails
      *> the job - the night is not closed on a backup that would not
      *> restore. The rerun takes the set again and re-verifies.
       E650-RUN-BACKUP-VERIFY.
           DISPLAY "CYCLE-CLOSE STEP: BACKUP SET VERIFICATION".
           MOVE "BKVERIFY" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./EODBackup VERIFY".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC NOT = 0
               DISPLAY "BACKUP VERIFICATION STEP FAILED, RC: "
                   WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "BACKUP VERIFICATION STEP COMPLETE"
           END-IF.

       E500-RUN-POLICY-BALANCE.
           DISPLAY "CYCLE-CLOSE STEP: POLICY BALANCE CONTROL".
           MOVE "POLBAL" TO WS-STEP-NAME.
               DISPLAY "POLICY BALANCE STEP COMPLETE"
           END-IF.

      *> Payroll refuses a date whose preview ("EmployeePayroll
      *> PREVIEW", run ahead of the cycle) has not been signed off on
      *> PAYSIGNOFF.DAT - that comes back as RC 1 and fails the job
      *> here, to be rerun once payroll has signed.
       C000-RUN-PAYROLL.
           DISPLAY "STEP 3: EMPLOYEE PAYROLL".
           MOVE "PAYROLL" TO WS-STEP-NAME.
               DISPLAY "STEP 5 COMPLETE"
           END-IF.

      *> RC 2 means the bank paid something the register cannot
      *> clear - the rest still clears, and payroll works the
      *> exception list with the bank.
       D600-RUN-CHECK-RECON.
           DISPLAY "STEP 6: PAYROLL CHECK RECONCILIATION".
           MOVE "CHKRECON" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./CheckRecon".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC = 2
               DISPLAY "STEP 6 COMPLETE WITH RECON EXCEPTIONS"
           ELSE
           IF WS-STEP-RC NOT = 0
               DISPLAY "STEP 6 FAILED, RETURN CODE: " WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "STEP 6 COMPLETE"
           END-IF.

      *> Runs after maintenance so tonight's terminations and
      *> dependent removals get their notices tonight. RC 2 means a
      *> COBRA transaction or event needs benefits to look at.
       D700-RUN-COBRA.
           DISPLAY "STEP 7: COBRA CONTINUATION".
           MOVE "COBRA" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./COBRAProcess".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC = 2
               DISPLAY "STEP 7 COMPLETE WITH COBRA EXCEPTIONS"
           ELSE
           IF WS-STEP-RC NOT = 0
               DISPLAY "STEP 7 FAILED, RETURN CODE: " WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "STEP 7 COMPLETE"
           END-IF.

      *> Tonight's record counts and sizes for the files on
      *> FILELIM.DAT. RC 2 means a file is already at its limit -
      *> recorded and named on the console, not a reason to stop.
       D800-RUN-FILE-VOLUMES.
           DISPLAY "STEP 8: FILE VOLUME STATISTICS".
           MOVE "FILEVOL" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./FileVolStats".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC = 2
               DISPLAY "STEP 8 COMPLETE - FILE AT ITS LIMIT"
           ELSE
           IF WS-STEP-RC NOT = 0
               DISPLAY "STEP 8 FAILED, RETURN CODE: " WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "STEP 8 COMPLETE"
           END-IF.

      *> Finds tonight's calendar row. No calendar file or no row for
      *> the date is treated as an ordinary business day, with a note
      *> for the operator.
               DISPLAY "WEEKLY STEP COMPLETE"
           END-IF.

      *> RC 2 means a hire with no valid SSN was held back - the rest
      *> of the file still goes to the state, and HR fixes the SSN
      *> so it goes out the following week.
       E150-RUN-NEW-HIRE.
           DISPLAY "WEEKLY STEP: STATE NEW-HIRE FILE".
           MOVE "NEWHIRE" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./NewHireReport".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC NOT = 0 AND WS-STEP-RC NOT = 2
               DISPLAY "NEW-HIRE STEP FAILED, RETURN CODE: "
                   WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "NEW-HIRE STEP COMPLETE"
           END-IF.

      *> RC 2 means the review flagged something for the auditors -
      *> the report is written either way.
       E160-RUN-SOD-REPORT.
           DISPLAY "WEEKLY STEP: SEGREGATION-OF-DUTIES REVIEW".
           MOVE "SODRPT" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./SoDReport".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC NOT = 0 AND WS-STEP-RC NOT = 2
               DISPLAY "SOD REVIEW STEP FAILED, RETURN CODE: "
                   WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "SOD REVIEW STEP COMPLETE"
           END-IF.

      *> RC 2 means a file is at, near or heading for its limit -
      *> the report says which.
       E170-RUN-FILE-TREND.
           DISPLAY "WEEKLY STEP: FILE GROWTH TREND".
           MOVE "FILETREND" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./FileTrendReport".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC NOT = 0 AND WS-STEP-RC NOT = 2
               DISPLAY "FILE TREND STEP FAILED, RETURN CODE: "
                   WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "FILE TREND STEP COMPLETE"
           END-IF.

       E200-RUN-ARCHIVE.
           DISPLAY "MONTH-END STEP: EMPLOYEE ARCHIVE".
           MOVE "ARCHIVE" TO WS-STEP-NAME.
               DISPLAY "ARCHIVE STEP COMPLETE"
           END-IF.

       E250-RUN-OUTSTANDING-CHECKS.
           DISPLAY "MONTH-END STEP: OUTSTANDING CHECKS".
           MOVE "OUTCHECKS" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./OutstandingChecks".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC NOT = 0
               DISPLAY "OUTCHECKS STEP FAILED, RETURN CODE: "
                   WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "OUTCHECKS STEP COMPLETE"
           END-IF.

       E300-RUN-PREMIUM-SUMMARY.
           DISPLAY "MONTH-END STEP: PREMIUM SUMMARY".
           MOVE "PREMSUM" TO WS-STEP-NAME.
               DISPLAY "PREMSUM STEP COMPLETE"
           END-IF.

       E350-RUN-POSITION-VACANCY.
           DISPLAY "MONTH-END STEP: POSITION VACANCY REPORT".
           MOVE "VACANCY" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           CALL "SYSTEM" USING "./PositionVacancy".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           PERFORM I000-LOG-STEP.
           IF WS-STEP-RC NOT = 0
               DISPLAY "VACANCY STEP FAILED, RETURN CODE: " WS-STEP-RC
               MOVE 'Y' TO WS-JOB-FAILED
           ELSE
               DISPLAY "VACANCY STEP COMPLETE"
           END-IF.

       E400-RUN-YEAR-END.
           DISPLAY "YEAR-END STEP: EARNINGS STATEMENTS".
           MOVE "YEAREND" TO WS-STEP-NAME.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "TSEDIT"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "OEAPPLY"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "NEWHIRE"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "SODRPT"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "FILEVOL"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "FILETREND"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "CHKRECON"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.
           IF RUNHIST-RC = 2 AND RUNHIST-STEP-NAME = "COBRA"
               MOVE 'Y' TO WS-STEP-DONE
           END-IF.

           IF WS-STEP-DONE = 'Y'
               EVALUATE RUNHIST-STEP-NAME
                       MOVE 'Y' TO WS-DONE-TRANSEDIT
                   WHEN "TSEDIT"
                       MOVE 'Y' TO WS-DONE-TSEDIT
                   WHEN "OEAPPLY"
                       MOVE 'Y' TO WS-DONE-OEAPPLY
                   WHEN "QTEXPIRE"
                       MOVE 'Y' TO WS-DONE-QTEXPIRE
                   WHEN "CHKRECON"
                       MOVE 'Y' TO WS-DONE-CHKRECON
                   WHEN "COBRA"
                       MOVE 'Y' TO WS-DONE-COBRA
                   WHEN "POLBAL"
                       MOVE 'Y' TO WS-DONE-POLBAL
                   WHEN "MAINTENANCE"
                       MOVE 'Y' TO WS-DONE-LISTING
                   WHEN "HRUPLOAD"
                       MOVE 'Y' TO WS-DONE-HRUPLOAD
                   WHEN "NEWHIRE"
                       MOVE 'Y' TO WS-DONE-NEWHIRE
                   WHEN "SODRPT"
                       MOVE 'Y' TO WS-DONE-SODRPT
                   WHEN "FILEVOL"
                       MOVE 'Y' TO WS-DONE-FILEVOL
                   WHEN "FILETREND"
                       MOVE 'Y' TO WS-DONE-FILETREND
                   WHEN "ARCHIVE"
                       MOVE 'Y' TO WS-DONE-ARCHIVE
                   WHEN "OUTCHECKS"
                       MOVE 'Y' TO WS-DONE-OUTCHECKS
                   WHEN "PREMSUM"
                       MOVE 'Y' TO WS-DONE-PREMSUM
                   WHEN "VACANCY"
                       MOVE 'Y' TO WS-DONE-VACANCY
                   WHEN "YEAREND"
                       MOVE 'Y' TO WS-DONE-YEAREND
                   WHEN "EODBACKUP"
                       MOVE 'Y' TO WS-DONE-EODBACKUP
                   WHEN "BKVERIFY"
                       MOVE 'Y' TO WS-DONE-BKVERIFY
               END-EVALUATE
           END-IF.

      *> A failed verification sends the rerun back to take the set
      *> again rather than re-prove the same bad copy.
           IF WS-STEP-DONE = 'N' AND RUNHIST-STEP-NAME = "BKVERIFY"
               MOVE 'N' TO WS-DONE-EODBACKUP
           END-IF.

       I000-LOG-STEP.
           MOVE WS-JOB-DATE TO RUNHIST-JOB-DATE.
           MOVE WS-STEP-NAME TO RUNHIST-STEP-NAME.
