      *> shown or hidden by the operator's role - clerks cannot see
      *> (or launch) file maintenance or the batch jobs - and every
      *> selection is stamped with the operator ID onto the
      *> data/MENULOG.TXT activity log. Sign-on, sign-off, failed
      *> sign-ons, selections and NOT AUTHORIZED refusals also go to
      *> the operator activity journal (data/OPERJRNL.DAT, through
      *> the shared OperJournal module) that the weekly
      *> segregation-of-duties report reads. Each child program
      *> STOP RUNs when it finishes, and in GnuCOBOL STOP RUN inside
      *> a CALLed subprogram ends the entire run unit, not just the
      *> callee - so a plain CALL would take the menu down with the
      *> first selection. CALL "SYSTEM" shells out to the
      *> already-compiled executable instead, which returns control
      *> to the menu when the child exits, letting the operator make
      *> another selection.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

      *> Read only to offer an interrupted billing run's restart.
           SELECT BILLING-CHECKPOINT-FILE ASSIGN TO 'data/BILLCKPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       FD  BATCH-LOCK-FILE.
       COPY BATCHLCK.

       FD  BILLING-CHECKPOINT-FILE.
       COPY POLCKPT.

       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS PIC X(2) VALUE '00'.
       01 WS-LOCK-STATUS PIC X(2) VALUE '00'.
       01 WS-SUB-CHOICE PIC 9(1) VALUE 0.
       01 WS-DONE PIC X(1) VALUE 'N'.
       01 WS-SELECTION PIC X(20) VALUE SPACES.
       01 WS-PREVIEW-ANSWER PIC X(1) VALUE 'N'.
       01 WS-CKPT-STATUS PIC X(2) VALUE '00'.
       01 WS-RESUME-ANSWER PIC X(1) VALUE 'Y'.

      *> Operator activity journal - the event for the next
      *> L000/L100 entry (SELECT unless set otherwise), and the
      *> object fields, which menu events leave blank.
       01 WS-JRNL-EVENT PIC X(8) VALUE 'SELECT'.
       01 WS-JRNL-OBJ-TYPE PIC X(8) VALUE SPACES.
       01 WS-JRNL-OBJ-KEY PIC X(10) VALUE SPACES.

      *> The operator master held in storage so failed-attempt
      *> counters, lockouts, and password changes can be written
               PERFORM C000-RUN-CHOICE
           END-PERFORM.

           MOVE "SIGNOFF" TO WS-SELECTION.
           MOVE 'SIGNOFF' TO WS-JRNL-EVENT.
           PERFORM L000-WRITE-ACTIVITY-LOG.
           MOVE SPACES TO SESSOPER-ID.
           PERFORM M000-STAMP-SESSION-OPERATOR.
           DISPLAY "GOODBYE.".
               PERFORM S100-CHECK-OPERATOR
               IF WS-SIGNED-ON = 'N'
                   DISPLAY "INVALID OPERATOR OR PASSWORD."
                   MOVE "SIGNON" TO WS-SELECTION
                   MOVE 'SIGNFAIL' TO WS-JRNL-EVENT
                   CALL 'OperJournal' USING WS-SELECTION WS-JRNL-EVENT
                       WS-SIGNON-ID WS-JRNL-OBJ-TYPE WS-JRNL-OBJ-KEY
                   MOVE 'SELECT' TO WS-JRNL-EVENT
               END-IF
           END-PERFORM.

               DISPLAY "SIGNED ON: " WS-OPERATOR-ID
                   " ROLE " WS-OPERATOR-ROLE
               MOVE "SIGNON" TO WS-SELECTION
               MOVE 'SIGNON' TO WS-JRNL-EVENT
               PERFORM L000-WRITE-ACTIVITY-LOG
               MOVE WS-OPERATOR-ID TO SESSOPER-ID
               PERFORM M000-STAMP-SESSION-OPERATOR
           END-IF.

       M000-STAMP-SESSION-OPERATOR.
           MOVE SPACES TO SESSOPER-LAUNCHED-BY.
           OPEN OUTPUT SESSION-OPER-FILE.
           WRITE SESSOPER-RECORD.
           CLOSE SESSION-OPER-FILE.
               DISPLAY "4. Batch Quoting Run"
               DISPLAY "5. Policy Billing Cycle"
           END-IF.
           IF WS-OPERATOR-ROLE = 'A'
               DISPLAY "6. Insurance Nightly Cycle"
           END-IF.
           DISPLAY "9. Back".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-SUB-CHOICE.
                   PERFORM G100-RUN-BATCH-QUOTING
               WHEN 5
                   PERFORM G200-RUN-BILLING
               WHEN 6
                   PERFORM G800-RUN-INSURANCE-CYCLE
               WHEN 9
                   CONTINUE
               WHEN OTHER
           IF WS-OPERATOR-ROLE NOT = 'C'
               DISPLAY "4. Employee Maintenance"
               DISPLAY "5. Employee Payroll"
               DISPLAY "6. Off-Cycle Payroll"
           END-IF.
           DISPLAY "9. Back".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
                   PERFORM G300-RUN-MAINTENANCE
               WHEN 5
                   PERFORM G400-RUN-PAYROLL
               WHEN 6
                   PERFORM G410-RUN-OFFCYCLE
               WHEN 9
                   CONTINUE
               WHEN OTHER
      *> Role checks repeat at launch - a clerk keying a hidden
      *> number still gets stopped, not just un-shown.
       G100-RUN-BATCH-QUOTING.
           MOVE "InsuranceBatch" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE = 'C'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               PERFORM L000-WRITE-ACTIVITY-LOG
               CALL "SYSTEM" USING "./InsuranceBatch"
           END-IF.

      *> A billing run interrupted earlier today left a checkpoint;
      *> the operator chooses to resume from it or start over.
       G200-RUN-BILLING.
           MOVE "PolicyBilling" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE = 'C'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               PERFORM G210-CHECK-BILLING-CHECKPOINT
               IF WS-RESUME-ANSWER = 'N' OR WS-RESUME-ANSWER = 'n'
                   MOVE "PolicyBilling FRESH" TO WS-SELECTION
                   PERFORM L000-WRITE-ACTIVITY-LOG
                   CALL "SYSTEM" USING "./PolicyBilling FRESH"
               ELSE
                   PERFORM L000-WRITE-ACTIVITY-LOG
                   CALL "SYSTEM" USING "./PolicyBilling"
               END-IF
           END-IF.

       G210-CHECK-BILLING-CHECKPOINT.
           MOVE 'Y' TO WS-RESUME-ANSWER.
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
               AND POLCKPT-RUN-DATE = WS-BUS-DATE
               DISPLAY "BILLING WAS INTERRUPTED AFTER POLICY "
                   POLCKPT-LAST-POLICY
               DISPLAY "RESUME FROM THAT CHECKPOINT (Y/N)? "
               ACCEPT WS-RESUME-ANSWER
           END-IF.

       G300-RUN-MAINTENANCE.
           MOVE "EmployeeMaintenance" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE = 'C'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               PERFORM L000-WRITE-ACTIVITY-LOG
               CALL "SYSTEM" USING "./EmployeeMaintenance"
           END-IF.

      *> The live run only goes once the day's preview has been
      *> signed off, so the preview is offered first.
       G400-RUN-PAYROLL.
           MOVE "EmployeePayroll" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE = 'C'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               DISPLAY "PREVIEW ONLY, NOTHING PAID (Y/N)? "
               ACCEPT WS-PREVIEW-ANSWER
               IF WS-PREVIEW-ANSWER = 'Y' OR WS-PREVIEW-ANSWER = 'y'
                   MOVE "EmployeePayroll PREV" TO WS-SELECTION
                   PERFORM L000-WRITE-ACTIVITY-LOG
                   CALL "SYSTEM" USING "./EmployeePayroll PREVIEW"
               ELSE
                   MOVE "EmployeePayroll" TO WS-SELECTION
                   PERFORM L000-WRITE-ACTIVITY-LOG
                   CALL "SYSTEM" USING "./EmployeePayroll"
               END-IF
           END-IF.

       G410-RUN-OFFCYCLE.
           MOVE "OffCyclePay" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE = 'C'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               PERFORM L000-WRITE-ACTIVITY-LOG
               CALL "SYSTEM" USING "./OffCyclePay"
           END-IF.

       G500-RUN-NIGHTLY.
           MOVE "NightlyBatch" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE NOT = 'A'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               PERFORM L000-WRITE-ACTIVITY-LOG
               CALL "SYSTEM" USING "./NightlyBatch"
      *> The cycle blanks the session stamp for its own steps -
           END-IF.

       G600-RUN-OPER-MAINT.
           MOVE "OperMaintenance" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE NOT = 'A'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               PERFORM L000-WRITE-ACTIVITY-LOG
               CALL "SYSTEM" USING "./OperMaintenance"
      *> The maintenance run may have changed the operator file -
               PERFORM T000-LOAD-OPERATORS
           END-IF.

      *> Same admin-only rule and session-stamp restore as the
      *> employee nightly job.
       G800-RUN-INSURANCE-CYCLE.
           MOVE "InsuranceCycle" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE NOT = 'A'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               PERFORM L000-WRITE-ACTIVITY-LOG
               CALL "SYSTEM" USING "./InsuranceCycle"
               MOVE WS-OPERATOR-ID TO SESSOPER-ID
               PERFORM M000-STAMP-SESSION-OPERATOR
           END-IF.

      *> Admin override for a lock left by an abended cycle - the
      *> override itself is logged like any other selection.
       G700-CLEAR-BATCH-LOCK.
           MOVE "CLEARBATCHLOCK" TO WS-SELECTION.
           IF WS-OPERATOR-ROLE NOT = 'A'
               PERFORM L200-NOT-AUTHORIZED
           ELSE
               MOVE 'N' TO BATCHLOCK-FLAG
               MOVE "OVERRIDE" TO BATCHLOCK-JOB
               OPEN OUTPUT BATCH-LOCK-FILE
               WRITE BATCHLOCK-RECORD
               CLOSE BATCH-LOCK-FILE
               PERFORM L000-WRITE-ACTIVITY-LOG
               DISPLAY "BATCH LOCK CLEARED."
           END-IF.
           WRITE ACTIVITY-LOG-LINE.

           CLOSE ACTIVITY-LOG-FILE.
           PERFORM L100-WRITE-JOURNAL.

       L100-WRITE-JOURNAL.
           CALL 'OperJournal' USING WS-SELECTION WS-JRNL-EVENT
               WS-OPERATOR-ID WS-JRNL-OBJ-TYPE WS-JRNL-OBJ-KEY.
           MOVE 'SELECT' TO WS-JRNL-EVENT.

      *> A refusal goes to the journal only - MENULOG.TXT records
      *> what was launched, and nothing was.
       L200-NOT-AUTHORIZED.
           DISPLAY "NOT AUTHORIZED.".
           MOVE 'DENIED' TO WS-JRNL-EVENT.
           PERFORM L100-WRITE-JOURNAL.
