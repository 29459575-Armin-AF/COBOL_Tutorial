       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAProcess.

      *> Nightly COBRA continuation run. Group cover ends quietly
      *> when an enrolled employee is terminated (payroll just stops
      *> deducting) or a dependent is removed, and the plan still
      *> owes that person a continuation offer. This run:
      *>   - finds the qualifying events: enrolled employees now 'T'
      *>     on the employee master with a termination date inside
      *>     the last WS-DETECT-DAYS (a 'T' with no termination date
      *>     is an exception for HR, not an event), and the
      *>     dependent deletes DependMaintenance queued on
      *>     data/COBRAQE.DAT for an enrolled employee;
      *>   - opens a data/COBRA.DAT row for each and prints the
      *>     election notice - monthly premium at the tier plus the
      *>     2% admin fee, the 60-day election deadline and the date
      *>     continuation would run to (18 months, 36 for a
      *>     dependent);
      *>   - applies COBRATRN.DAT elections, waivers and premium
      *>     payments (the file is emptied once applied, every row
      *>     logged on data/COBRAHIST.DAT, so a rerun cannot post a
      *>     check twice);
      *>   - direct-bills each elected person for the unpaid period,
      *>     once per period;
      *>   - ends continuation with a notice when the election window
      *>     passes unanswered, when a premium is not paid within the
      *>     grace period (45 days from election for the first, 30
      *>     days for later ones) or when the period runs out.
      *>
      *> Outputs: data/COBRANOTICE-<date>.TXT (election and end-of-
      *> coverage notices), data/COBRABILL-<date>.TXT (premium
      *> bills), both with stable copies via ReportGen, and the
      *> data/COBRA.TXT activity listing. RC 2 when a transaction or
      *> event could not be applied. Rows ended (waived, lapsed,
      *> terminated or completed) more than WS-DETECT-DAYS ago move
      *> to data/COBRAARC.DAT, same layout, when data/COBRA.DAT is
      *> rewritten - by then the termination that opened them is
      *> outside the detection window and cannot reopen them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRA-FILE ASSIGN TO 'data/COBRA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRA-STATUS.

           SELECT COBRA-EVENT-FILE ASSIGN TO 'data/COBRAQE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRAQE-STATUS.

           SELECT COBRA-TRANS-FILE ASSIGN TO 'COBRATRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT COBRA-HISTORY-FILE ASSIGN TO 'data/COBRAHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT COBRA-ARCHIVE-FILE ASSIGN TO 'data/COBRAARC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

      *> Dated generations per run (stable data/COBRANOTICE.TXT and
      *> data/COBRABILL.TXT copies kept by the shared ReportGen
      *> module).
           SELECT NOTICE-FILE ASSIGN TO DYNAMIC WS-NOTICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

           SELECT BILL-FILE ASSIGN TO DYNAMIC WS-BILL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-STATUS.

           SELECT COBRA-REPORT-FILE ASSIGN TO 'data/COBRA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COBRA-FILE.
       COPY COBRA.

       FD  COBRA-EVENT-FILE.
       COPY COBRAQE.

       FD  COBRA-TRANS-FILE.
       COPY COBRATRN.

      *> Each applied transaction, stamped with the run date and the
      *> outcome.
       FD  COBRA-HISTORY-FILE.
       01  COBRA-HISTORY-LINE          PIC X(70).

      *> Ended continuation rows, moved here as they stood.
       FD  COBRA-ARCHIVE-FILE.
       01  COBRA-ARCHIVE-LINE          PIC X(108).

       FD  ENROLLMENT-FILE.
       COPY EMPENROLL.

       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  NOTICE-FILE.
       01  NOTICE-LINE                 PIC X(60).

       FD  BILL-FILE.
       01  BILL-LINE                   PIC X(60).

       FD  COBRA-REPORT-FILE.
       01  COBRA-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COBRA-STATUS PIC X(2) VALUE '00'.
       01 WS-COBRAQE-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-HIST-STATUS PIC X(2) VALUE '00'.
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE '00'.
       01 WS-ENROLL-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-NOTICE-STATUS PIC X(2) VALUE '00'.
       01 WS-BILL-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-COBRA PIC X(1) VALUE 'N'.
       01 WS-END-OF-EVENTS PIC X(1) VALUE 'N'.
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-ENROLL PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-ENR-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-NOTICE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-NOTICE-STABLE PIC X(40) VALUE 'data/COBRANOTICE.TXT'.
       01 WS-BILL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-BILL-STABLE PIC X(40) VALUE 'data/COBRABILL.TXT'.

      *> Continuation rules.
       01 WS-ELECT-WINDOW-DAYS PIC 9(3) VALUE 60.
       01 WS-FIRST-PAY-DAYS PIC 9(3) VALUE 45.
       01 WS-GRACE-DAYS PIC 9(3) VALUE 30.
       01 WS-EMP-MONTHS PIC 9(3) VALUE 18.
       01 WS-DEP-MONTHS PIC 9(3) VALUE 36.
       01 WS-ADMIN-FACTOR PIC 9V99 VALUE 1.02.

      *> Terminations dated this many days back or less are looked
      *> at each night - wide enough for a termination keyed late -
      *> and rows ended longer ago than this are archived.
       01 WS-DETECT-DAYS PIC 9(3) VALUE 90.
       01 WS-DETECT-FROM PIC 9(8) VALUE ZEROS.
       01 WS-QUEUE-ROWS PIC 9(5) VALUE ZEROS.
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE ZEROS.

      *> Same tier factors EmployeePayroll deducts at.
       01 WS-TIER-FACTOR PIC 9V99 VALUE 1.00.
       01 WS-TIER-FACTOR-S PIC 9V99 VALUE 1.50.
       01 WS-TIER-FACTOR-F PIC 9V99 VALUE 2.00.

       01 WS-NEW-EVENT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ELECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-WAIVED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PAYMENT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PAYMENT-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-BILL-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ENDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-NOT-COVERED-COUNT PIC 9(5) VALUE ZEROS.

      *> data/COBRA.DAT held in storage and rewritten at end-of-job.
       01 WS-COBRA-TABLE.
           05 WS-CB-ENTRY OCCURS 999 TIMES INDEXED BY WS-CB-IDX.
               10 WS-CB-EMP-ID          PIC 9(5).
               10 WS-CB-DEP-SEQ         PIC 9(2).
               10 WS-CB-NAME            PIC X(20).
               10 WS-CB-EVENT           PIC X(1).
               10 WS-CB-EVENT-DATE      PIC 9(8).
               10 WS-CB-NOTICE-DATE     PIC 9(8).
               10 WS-CB-DEADLINE        PIC 9(8).
               10 WS-CB-ELECT-DATE      PIC 9(8).
               10 WS-CB-POLICY          PIC 9(7).
               10 WS-CB-TIER            PIC X(1).
               10 WS-CB-PREMIUM         PIC 9(5)V99.
               10 WS-CB-END-DATE        PIC 9(8).
               10 WS-CB-PAID-TO         PIC 9(8).
               10 WS-CB-LAST-BILL       PIC 9(8).
               10 WS-CB-STATUS          PIC X(1).
               10 WS-CB-STATUS-DATE     PIC 9(8).
       01 WS-COBRA-COUNT PIC 9(3) VALUE ZEROS.

       01 WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 999 TIMES
               INDEXED BY WS-ENROLL-IDX.
               10 WS-ENROLL-EMP-ID      PIC 9(5).
               10 WS-ENROLL-POLICY      PIC 9(7).
               10 WS-ENROLL-TIER        PIC X(1).
       01 WS-ENROLL-COUNT PIC 9(3) VALUE ZEROS.

      *> New event being opened.
       01 WS-NEW-EMP-ID PIC 9(5) VALUE ZEROS.
       01 WS-NEW-DEP-SEQ PIC 9(2) VALUE ZEROS.
       01 WS-NEW-NAME PIC X(20) VALUE SPACES.
       01 WS-NEW-EVENT PIC X(1) VALUE SPACE.
       01 WS-NEW-EVENT-DATE PIC 9(8) VALUE ZEROS.
       01 WS-NEW-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-NEW-TIER PIC X(1) VALUE SPACE.

      *> Transaction / billing work fields.
       01 WS-TRAN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-MONTHS-PAID PIC 9(3) VALUE ZEROS.
       01 WS-MONTHS-DUE PIC 9(3) VALUE ZEROS.
       01 WS-BILL-COUNTED PIC X(1) VALUE 'N'.
       01 WS-UNAPPLIED PIC 9(5)V99 VALUE ZEROS.
       01 WS-AMOUNT-DUE PIC 9(7)V99 VALUE ZEROS.
       01 WS-DUE-DATE PIC 9(8) VALUE ZEROS.
       01 WS-END-REASON PIC X(30) VALUE SPACES.
       01 WS-PREMIUM-DISPLAY PIC Z(4)9.99.
       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99.
       01 WS-COVER-TEXT PIC X(17) VALUE SPACES.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

      *> Month arithmetic on WS-CALC-DATE (as AgentPersistency) -
      *> the day clamps back to the month's last day when it has to.
       01 WS-CALC-DATE PIC 9(8) VALUE ZEROS.
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           05 WS-CALC-YYYY             PIC 9(4).
           05 WS-CALC-MM               PIC 9(2).
           05 WS-CALC-DD               PIC 9(2).
       01 WS-CALC-MONTHS PIC S9(3) VALUE ZEROS.
       01 WS-CALC-MONTH-NO PIC S9(7) VALUE ZEROS.
       01 WS-CALC-YEARS PIC S9(5) VALUE ZEROS.
       01 WS-CALC-REM PIC S9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-DETECT-FROM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-DETECT-DAYS).

           PERFORM B000-LOAD-COBRA.

      *> The file is written back whole at end of job, so rows past
      *> the table would be lost - post nothing.
           IF WS-COBRA-COUNT = 999 AND WS-END-OF-COBRA = 'N'
               DISPLAY "COBRA FILE OVER 999 ROWS - NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B100-LOAD-ENROLLMENTS.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS: "
                   WS-EMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No policy master just means no premium can be set - the
      *> events still open and are reported.
           OPEN INPUT POLICY-MASTER.

           STRING "data/COBRANOTICE-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-NOTICE-FILENAME
           END-STRING.
           STRING "data/COBRABILL-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-BILL-FILENAME
           END-STRING.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT BILL-FILE.
           OPEN OUTPUT COBRA-REPORT-FILE.
           MOVE SPACES TO COBRA-REPORT-LINE.
           STRING "COBRA CONTINUATION ACTIVITY AS OF " WS-TODAY
               DELIMITED BY SIZE INTO COBRA-REPORT-LINE
           END-STRING.
           WRITE COBRA-REPORT-LINE.
           MOVE "EMP#  SEQ NAME                 ACTIVITY"
               TO COBRA-REPORT-LINE.
           WRITE COBRA-REPORT-LINE.

           PERFORM C000-DETECT-TERMINATIONS.
           PERFORM C200-DETECT-DEPENDENT-LOSS.

           CLOSE EMPLOYEE-FILE.
           IF WS-POLICY-STATUS = '00'
               CLOSE POLICY-MASTER
           END-IF.

           PERFORM D000-APPLY-TRANSACTIONS.

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-COBRA-COUNT
               PERFORM E000-REVIEW-CONTINUATION
           END-PERFORM.

           PERFORM H000-REWRITE-COBRA.

           MOVE SPACES TO COBRA-REPORT-LINE.
           STRING "NEW EVENTS: " WS-NEW-EVENT-COUNT
               "  ELECTED: " WS-ELECTED-COUNT
               "  WAIVED: " WS-WAIVED-COUNT
               "  BILLS: " WS-BILL-COUNT
               "  ENDED: " WS-ENDED-COUNT
               "  EXCEPTIONS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO COBRA-REPORT-LINE
           END-STRING.
           WRITE COBRA-REPORT-LINE.

           CLOSE NOTICE-FILE.
           CLOSE BILL-FILE.
           CLOSE COBRA-REPORT-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-NOTICE-FILENAME
               WS-NOTICE-STABLE.
           CALL 'ReportGen' USING WS-TODAY WS-BILL-FILENAME
               WS-BILL-STABLE.

           DISPLAY "COBRA EVENTS OPENED:     " WS-NEW-EVENT-COUNT.
           DISPLAY "REMOVALS NOT COVERED:    " WS-NOT-COVERED-COUNT.
           DISPLAY "ELECTIONS:               " WS-ELECTED-COUNT.
           DISPLAY "WAIVERS:                 " WS-WAIVED-COUNT.
           DISPLAY "PREMIUMS POSTED:         " WS-PAYMENT-COUNT.
           DISPLAY "PREMIUM AMOUNT POSTED:   " WS-PAYMENT-TOTAL.
           DISPLAY "PREMIUM BILLS:           " WS-BILL-COUNT.
           DISPLAY "CONTINUATIONS ENDED:     " WS-ENDED-COUNT.
           DISPLAY "ENDED ROWS ARCHIVED:     " WS-ARCHIVED-COUNT.
           DISPLAY "EXCEPTIONS:              " WS-EXCEPTION-COUNT.

           IF WS-EXCEPTION-COUNT NOT = ZEROS
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-LOAD-COBRA.
           MOVE ZEROS TO WS-COBRA-COUNT.
           OPEN INPUT COBRA-FILE.
           IF WS-COBRA-STATUS = '00'
               READ COBRA-FILE
                   AT END MOVE 'Y' TO WS-END-OF-COBRA
               END-READ

               PERFORM UNTIL WS-END-OF-COBRA = 'Y'
                   OR WS-COBRA-COUNT = 999
                   ADD 1 TO WS-COBRA-COUNT
                   MOVE COBRA-EMP-ID TO WS-CB-EMP-ID(WS-COBRA-COUNT)
                   MOVE COBRA-DEP-SEQ TO WS-CB-DEP-SEQ(WS-COBRA-COUNT)
                   MOVE COBRA-NAME TO WS-CB-NAME(WS-COBRA-COUNT)
                   MOVE COBRA-EVENT TO WS-CB-EVENT(WS-COBRA-COUNT)
                   MOVE COBRA-EVENT-DATE
                       TO WS-CB-EVENT-DATE(WS-COBRA-COUNT)
                   MOVE COBRA-NOTICE-DATE
                       TO WS-CB-NOTICE-DATE(WS-COBRA-COUNT)
                   MOVE COBRA-ELECT-DEADLINE
                       TO WS-CB-DEADLINE(WS-COBRA-COUNT)
                   MOVE COBRA-ELECT-DATE
                       TO WS-CB-ELECT-DATE(WS-COBRA-COUNT)
                   MOVE COBRA-POLICY TO WS-CB-POLICY(WS-COBRA-COUNT)
                   MOVE COBRA-TIER TO WS-CB-TIER(WS-COBRA-COUNT)
                   MOVE COBRA-PREMIUM TO WS-CB-PREMIUM(WS-COBRA-COUNT)
                   MOVE COBRA-END-DATE
                       TO WS-CB-END-DATE(WS-COBRA-COUNT)
                   MOVE COBRA-PAID-TO TO WS-CB-PAID-TO(WS-COBRA-COUNT)
                   MOVE COBRA-LAST-BILL
                       TO WS-CB-LAST-BILL(WS-COBRA-COUNT)
                   MOVE COBRA-STATUS TO WS-CB-STATUS(WS-COBRA-COUNT)
                   MOVE COBRA-STATUS-DATE
                       TO WS-CB-STATUS-DATE(WS-COBRA-COUNT)

                   READ COBRA-FILE
                       AT END MOVE 'Y' TO WS-END-OF-COBRA
                   END-READ
               END-PERFORM

               CLOSE COBRA-FILE
           END-IF.

       B100-LOAD-ENROLLMENTS.
           MOVE ZEROS TO WS-ENROLL-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = '00'
               READ ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ENROLL
               END-READ

               PERFORM UNTIL WS-END-OF-ENROLL = 'Y'
                   OR WS-ENROLL-COUNT = 999
                   ADD 1 TO WS-ENROLL-COUNT
                   MOVE ENROLL-EMP-ID
                       TO WS-ENROLL-EMP-ID(WS-ENROLL-COUNT)
                   MOVE ENROLL-POLICY-NUMBER
                       TO WS-ENROLL-POLICY(WS-ENROLL-COUNT)
                   IF ENROLL-TIER = SPACE
                       MOVE 'E' TO WS-ENROLL-TIER(WS-ENROLL-COUNT)
                   ELSE
                       MOVE ENROLL-TIER
                           TO WS-ENROLL-TIER(WS-ENROLL-COUNT)
                   END-IF

                   READ ENROLLMENT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-ENROLL
                   END-READ
               END-PERFORM

               CLOSE ENROLLMENT-FILE
           END-IF.

      *> An enrolled employee now terminated is a qualifying event
      *> unless this termination (same date) already has a row - a
      *> rehire terminated again later qualifies afresh. Only
      *> terminations inside the detection window are looked at.
       C000-DETECT-TERMINATIONS.
           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               MOVE WS-ENROLL-EMP-ID(WS-ENROLL-IDX) TO WS-EMP-REL-KEY
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-STATUS = 'T'
                           PERFORM C100-CHECK-TERMINATION
                       END-IF
               END-READ
           END-PERFORM.

       C100-CHECK-TERMINATION.
           MOVE EMP-ID TO WS-NEW-EMP-ID.
           MOVE ZEROS TO WS-NEW-DEP-SEQ.
           MOVE EMP-TERM-DATE TO WS-NEW-EVENT-DATE.
           EVALUATE TRUE
               WHEN EMP-TERM-DATE = ZEROS
                   MOVE EMP-NAME TO WS-NEW-NAME
                   MOVE "TERMINATED, NO TERM DATE" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM G100-REPORT-NEW
               WHEN EMP-TERM-DATE < WS-DETECT-FROM
                   CONTINUE
               WHEN OTHER
                   PERFORM D900-FIND-EVENT
                   IF WS-FOUND-IDX = ZEROS
                       MOVE EMP-NAME TO WS-NEW-NAME
                       MOVE 'T' TO WS-NEW-EVENT
                       MOVE WS-ENROLL-POLICY(WS-ENROLL-IDX)
                           TO WS-NEW-POLICY
                       MOVE WS-ENROLL-TIER(WS-ENROLL-IDX)
                           TO WS-NEW-TIER
                       PERFORM F000-OPEN-EVENT
                   END-IF
           END-EVALUATE.

      *> A removed dependent qualifies only while the employee has a
      *> group enrollment; continuation is for that person alone, so
      *> it prices at the employee-only tier. The queue is cleared
      *> once read. A queue that will not fit in the table's free
      *> rows is left whole for a later night and reported - the
      *> queue is the only record of those removals.
       C200-DETECT-DEPENDENT-LOSS.
           PERFORM C250-COUNT-QUEUE.
           IF WS-COBRA-COUNT + WS-QUEUE-ROWS > 999
               MOVE ZEROS TO WS-NEW-EMP-ID
               MOVE ZEROS TO WS-NEW-DEP-SEQ
               MOVE SPACES TO WS-NEW-NAME
               MOVE ZEROS TO WS-NEW-EVENT-DATE
               MOVE SPACES TO WS-OUTCOME
               STRING "COBRA TABLE FULL - " WS-QUEUE-ROWS " HELD"
                   DELIMITED BY SIZE INTO WS-OUTCOME
               END-STRING
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM G100-REPORT-NEW
           ELSE
               PERFORM C210-WORK-QUEUE
           END-IF.

       C210-WORK-QUEUE.
           OPEN INPUT COBRA-EVENT-FILE.
           IF WS-COBRAQE-STATUS = '00'
               READ COBRA-EVENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-EVENTS
               END-READ

               PERFORM UNTIL WS-END-OF-EVENTS = 'Y'
                   PERFORM C300-CHECK-DEPENDENT-EVENT

                   READ COBRA-EVENT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-EVENTS
                   END-READ
               END-PERFORM

               CLOSE COBRA-EVENT-FILE
               OPEN OUTPUT COBRA-EVENT-FILE
               CLOSE COBRA-EVENT-FILE
           END-IF.

       C250-COUNT-QUEUE.
           MOVE ZEROS TO WS-QUEUE-ROWS.
           OPEN INPUT COBRA-EVENT-FILE.
           IF WS-COBRAQE-STATUS = '00'
               READ COBRA-EVENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-EVENTS
               END-READ

               PERFORM UNTIL WS-END-OF-EVENTS = 'Y'
                   ADD 1 TO WS-QUEUE-ROWS

                   READ COBRA-EVENT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-EVENTS
                   END-READ
               END-PERFORM

               CLOSE COBRA-EVENT-FILE
           END-IF.
           MOVE 'N' TO WS-END-OF-EVENTS.

       C300-CHECK-DEPENDENT-EVENT.
           MOVE ZEROS TO WS-ENR-FOUND-IDX.
           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               IF WS-ENROLL-EMP-ID(WS-ENROLL-IDX) = QE-EMP-ID
                   SET WS-ENR-FOUND-IDX TO WS-ENROLL-IDX
               END-IF
           END-PERFORM.

           MOVE QE-EMP-ID TO WS-NEW-EMP-ID.
           MOVE QE-DEP-SEQ TO WS-NEW-DEP-SEQ.
           MOVE QE-EVENT-DATE TO WS-NEW-EVENT-DATE.
           MOVE QE-NAME TO WS-NEW-NAME.

           IF WS-ENR-FOUND-IDX = ZEROS
               ADD 1 TO WS-NOT-COVERED-COUNT
               MOVE "REMOVED - NOT ENROLLED, NO COBRA" TO WS-OUTCOME
               PERFORM G100-REPORT-NEW
           ELSE
               PERFORM D900-FIND-EVENT
               IF WS-FOUND-IDX = ZEROS
                   MOVE 'D' TO WS-NEW-EVENT
                   MOVE WS-ENROLL-POLICY(WS-ENR-FOUND-IDX)
                       TO WS-NEW-POLICY
                   MOVE 'E' TO WS-NEW-TIER
                   PERFORM F000-OPEN-EVENT
               END-IF
           END-IF.

      *> Coverage and elections both hang off the latest row for the
      *> person - finds the row for WS-NEW-EMP-ID/WS-NEW-DEP-SEQ with
      *> WS-NEW-EVENT-DATE.
       D900-FIND-EVENT.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-COBRA-COUNT
               IF WS-CB-EMP-ID(WS-CB-IDX) = WS-NEW-EMP-ID
                   AND WS-CB-DEP-SEQ(WS-CB-IDX) = WS-NEW-DEP-SEQ
                   AND WS-CB-EVENT-DATE(WS-CB-IDX) = WS-NEW-EVENT-DATE
                   SET WS-FOUND-IDX TO WS-CB-IDX
               END-IF
           END-PERFORM.

      *> Opens the continuation row for the WS-NEW- event and prints
      *> the election notice.
       F000-OPEN-EVENT.
           IF WS-COBRA-COUNT = 999
               MOVE "COBRA TABLE FULL - NOT OPENED" TO WS-OUTCOME
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM G100-REPORT-NEW
           ELSE
               ADD 1 TO WS-COBRA-COUNT
               SET WS-CB-IDX TO WS-COBRA-COUNT
               MOVE WS-NEW-EMP-ID TO WS-CB-EMP-ID(WS-CB-IDX)
               MOVE WS-NEW-DEP-SEQ TO WS-CB-DEP-SEQ(WS-CB-IDX)
               MOVE WS-NEW-NAME TO WS-CB-NAME(WS-CB-IDX)
               MOVE WS-NEW-EVENT TO WS-CB-EVENT(WS-CB-IDX)
               MOVE WS-NEW-EVENT-DATE TO WS-CB-EVENT-DATE(WS-CB-IDX)
               MOVE WS-TODAY TO WS-CB-NOTICE-DATE(WS-CB-IDX)
               COMPUTE WS-CB-DEADLINE(WS-CB-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                       + WS-ELECT-WINDOW-DAYS)
               MOVE ZEROS TO WS-CB-ELECT-DATE(WS-CB-IDX)
               MOVE WS-NEW-POLICY TO WS-CB-POLICY(WS-CB-IDX)
               MOVE WS-NEW-TIER TO WS-CB-TIER(WS-CB-IDX)
               MOVE WS-NEW-EVENT-DATE TO WS-CALC-DATE
               IF WS-NEW-EVENT = 'T'
                   MOVE WS-EMP-MONTHS TO WS-CALC-MONTHS
               ELSE
                   MOVE WS-DEP-MONTHS TO WS-CALC-MONTHS
               END-IF
               PERFORM Z100-ADD-MONTHS
               MOVE WS-CALC-DATE TO WS-CB-END-DATE(WS-CB-IDX)
               MOVE WS-NEW-EVENT-DATE TO WS-CB-PAID-TO(WS-CB-IDX)
               MOVE ZEROS TO WS-CB-LAST-BILL(WS-CB-IDX)
               MOVE 'N' TO WS-CB-STATUS(WS-CB-IDX)
               MOVE WS-TODAY TO WS-CB-STATUS-DATE(WS-CB-IDX)
               PERFORM F100-PRICE-CONTINUATION
               ADD 1 TO WS-NEW-EVENT-COUNT
               PERFORM J000-WRITE-ELECTION-NOTICE
           END-IF.

      *> Monthly premium = group premium x tier factor x 102%. A
      *> group policy gone from the master leaves the premium at
      *> zero and is reported - benefits must price it by hand.
       F100-PRICE-CONTINUATION.
           MOVE ZEROS TO WS-CB-PREMIUM(WS-CB-IDX).
           MOVE "NOTICE SENT" TO WS-OUTCOME.
           MOVE WS-NEW-POLICY TO WS-POLICY-REL-KEY.
           IF WS-POLICY-STATUS NOT = '00'
               MOVE "NOTICE SENT - NO PREMIUM, NO POL" TO WS-OUTCOME
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               READ POLICY-MASTER
                   INVALID KEY
                       MOVE "NOTICE SENT - NO PREMIUM, NO POL"
                           TO WS-OUTCOME
                       ADD 1 TO WS-EXCEPTION-COUNT
                   NOT INVALID KEY
                       EVALUATE WS-NEW-TIER
                           WHEN 'S'
                               MOVE WS-TIER-FACTOR-S TO WS-TIER-FACTOR
                           WHEN 'F'
                               MOVE WS-TIER-FACTOR-F TO WS-TIER-FACTOR
                           WHEN OTHER
                               MOVE 1.00 TO WS-TIER-FACTOR
                       END-EVALUATE
                       COMPUTE WS-CB-PREMIUM(WS-CB-IDX) ROUNDED =
                           POLICY-PREMIUM * WS-TIER-FACTOR
                               * WS-ADMIN-FACTOR
               END-READ
           END-IF.
           PERFORM G100-REPORT-NEW.

       D000-APPLY-TRANSACTIONS.
           OPEN INPUT COBRA-TRANS-FILE.
           IF WS-TRAN-STATUS = '00'
               OPEN EXTEND COBRA-HISTORY-FILE
               IF WS-HIST-STATUS = '35'
                   OPEN OUTPUT COBRA-HISTORY-FILE
               END-IF

               READ COBRA-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ

               PERFORM UNTIL WS-END-OF-TRANS = 'Y'
                   PERFORM D100-APPLY-ONE-TRANSACTION

                   READ COBRA-TRANS-FILE
                       AT END MOVE 'Y' TO WS-END-OF-TRANS
                   END-READ
               END-PERFORM

               CLOSE COBRA-TRANS-FILE
               CLOSE COBRA-HISTORY-FILE
               OPEN OUTPUT COBRA-TRANS-FILE
               CLOSE COBRA-TRANS-FILE
           END-IF.

       D100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OUTCOME.
           IF CT-DATE = ZEROS OR CT-DATE NOT NUMERIC
               MOVE WS-TODAY TO WS-TRAN-DATE
           ELSE
               MOVE CT-DATE TO WS-TRAN-DATE
           END-IF.

      *> The person's latest continuation row.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-COBRA-COUNT
               IF WS-CB-EMP-ID(WS-CB-IDX) = CT-EMP-ID
                   AND WS-CB-DEP-SEQ(WS-CB-IDX) = CT-DEP-SEQ
                   SET WS-FOUND-IDX TO WS-CB-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZEROS
               MOVE "NO COBRA RECORD" TO WS-REJECT-REASON
           ELSE
               SET WS-CB-IDX TO WS-FOUND-IDX
               EVALUATE CT-CODE
                   WHEN 'E'
                       PERFORM D200-APPLY-ELECTION
                   WHEN 'W'
                       PERFORM D300-APPLY-WAIVER
                   WHEN 'P'
                       PERFORM D400-APPLY-PAYMENT
                   WHEN OTHER
                       MOVE "INVALID TRANSACTION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-REJECT-REASON TO WS-OUTCOME
           END-IF.
           PERFORM G200-LOG-TRANSACTION.

       D200-APPLY-ELECTION.
           IF WS-CB-STATUS(WS-CB-IDX) NOT = 'N'
               MOVE "NOT AWAITING ELECTION" TO WS-REJECT-REASON
           ELSE
           IF WS-TRAN-DATE > WS-CB-DEADLINE(WS-CB-IDX)
               MOVE "ELECTION AFTER DEADLINE" TO WS-REJECT-REASON
           ELSE
               MOVE 'E' TO WS-CB-STATUS(WS-CB-IDX)
               MOVE WS-TRAN-DATE TO WS-CB-ELECT-DATE(WS-CB-IDX)
               MOVE WS-TODAY TO WS-CB-STATUS-DATE(WS-CB-IDX)
               ADD 1 TO WS-ELECTED-COUNT
               MOVE "ELECTED" TO WS-OUTCOME
           END-IF.

       D300-APPLY-WAIVER.
           IF WS-CB-STATUS(WS-CB-IDX) NOT = 'N'
               MOVE "NOT AWAITING ELECTION" TO WS-REJECT-REASON
           ELSE
               MOVE 'W' TO WS-CB-STATUS(WS-CB-IDX)
               MOVE WS-TODAY TO WS-CB-STATUS-DATE(WS-CB-IDX)
               ADD 1 TO WS-WAIVED-COUNT
               MOVE "WAIVED" TO WS-OUTCOME
           END-IF.

      *> Whole months only - each premium moves PAID-TO on a month,
      *> never past the end of the continuation period. Anything
      *> left over is reported for refund or to hold against the
      *> next bill by hand.
       D400-APPLY-PAYMENT.
           EVALUATE TRUE
               WHEN WS-CB-STATUS(WS-CB-IDX) NOT = 'E'
                   MOVE "NOT ON ELECTED CONTINUATION"
                       TO WS-REJECT-REASON
               WHEN CT-AMOUNT NOT NUMERIC OR CT-AMOUNT = ZEROS
                   MOVE "INVALID PAYMENT AMOUNT" TO WS-REJECT-REASON
               WHEN WS-CB-PREMIUM(WS-CB-IDX) = ZEROS
                   MOVE "NO PREMIUM SET" TO WS-REJECT-REASON
               WHEN OTHER
                   DIVIDE CT-AMOUNT BY WS-CB-PREMIUM(WS-CB-IDX)
                       GIVING WS-MONTHS-PAID
                       REMAINDER WS-UNAPPLIED
                   MOVE WS-CB-PAID-TO(WS-CB-IDX) TO WS-CALC-DATE
                   MOVE WS-MONTHS-PAID TO WS-CALC-MONTHS
                   PERFORM Z100-ADD-MONTHS
                   IF WS-MONTHS-PAID = ZEROS
                       MOVE "LESS THAN ONE MONTH'S PREMIUM"
                           TO WS-REJECT-REASON
                   ELSE
                   IF WS-CALC-DATE > WS-CB-END-DATE(WS-CB-IDX)
                       MOVE "PAYS PAST END OF CONTINUATION"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-CALC-DATE TO WS-CB-PAID-TO(WS-CB-IDX)
                       ADD 1 TO WS-PAYMENT-COUNT
                       ADD CT-AMOUNT TO WS-PAYMENT-TOTAL
                       IF WS-UNAPPLIED = ZEROS
                           MOVE "PREMIUM POSTED" TO WS-OUTCOME
                       ELSE
                           MOVE "POSTED - REMAINDER UNAPPLIED"
                               TO WS-OUTCOME
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

      *> Status sweep for one row: window expiry, completion,
      *> non-payment, then the bill for whatever is unpaid.
       E000-REVIEW-CONTINUATION.
           EVALUATE WS-CB-STATUS(WS-CB-IDX)
               WHEN 'N'
                   IF WS-TODAY > WS-CB-DEADLINE(WS-CB-IDX)
                       MOVE 'X' TO WS-CB-STATUS(WS-CB-IDX)
                       MOVE "NO ELECTION BY DEADLINE"
                           TO WS-END-REASON
                       PERFORM E100-END-CONTINUATION
                   END-IF
               WHEN 'E'
                   PERFORM E050-SET-DUE-DATE
                   IF WS-TODAY > WS-CB-END-DATE(WS-CB-IDX)
                       MOVE 'C' TO WS-CB-STATUS(WS-CB-IDX)
                       MOVE "CONTINUATION PERIOD ENDED"
                           TO WS-END-REASON
                       PERFORM E100-END-CONTINUATION
                   ELSE
                   IF WS-CB-PAID-TO(WS-CB-IDX)
                           < WS-CB-END-DATE(WS-CB-IDX)
                       AND WS-TODAY > WS-DUE-DATE
                       MOVE 'T' TO WS-CB-STATUS(WS-CB-IDX)
                       MOVE "PREMIUM NOT PAID" TO WS-END-REASON
                       PERFORM E100-END-CONTINUATION
                   ELSE
                   IF WS-CB-PAID-TO(WS-CB-IDX)
                           < WS-CB-END-DATE(WS-CB-IDX)
                       AND WS-CB-LAST-BILL(WS-CB-IDX)
                           NOT = WS-CB-PAID-TO(WS-CB-IDX)
                       PERFORM K000-WRITE-BILL
                   END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

      *> Nothing paid yet: the first premium is due 45 days after
      *> the election. After that each period is due at PAID-TO
      *> with 30 days' grace.
       E050-SET-DUE-DATE.
           IF WS-CB-PAID-TO(WS-CB-IDX) = WS-CB-EVENT-DATE(WS-CB-IDX)
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CB-ELECT-DATE(WS-CB-IDX))
                       + WS-FIRST-PAY-DAYS)
           ELSE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CB-PAID-TO(WS-CB-IDX))
                       + WS-GRACE-DAYS)
           END-IF.

       E100-END-CONTINUATION.
           MOVE WS-TODAY TO WS-CB-STATUS-DATE(WS-CB-IDX).
           ADD 1 TO WS-ENDED-COUNT.
           PERFORM J100-WRITE-END-NOTICE.
           MOVE SPACES TO WS-OUTCOME.
           STRING "ENDED - " WS-END-REASON
               DELIMITED BY SIZE INTO WS-OUTCOME
           END-STRING.
           PERFORM G300-REPORT-ROW.

       G100-REPORT-NEW.
           MOVE SPACES TO COBRA-REPORT-LINE.
           STRING WS-NEW-EMP-ID " " WS-NEW-DEP-SEQ "  " WS-NEW-NAME
               " EVENT " WS-NEW-EVENT-DATE " " WS-OUTCOME
               DELIMITED BY SIZE INTO COBRA-REPORT-LINE
           END-STRING.
           WRITE COBRA-REPORT-LINE.

       G200-LOG-TRANSACTION.
           MOVE SPACES TO COBRA-HISTORY-LINE.
           STRING WS-TODAY " " COBRA-TRANSACTION " " WS-OUTCOME
               DELIMITED BY SIZE INTO COBRA-HISTORY-LINE
           END-STRING.
           WRITE COBRA-HISTORY-LINE.

           MOVE SPACES TO COBRA-REPORT-LINE.
           MOVE CT-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING CT-EMP-ID " " CT-DEP-SEQ "  " CT-CODE " "
               WS-TRAN-DATE " " WS-AMOUNT-DISPLAY " " WS-OUTCOME
               DELIMITED BY SIZE INTO COBRA-REPORT-LINE
           END-STRING.
           WRITE COBRA-REPORT-LINE.

       G300-REPORT-ROW.
           MOVE SPACES TO COBRA-REPORT-LINE.
           STRING WS-CB-EMP-ID(WS-CB-IDX) " " WS-CB-DEP-SEQ(WS-CB-IDX)
               "  " WS-CB-NAME(WS-CB-IDX) " " WS-OUTCOME
               DELIMITED BY SIZE INTO COBRA-REPORT-LINE
           END-STRING.
           WRITE COBRA-REPORT-LINE.

      *> Rows still running, or ended inside the detection window,
      *> go back on the file; older ended rows go to the archive.
       H000-REWRITE-COBRA.
           OPEN EXTEND COBRA-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT COBRA-ARCHIVE-FILE
           END-IF.
           OPEN OUTPUT COBRA-FILE.

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-COBRA-COUNT
               MOVE WS-CB-EMP-ID(WS-CB-IDX) TO COBRA-EMP-ID
               MOVE WS-CB-DEP-SEQ(WS-CB-IDX) TO COBRA-DEP-SEQ
               MOVE WS-CB-NAME(WS-CB-IDX) TO COBRA-NAME
               MOVE WS-CB-EVENT(WS-CB-IDX) TO COBRA-EVENT
               MOVE WS-CB-EVENT-DATE(WS-CB-IDX) TO COBRA-EVENT-DATE
               MOVE WS-CB-NOTICE-DATE(WS-CB-IDX) TO COBRA-NOTICE-DATE
               MOVE WS-CB-DEADLINE(WS-CB-IDX) TO COBRA-ELECT-DEADLINE
               MOVE WS-CB-ELECT-DATE(WS-CB-IDX) TO COBRA-ELECT-DATE
               MOVE WS-CB-POLICY(WS-CB-IDX) TO COBRA-POLICY
               MOVE WS-CB-TIER(WS-CB-IDX) TO COBRA-TIER
               MOVE WS-CB-PREMIUM(WS-CB-IDX) TO COBRA-PREMIUM
               MOVE WS-CB-END-DATE(WS-CB-IDX) TO COBRA-END-DATE
               MOVE WS-CB-PAID-TO(WS-CB-IDX) TO COBRA-PAID-TO
               MOVE WS-CB-LAST-BILL(WS-CB-IDX) TO COBRA-LAST-BILL
               MOVE WS-CB-STATUS(WS-CB-IDX) TO COBRA-STATUS
               MOVE WS-CB-STATUS-DATE(WS-CB-IDX) TO COBRA-STATUS-DATE
               IF (COBRA-STATUS = 'W' OR 'X' OR 'T' OR 'C')
                   AND COBRA-STATUS-DATE < WS-DETECT-FROM
                   WRITE COBRA-ARCHIVE-LINE FROM COBRA-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
               ELSE
                   WRITE COBRA-RECORD
               END-IF
           END-PERFORM.

           CLOSE COBRA-FILE.
           CLOSE COBRA-ARCHIVE-FILE.

       J000-WRITE-ELECTION-NOTICE.
           MOVE "==========================================="
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "COBRA CONTINUATION COVERAGE ELECTION NOTICE"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM J200-WRITE-ADDRESSEE.

           IF WS-CB-EVENT(WS-CB-IDX) = 'T'
               MOVE "QUALIFYING EVENT:  END OF EMPLOYMENT"
                   TO NOTICE-LINE
           ELSE
               MOVE "QUALIFYING EVENT:  LOSS OF DEPENDENT STATUS"
                   TO NOTICE-LINE
           END-IF.
           WRITE NOTICE-LINE.

           MOVE SPACES TO NOTICE-LINE.
           STRING "GROUP COVER ENDED: " WS-CB-EVENT-DATE(WS-CB-IDX)
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

           EVALUATE WS-CB-TIER(WS-CB-IDX)
               WHEN 'S' MOVE "EMPLOYEE + SPOUSE" TO WS-COVER-TEXT
               WHEN 'F' MOVE "FAMILY" TO WS-COVER-TEXT
               WHEN OTHER MOVE "SINGLE" TO WS-COVER-TEXT
           END-EVALUATE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "COVERAGE OFFERED:  POLICY " WS-CB-POLICY(WS-CB-IDX)
               " " WS-COVER-TEXT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

           MOVE WS-CB-PREMIUM(WS-CB-IDX) TO WS-PREMIUM-DISPLAY.
           MOVE SPACES TO NOTICE-LINE.
           STRING "MONTHLY PREMIUM:   " WS-PREMIUM-DISPLAY
               " (INCL. 2% ADMIN FEE)"
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

           MOVE SPACES TO NOTICE-LINE.
           STRING "ELECT BY:          " WS-CB-DEADLINE(WS-CB-IDX)
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

           MOVE SPACES TO NOTICE-LINE.
           STRING "COVERAGE MAY CONTINUE TO: "
               WS-CB-END-DATE(WS-CB-IDX)
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

           MOVE "FIRST PREMIUM DUE 45 DAYS AFTER YOU ELECT."
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       J100-WRITE-END-NOTICE.
           MOVE "==========================================="
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "NOTICE OF END OF COBRA CONTINUATION COVERAGE"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM J200-WRITE-ADDRESSEE.

           MOVE SPACES TO NOTICE-LINE.
           STRING "REASON:            " WS-END-REASON
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

           MOVE SPACES TO NOTICE-LINE.
           IF WS-CB-STATUS(WS-CB-IDX) = 'X'
               STRING "ELECTION DEADLINE: " WS-CB-DEADLINE(WS-CB-IDX)
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           ELSE
               STRING "COVERAGE ENDS ON:  " WS-CB-PAID-TO(WS-CB-IDX)
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           END-IF.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       J200-WRITE-ADDRESSEE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "TO:                " WS-CB-NAME(WS-CB-IDX)
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "EMPLOYEE NUMBER:   " WS-CB-EMP-ID(WS-CB-IDX)
               "  PERSON " WS-CB-DEP-SEQ(WS-CB-IDX)
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

      *> The bill covers every month from PAID-TO up to and
      *> including the one running now - a first bill after a late
      *> election picks up the months back to the event.
       K000-WRITE-BILL.
           MOVE ZEROS TO WS-MONTHS-DUE.
           MOVE 'N' TO WS-BILL-COUNTED.
           PERFORM UNTIL WS-BILL-COUNTED = 'Y'
               ADD 1 TO WS-MONTHS-DUE
               MOVE WS-CB-PAID-TO(WS-CB-IDX) TO WS-CALC-DATE
               MOVE WS-MONTHS-DUE TO WS-CALC-MONTHS
               PERFORM Z100-ADD-MONTHS
               IF WS-CALC-DATE > WS-TODAY
                   OR WS-CALC-DATE NOT < WS-CB-END-DATE(WS-CB-IDX)
                   MOVE 'Y' TO WS-BILL-COUNTED
               END-IF
           END-PERFORM.
           COMPUTE WS-AMOUNT-DUE =
               WS-CB-PREMIUM(WS-CB-IDX) * WS-MONTHS-DUE.

           MOVE "==========================================="
               TO BILL-LINE.
           WRITE BILL-LINE.
           MOVE "COBRA CONTINUATION PREMIUM DUE" TO BILL-LINE.
           WRITE BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           STRING "TO:                " WS-CB-NAME(WS-CB-IDX)
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           WRITE BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           STRING "EMPLOYEE NUMBER:   " WS-CB-EMP-ID(WS-CB-IDX)
               "  PERSON " WS-CB-DEP-SEQ(WS-CB-IDX)
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           WRITE BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           STRING "COVERAGE FROM:     " WS-CB-PAID-TO(WS-CB-IDX)
               "  MONTHS: " WS-MONTHS-DUE
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           WRITE BILL-LINE.
           MOVE WS-CB-PREMIUM(WS-CB-IDX) TO WS-PREMIUM-DISPLAY.
           MOVE SPACES TO BILL-LINE.
           STRING "MONTHLY PREMIUM:   " WS-PREMIUM-DISPLAY
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           WRITE BILL-LINE.
           MOVE WS-AMOUNT-DUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO BILL-LINE.
           STRING "AMOUNT DUE:        " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           WRITE BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           STRING "PAY BY:            " WS-DUE-DATE
               " OR COVERAGE ENDS"
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           WRITE BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           WRITE BILL-LINE.

           MOVE WS-CB-PAID-TO(WS-CB-IDX) TO WS-CB-LAST-BILL(WS-CB-IDX).
           ADD 1 TO WS-BILL-COUNT.
           MOVE SPACES TO WS-OUTCOME.
           STRING "BILLED " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-OUTCOME
           END-STRING.
           PERFORM G300-REPORT-ROW.

      *> Month arithmetic on WS-CALC-DATE - see the working-storage
      *> note above.
       Z100-ADD-MONTHS.
           COMPUTE WS-CALC-MONTH-NO =
               WS-CALC-YYYY * 12 + WS-CALC-MM - 1 + WS-CALC-MONTHS.
           DIVIDE WS-CALC-MONTH-NO BY 12 GIVING WS-CALC-YEARS
               REMAINDER WS-CALC-REM.
           MOVE WS-CALC-YEARS TO WS-CALC-YYYY.
           COMPUTE WS-CALC-MM = WS-CALC-REM + 1.
           PERFORM UNTIL WS-CALC-DD < 29
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) = 0
               SUBTRACT 1 FROM WS-CALC-DD
           END-PERFORM.
