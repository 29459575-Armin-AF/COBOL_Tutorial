      *> also have that policy's TOTAL-PREMIUM looked up from the
      *> insurance policy master and deducted automatically, instead of
      *> finance tracking enrollments/deductions outside payroll.
      *> Employees with a retirement plan election (RETELECT.DAT)
      *> defer a percentage of gross pre-tax - withholding is figured
      *> on gross less the deferral - until the plan's annual limit
      *> (RETPLAN.DAT) is reached, with the employer match from the
      *> plan's formula, a contribution file for the recordkeeper,
      *> and both sides in the GL posting.
      *> Run as "EmployeePayroll PREVIEW" it computes the whole run
      *> without updating any file and writes a preview register
      *> instead (data/PAYPREVIEW-<date>.TXT) comparing each
      *> employee's gross and net with their last paid period, and
      *> flagging employees new to the period or dropping out of it.
      *> The live run refuses to pay a date until that preview has
      *> been run and signed off on PAYSIGNOFF.DAT.
      *> Salary expense and payroll tax expense post to the GL by
      *> department and charge code - hourly pay split across the
      *> timesheet lines' project codes in proportion to hours,
      *> salaried pay by the default distribution on LABORDFLT.DAT -
      *> with the same split kept on data/LABDIST.DAT for the labor
      *> distribution report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TS-STATUS.

      *> Salaried staff default distribution, and the per-run labor
      *> distribution detail the client billing report reads.
           SELECT LABOR-DEFAULT-FILE ASSIGN TO 'LABORDFLT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDF-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO 'data/LABDIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABDIST-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'data/PAYEXCEPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPT-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDEPT-STATUS.

      *> Retirement plan parameters, the employees' deferral
      *> elections, and the per-run contribution file the plan
      *> recordkeeper loads - a 'D' row per contributing employee and
      *> a 'T' trailer with count and totals, like the bank extract.
      *> Preview and sign-off - per-employee run history the
      *> preview compares against, the preview's control totals, and
      *> payroll's sign-off rows.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'data/PAYRUNHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT PREVIEW-CONTROL-FILE ASSIGN TO 'data/PAYPREVIEW.CTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREVCTL-STATUS.

           SELECT SIGNOFF-FILE ASSIGN TO 'PAYSIGNOFF.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT RETIRE-PLAN-FILE ASSIGN TO 'RETPLAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETPLAN-STATUS.

           SELECT RETIRE-ELECT-FILE ASSIGN TO 'RETELECT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETELECT-STATUS.

           SELECT RETIRE-REMIT-FILE ASSIGN TO 'data/RETREMIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETREMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  PAYROLL-REPORT-FILE.
       01  PAYROLL-REPORT-LINE          PIC X(250).

       FD  ENROLLMENT-FILE.
       COPY EMPENROLL.
       FD  DEPT-ACTUALS-FILE.
       COPY PAYDEPT.

       FD  LABOR-DEFAULT-FILE.
       COPY LABDFLT.

       FD  LABOR-DIST-FILE.
       COPY LABDIST.

       FD  RUN-HISTORY-FILE.
       COPY PAYRUNH.

       FD  PREVIEW-CONTROL-FILE.
       COPY PAYPREV.

       FD  SIGNOFF-FILE.
       COPY PAYSIGN.

       FD  RETIRE-PLAN-FILE.
       COPY RETPLAN.

       FD  RETIRE-ELECT-FILE.
       COPY RETELECT.

       FD  RETIRE-REMIT-FILE.
       01  RETIRE-REMIT-LINE            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY EMPNAME.
       01 WS-EMP-REL-KEY PIC 9(5).
               10 WS-YTD-NET            PIC S9(9)V99.
               10 WS-YTD-GARN           PIC 9(9)V99.
               10 WS-YTD-EMPLOYER       PIC 9(9)V99.
               10 WS-YTD-DEFERRAL       PIC 9(9)V99.
               10 WS-YTD-MATCH          PIC 9(9)V99.
       01 WS-YTD-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-YTD-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-RUN-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-CHECK-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-PAYDEPT-STATUS PIC X(2) VALUE '00'.

      *> Labor distribution - every timesheet line's hours by charge
      *> code, the salaried default percentages, and the GL debits
      *> by department and charge code. The last code in an
      *> employee's split takes the rounding remainder so the
      *> pieces always add back to the employee's gross and
      *> employer tax.
       01 WS-LDF-STATUS PIC X(2) VALUE '00'.
       01 WS-LABDIST-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-DEFAULTS PIC X(1) VALUE 'N'.
       01 WS-TC-TABLE.
           05 WS-TC-ENTRY OCCURS 999 TIMES INDEXED BY WS-TC-IDX.
               10 WS-TC-EMP-ID          PIC 9(5).
               10 WS-TC-CODE            PIC X(6).
               10 WS-TC-HOURS           PIC 9(4)V9.
       01 WS-TC-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-TC-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-LDF-TABLE.
           05 WS-LDF-ENTRY OCCURS 999 TIMES INDEXED BY WS-LDF-IDX.
               10 WS-LDF-EMP-ID         PIC 9(5).
               10 WS-LDF-CODE           PIC X(6).
               10 WS-LDF-PCT            PIC 9(3).
       01 WS-LDF-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-GL-CHG-TABLE.
           05 WS-GL-CHG-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-GC-IDX.
               10 WS-GC-DEPT            PIC X(4).
               10 WS-GC-CODE            PIC X(6).
               10 WS-GC-GROSS           PIC 9(9)V99.
               10 WS-GC-EMPLOYER        PIC 9(7)V99.
       01 WS-GC-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-GC-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-DIST-BY PIC X(1) VALUE 'N'.
       01 WS-DIST-LINES PIC 9(3) VALUE ZEROS.
       01 WS-DIST-SEEN PIC 9(3) VALUE ZEROS.
       01 WS-DIST-BASIS PIC 9(5)V9 VALUE ZEROS.
       01 WS-DIST-PCT-TOTAL PIC 9(5) VALUE ZEROS.
       01 WS-DIST-GROSS-LEFT PIC 9(7)V99 VALUE ZEROS.
       01 WS-DIST-EMPR-LEFT PIC 9(7)V99 VALUE ZEROS.
       01 WS-DIST-CODE PIC X(6) VALUE SPACES.
       01 WS-DIST-HOURS PIC 9(4)V9 VALUE ZEROS.
       01 WS-DIST-SHARE PIC 9(5)V9 VALUE ZEROS.
       01 WS-DIST-GROSS PIC 9(7)V99 VALUE ZEROS.
       01 WS-DIST-EMPLOYER PIC 9(7)V99 VALUE ZEROS.

      *> Retirement plan - the limit and match formula from
      *> RETPLAN.DAT, the elections from RETELECT.DAT, this
      *> employee's deferral and match, and the run totals for the
      *> contribution trailer and the GL. Withholding is figured on
      *> WS-TAXABLE-GROSS (gross less the deferral).
       01 WS-RETPLAN-STATUS PIC X(2) VALUE '00'.
       01 WS-RETELECT-STATUS PIC X(2) VALUE '00'.
       01 WS-RETREMIT-STATUS PIC X(2) VALUE '00'.
       01 WS-PLAN-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-PLAN-ANNUAL-LIMIT PIC 9(7)V99 VALUE ZEROS.
       01 WS-PLAN-MATCH-RATE-1 PIC 9V99 VALUE ZEROS.
       01 WS-PLAN-MATCH-UPTO-1 PIC 9(2)V99 VALUE ZEROS.
       01 WS-PLAN-MATCH-RATE-2 PIC 9V99 VALUE ZEROS.
       01 WS-PLAN-MATCH-UPTO-2 PIC 9(2)V99 VALUE ZEROS.
       01 WS-END-OF-RETELECT PIC X(1) VALUE 'N'.
       01 WS-RETELECT-TABLE.
           05 WS-RE-ENTRY OCCURS 999 TIMES INDEXED BY WS-RE-IDX.
               10 WS-RE-EMP-ID          PIC 9(5).
               10 WS-RE-PCT             PIC 9(2)V99.
       01 WS-RETELECT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-RE-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-TAXABLE-GROSS PIC 9(7)V99 VALUE ZEROS.
       01 WS-DEFERRAL-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-DEFERRAL-ROOM PIC S9(9)V99 VALUE ZEROS.
       01 WS-MATCH-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-MATCH-BASE PIC 9(7)V99 VALUE ZEROS.
       01 WS-MATCH-TIER PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-DEFERRAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-MATCH PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-PLAN-PAYABLE PIC 9(9)V99 VALUE ZEROS.
       01 WS-RETREMIT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-LIMIT-REACHED-COUNT PIC 9(5) VALUE ZEROS.

      *> Preview mode and sign-off. The run history holds each
      *> employee's latest paid row; WS-LAST-RUN-W/M are the latest
      *> run dates per frequency - "last period". A gross or net
      *> moving by more than WS-VARIANCE-PCT percent is flagged.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-PREVIEW-MODE PIC X(1) VALUE 'N'.
       01 WS-PREVIEW-FILENAME PIC X(40) VALUE SPACES.
       01 WS-PREVIEW-STABLE PIC X(40) VALUE 'data/PAYPREVIEW.TXT'.
       01 WS-RUNHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-PREVCTL-STATUS PIC X(2) VALUE '00'.
       01 WS-SIGNOFF-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-RUNHIST PIC X(1) VALUE 'N'.
       01 WS-END-OF-SIGNOFF PIC X(1) VALUE 'N'.
       01 WS-PREVIEW-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-SIGNED-OFF PIC X(1) VALUE 'N'.
       01 WS-SIGNED-BY PIC X(20) VALUE SPACES.
       01 WS-PREV-GROSS PIC 9(11)V99 VALUE ZEROS.
       01 WS-PREV-NET PIC S9(11)V99 VALUE ZEROS.
       01 WS-PH-TABLE.
           05 WS-PH-ENTRY OCCURS 999 TIMES INDEXED BY WS-PH-IDX.
               10 WS-PH-EMP-ID          PIC 9(5).
               10 WS-PH-FREQ            PIC X(1).
               10 WS-PH-DATE            PIC 9(8).
               10 WS-PH-GROSS           PIC 9(7)V99.
               10 WS-PH-NET             PIC S9(7)V99.
               10 WS-PH-PAID-NOW        PIC X(1).
       01 WS-PH-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-PH-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-LAST-RUN-W PIC 9(8) VALUE ZEROS.
       01 WS-LAST-RUN-M PIC 9(8) VALUE ZEROS.
       01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-VARIANCE-PCT PIC 9(3) VALUE 10.
       01 WS-VAR-DIFF PIC S9(7)V99 VALUE ZEROS.
       01 WS-VAR-LIMIT PIC S9(7)V99 VALUE ZEROS.
       01 WS-PREVIEW-FLAG-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DROPOUT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-FREQ-DUE-NOW PIC X(1) VALUE 'N'.
       01 WS-PH-GROSS-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-PH-NET-DISPLAY PIC -(6)9.99 VALUE ZEROS.
       01 WS-GROSS-DISPLAY PIC Z(6)9.99 VALUE ZEROS.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
           END-IF.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           MOVE WS-BUS-DATE(1:4) TO WS-RUN-YEAR.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF WS-RUN-MODE = 'PREVIEW'
               MOVE 'Y' TO WS-PREVIEW-MODE
               DISPLAY "PAYROLL PREVIEW FOR " WS-BUS-DATE
                   " - NO FILES WILL BE UPDATED"
           END-IF.
           PERFORM P100-CHECK-RUN-CONTROL.
           PERFORM V000-READ-PAY-CALENDAR.
           IF WS-PREVIEW-MODE = 'Y'
               PERFORM P400-LOAD-RUN-HISTORY
           ELSE
               PERFORM P300-CHECK-SIGNOFF
           END-IF.
           PERFORM F000-LOAD-TAX-BRACKETS.
           PERFORM F500-LOAD-EMPLOYER-RATES.
           PERFORM F700-LOAD-RETIREMENT-PLAN.
           PERFORM F800-LOAD-DEFERRAL-ELECTIONS.
           PERFORM H000-LOAD-YTD.
           PERFORM K000-LOAD-BANK-DETAILS.
           PERFORM N000-LOAD-DEPT-NAMES.
           PERFORM R000-LOAD-TIMESHEETS.
           PERFORM R200-LOAD-LABOR-DEFAULTS.
           PERFORM T000-LOAD-GARNISHMENTS.
           PERFORM W000-LOAD-LEAVE-BALANCES.
           PERFORM W100-LOAD-LEAVE-TAKEN.
               STOP RUN
           END-IF.

      *> The preview writes only its own register - the payslip
      *> register name is swapped for the preview's, and the bank,
      *> check, remittance and exception files are never opened.
           IF WS-PREVIEW-MODE = 'Y'
               STRING "data/PAYPREVIEW-" WS-BUS-DATE ".TXT"
                   DELIMITED BY SIZE INTO WS-PAYROLL-FILENAME
               END-STRING
               MOVE WS-PREVIEW-STABLE TO WS-PAYROLL-STABLE
           ELSE
               STRING "data/PAYROLL-" WS-BUS-DATE ".TXT"
                   DELIMITED BY SIZE INTO WS-PAYROLL-FILENAME
               END-STRING
               OPEN OUTPUT BANK-EXTRACT-FILE
               OPEN OUTPUT POSITIVE-PAY-FILE
               OPEN OUTPUT RETIRE-REMIT-FILE
               OPEN OUTPUT GARNISH-REMIT-FILE
               MOVE "EMP-ID PAYEE                ORDER    AMOUNT"
                   TO GARNISH-REMIT-LINE
               WRITE GARNISH-REMIT-LINE
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               MOVE "PAYROLL EXCEPTIONS" TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
           OPEN OUTPUT PAYROLL-REPORT-FILE.
           IF WS-PREVIEW-MODE = 'Y'
               MOVE SPACES TO PAYROLL-REPORT-LINE
               STRING "PAYROLL PREVIEW REGISTER FOR " WS-BUS-DATE
                   " - NOT PAID, FOR SIGN-OFF"
                   DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
               END-STRING
               WRITE PAYROLL-REPORT-LINE
           END-IF.
      *> Column headings laid over the detail line's fixed offsets
      *> (id 1, first/last name 7/28, department 49, then the five
      *> nine-to-ten-byte money columns from 70 on; the RATE and YTD
           END-STRING.
           WRITE PAYROLL-REPORT-LINE.

      *> A preview stops here - everything past this point updates
      *> files.
           IF WS-PREVIEW-MODE = 'Y'
               PERFORM P650-FINISH-PREVIEW
           END-IF.

           CLOSE PAYROLL-REPORT-FILE.
           CALL 'ReportGen' USING WS-BUS-DATE WS-PAYROLL-FILENAME
               WS-PAYROLL-STABLE.
           CLOSE BANK-EXTRACT-FILE.
           PERFORM M100-WRITE-POSPAY-TRAILER.
           CLOSE POSITIVE-PAY-FILE.
           PERFORM M200-WRITE-RETIRE-TRAILER.
           CLOSE RETIRE-REMIT-FILE.
           PERFORM P900-CHECK-AGAINST-PREVIEW.
           IF WS-LIMIT-REACHED-COUNT > 0
               DISPLAY "RETIREMENT DEFERRAL LIMIT REACHED THIS RUN: "
                   WS-LIMIT-REACHED-COUNT
           END-IF.
           CLOSE EXCEPTION-REPORT-FILE.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "PAYROLL EXCEPTIONS THIS RUN: "
           WRITE PAYCTL-RECORD.
           CLOSE PAYROLL-CONTROL-FILE.

      *> The live run pays nothing until payroll has seen this date's
      *> preview and signed it off - a preview control row for the
      *> business date and a PAYSIGNOFF.DAT row for the same date. A
      *> calendar date with neither frequency due pays no one and
      *> needs no sign-off.
       P300-CHECK-SIGNOFF.
           IF WS-PAY-WEEKLY = 'N' AND WS-PAY-MONTHLY = 'N'
               DISPLAY "NO FREQUENCY DUE " WS-BUS-DATE
                   ", NO SIGN-OFF NEEDED"
           ELSE
               PERFORM P310-FIND-PREVIEW
               PERFORM P320-FIND-SIGNOFF
           END-IF.

       P310-FIND-PREVIEW.
           MOVE 'N' TO WS-PREVIEW-ON-FILE.
           OPEN INPUT PREVIEW-CONTROL-FILE.
           IF WS-PREVCTL-STATUS = '00'
               READ PREVIEW-CONTROL-FILE
                   AT END MOVE ZEROS TO PPV-RUN-DATE
               END-READ
               IF PPV-RUN-DATE = WS-BUS-DATE
                   MOVE 'Y' TO WS-PREVIEW-ON-FILE
                   MOVE PPV-GROSS TO WS-PREV-GROSS
                   MOVE PPV-NET TO WS-PREV-NET
               END-IF
               CLOSE PREVIEW-CONTROL-FILE
           END-IF.

           IF WS-PREVIEW-ON-FILE = 'N'
               DISPLAY "NO PAYROLL PREVIEW RUN FOR " WS-BUS-DATE
                   " - RUN EmployeePayroll PREVIEW AND SIGN OFF FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       P320-FIND-SIGNOFF.
           MOVE 'N' TO WS-SIGNED-OFF.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS = '00'
               READ SIGNOFF-FILE
                   AT END MOVE 'Y' TO WS-END-OF-SIGNOFF
               END-READ

               PERFORM UNTIL WS-END-OF-SIGNOFF = 'Y'
                   IF PSO-RUN-DATE = WS-BUS-DATE
                       MOVE 'Y' TO WS-SIGNED-OFF
                       MOVE PSO-SIGNED-BY TO WS-SIGNED-BY
                   END-IF

                   READ SIGNOFF-FILE
                       AT END MOVE 'Y' TO WS-END-OF-SIGNOFF
                   END-READ
               END-PERFORM

               CLOSE SIGNOFF-FILE
           END-IF.

           IF WS-SIGNED-OFF = 'N'
               DISPLAY "PAYROLL PREVIEW FOR " WS-BUS-DATE
                   " NOT SIGNED OFF ON PAYSIGNOFF.DAT, REFUSING TO RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "PAYROLL PREVIEW SIGNED OFF BY " WS-SIGNED-BY.

      *> Each employee's latest paid row from the run history, and the
      *> latest run date per frequency - the period this one is
      *> compared against.
       P400-LOAD-RUN-HISTORY.
           MOVE ZEROS TO WS-PH-COUNT.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = '00'
               DISPLAY "NO PAYROLL RUN HISTORY ON FILE - PREVIEW "
                   "CANNOT COMPARE WITH LAST PERIOD"
           ELSE
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-RUNHIST
               END-READ

               PERFORM UNTIL WS-END-OF-RUNHIST = 'Y'
                   IF PRH-RUN-DATE < WS-BUS-DATE
                       PERFORM P410-KEEP-HISTORY-ROW
                   END-IF

                   READ RUN-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-RUNHIST
                   END-READ
               END-PERFORM

               CLOSE RUN-HISTORY-FILE
           END-IF.

       P410-KEEP-HISTORY-ROW.
           IF PRH-FREQ = 'W'
               IF PRH-RUN-DATE > WS-LAST-RUN-W
                   MOVE PRH-RUN-DATE TO WS-LAST-RUN-W
               END-IF
           ELSE
               IF PRH-RUN-DATE > WS-LAST-RUN-M
                   MOVE PRH-RUN-DATE TO WS-LAST-RUN-M
               END-IF
           END-IF.

           PERFORM P420-FIND-HISTORY-ROW.
           IF WS-PH-FOUND = ZEROS AND WS-PH-COUNT < 999
               ADD 1 TO WS-PH-COUNT
               MOVE WS-PH-COUNT TO WS-PH-FOUND
               MOVE PRH-EMP-ID TO WS-PH-EMP-ID(WS-PH-FOUND)
               MOVE ZEROS TO WS-PH-DATE(WS-PH-FOUND)
               MOVE 'N' TO WS-PH-PAID-NOW(WS-PH-FOUND)
           END-IF.

           IF WS-PH-FOUND NOT = ZEROS
               IF PRH-RUN-DATE >= WS-PH-DATE(WS-PH-FOUND)
                   MOVE PRH-RUN-DATE TO WS-PH-DATE(WS-PH-FOUND)
                   MOVE PRH-FREQ TO WS-PH-FREQ(WS-PH-FOUND)
                   MOVE PRH-GROSS TO WS-PH-GROSS(WS-PH-FOUND)
                   MOVE PRH-NET TO WS-PH-NET(WS-PH-FOUND)
               END-IF
           END-IF.

       P420-FIND-HISTORY-ROW.
           MOVE ZEROS TO WS-PH-FOUND.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-EMP-ID(WS-PH-IDX) = PRH-EMP-ID
                   SET WS-PH-FOUND TO WS-PH-IDX
               END-IF
           END-PERFORM.

      *> Sets the employee against their last paid period: paid now
      *> but not then is new to the period; otherwise a gross or net
      *> that moved by more than the tolerance is flagged for review.
       P500-COMPARE-LAST-PERIOD.
           MOVE EMP-ID TO PRH-EMP-ID.
           PERFORM P420-FIND-HISTORY-ROW.
           IF WS-WORK-FREQ = 'W'
               MOVE WS-LAST-RUN-W TO WS-LAST-RUN-DATE
           ELSE
               MOVE WS-LAST-RUN-M TO WS-LAST-RUN-DATE
           END-IF.

           IF WS-PH-FOUND NOT = ZEROS
               MOVE 'Y' TO WS-PH-PAID-NOW(WS-PH-FOUND)
               IF WS-PH-DATE(WS-PH-FOUND) NOT = WS-LAST-RUN-DATE
                   MOVE ZEROS TO WS-PH-FOUND
               END-IF
           END-IF.

           IF WS-PH-FOUND = ZEROS
               MOVE SPACES TO PAYROLL-REPORT-LINE
               STRING "  ** " EMP-ID " NEW THIS PERIOD - NOT PAID "
                   "LAST PERIOD (" WS-LAST-RUN-DATE ")"
                   DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
               END-STRING
               WRITE PAYROLL-REPORT-LINE
               ADD 1 TO WS-PREVIEW-FLAG-COUNT
           ELSE
               PERFORM P510-CHECK-VARIANCE
           END-IF.

       P510-CHECK-VARIANCE.
           COMPUTE WS-VAR-DIFF =
               WS-GROSS-PAY - WS-PH-GROSS(WS-PH-FOUND).
           COMPUTE WS-VAR-LIMIT ROUNDED =
               WS-PH-GROSS(WS-PH-FOUND) * WS-VARIANCE-PCT / 100.
           IF WS-VAR-DIFF > WS-VAR-LIMIT
               OR WS-VAR-DIFF < 0 - WS-VAR-LIMIT
               MOVE WS-PH-GROSS(WS-PH-FOUND) TO WS-PH-GROSS-DISPLAY
               MOVE WS-GROSS-PAY TO WS-GROSS-DISPLAY
               MOVE SPACES TO PAYROLL-REPORT-LINE
               STRING "  ** " EMP-ID " GROSS CHANGED OVER "
                   WS-VARIANCE-PCT "% - LAST " WS-PH-GROSS-DISPLAY
                   " NOW " WS-GROSS-DISPLAY
                   DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
               END-STRING
               WRITE PAYROLL-REPORT-LINE
               ADD 1 TO WS-PREVIEW-FLAG-COUNT
           END-IF.

           COMPUTE WS-VAR-DIFF =
               WS-NET-PAY - WS-PH-NET(WS-PH-FOUND).
           COMPUTE WS-VAR-LIMIT ROUNDED =
               WS-PH-NET(WS-PH-FOUND) * WS-VARIANCE-PCT / 100.
           IF WS-VAR-LIMIT < 0
               COMPUTE WS-VAR-LIMIT = 0 - WS-VAR-LIMIT
           END-IF.
           IF WS-VAR-DIFF > WS-VAR-LIMIT
               OR WS-VAR-DIFF < 0 - WS-VAR-LIMIT
               MOVE WS-PH-NET(WS-PH-FOUND) TO WS-PH-NET-DISPLAY
               MOVE SPACES TO PAYROLL-REPORT-LINE
               STRING "  ** " EMP-ID " NET CHANGED OVER "
                   WS-VARIANCE-PCT "% - LAST " WS-PH-NET-DISPLAY
                   " NOW " WS-NET-PAY-DISPLAY
                   DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
               END-STRING
               WRITE PAYROLL-REPORT-LINE
               ADD 1 TO WS-PREVIEW-FLAG-COUNT
           END-IF.

      *> Paid last period in a frequency that is due again now, but
      *> not paid this time - terminated, on leave, missing a
      *> timesheet, or dropped by mistake.
       P600-LIST-DROPOUTS.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.
           MOVE "PAID LAST PERIOD, NOT PAID THIS PERIOD:"
               TO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.

           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > WS-PH-COUNT
               MOVE 'N' TO WS-FREQ-DUE-NOW
               IF WS-PH-FREQ(WS-PH-IDX) = 'W'
                   AND WS-PAY-WEEKLY = 'Y'
                   AND WS-PH-DATE(WS-PH-IDX) = WS-LAST-RUN-W
                   MOVE 'Y' TO WS-FREQ-DUE-NOW
               END-IF
               IF WS-PH-FREQ(WS-PH-IDX) NOT = 'W'
                   AND WS-PAY-MONTHLY = 'Y'
                   AND WS-PH-DATE(WS-PH-IDX) = WS-LAST-RUN-M
                   MOVE 'Y' TO WS-FREQ-DUE-NOW
               END-IF
               IF WS-FREQ-DUE-NOW = 'Y'
                   AND WS-PH-PAID-NOW(WS-PH-IDX) = 'N'
                   MOVE WS-PH-NET(WS-PH-IDX) TO WS-PH-NET-DISPLAY
                   MOVE SPACES TO PAYROLL-REPORT-LINE
                   STRING "  ** " WS-PH-EMP-ID(WS-PH-IDX)
                       " DROPPED OUT - LAST PAID "
                       WS-PH-DATE(WS-PH-IDX) " NET "
                       WS-PH-NET-DISPLAY
                       DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
                   END-STRING
                   WRITE PAYROLL-REPORT-LINE
                   ADD 1 TO WS-DROPOUT-COUNT
                   ADD 1 TO WS-PREVIEW-FLAG-COUNT
               END-IF
           END-PERFORM.

           IF WS-DROPOUT-COUNT = 0
               MOVE "  NONE" TO PAYROLL-REPORT-LINE
               WRITE PAYROLL-REPORT-LINE
           END-IF.

      *> Closes out the preview register and records its totals for
      *> the live run's sign-off check. Nothing else is written.
       P650-FINISH-PREVIEW.
           PERFORM P600-LIST-DROPOUTS.

           MOVE SPACES TO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
           STRING "PREVIEW ONLY - NOTHING PAID OR POSTED.  ITEMS "
               "FLAGGED FOR REVIEW: " WS-PREVIEW-FLAG-COUNT
               "  EXCEPTIONS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
           END-STRING.
           WRITE PAYROLL-REPORT-LINE.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
           STRING "SIGN OFF ON PAYSIGNOFF.DAT FOR " WS-BUS-DATE
               " BEFORE THE LIVE RUN"
               DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
           END-STRING.
           WRITE PAYROLL-REPORT-LINE.

           CLOSE PAYROLL-REPORT-FILE.
           CALL 'ReportGen' USING WS-BUS-DATE WS-PAYROLL-FILENAME
               WS-PAYROLL-STABLE.
           PERFORM P700-WRITE-PREVIEW-CONTROL.

           IF WS-POLICY-MASTER-OPEN = 'Y'
               CLOSE POLICY-MASTER
           END-IF.

           DISPLAY "PREVIEW ITEMS FLAGGED FOR REVIEW: "
               WS-PREVIEW-FLAG-COUNT.
           DISPLAY "PREVIEW REGISTER: " WS-PAYROLL-FILENAME.
           STOP RUN.

       P700-WRITE-PREVIEW-CONTROL.
           OPEN OUTPUT PREVIEW-CONTROL-FILE.
           MOVE WS-BUS-DATE TO PPV-RUN-DATE.
           MOVE WS-EMPLOYEE-COUNT TO PPV-PAID-COUNT.
           MOVE WS-TOTAL-GROSS TO PPV-GROSS.
           MOVE WS-TOTAL-NET TO PPV-NET.
           MOVE WS-PREVIEW-FLAG-COUNT TO PPV-FLAG-COUNT.
           WRITE PAYPREV-RECORD.
           CLOSE PREVIEW-CONTROL-FILE.

      *> One row per employee paid - next period's preview compares
      *> against it.
       P800-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           MOVE WS-BUS-DATE TO PRH-RUN-DATE.
           MOVE EMP-ID TO PRH-EMP-ID.
           MOVE WS-WORK-FREQ TO PRH-FREQ.
           MOVE WS-GROSS-PAY TO PRH-GROSS.
           MOVE WS-NET-PAY TO PRH-NET.
           WRITE PAYRUNH-RECORD.
           CLOSE RUN-HISTORY-FILE.

      *> Something changed between sign-off and the live run (a late
      *> transaction, a timesheet) if the totals no longer agree -
      *> the run goes ahead but the difference is put on record.
       P900-CHECK-AGAINST-PREVIEW.
           IF WS-PREVIEW-ON-FILE = 'Y'
               AND (WS-TOTAL-GROSS NOT = WS-PREV-GROSS
               OR WS-TOTAL-NET NOT = WS-PREV-NET)
               DISPLAY "WARNING: LIVE TOTALS DIFFER FROM SIGNED-OFF "
                   "PREVIEW - GROSS " WS-TOTAL-GROSS " WAS "
                   WS-PREV-GROSS
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "LIVE DIFFERS FROM PREVIEW GROSS "
                   WS-TOTAL-GROSS " WAS " WS-PREV-GROSS
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               END-STRING
               WRITE EXCEPTION-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      *> Salaried staff's gross is EMP-SALARY; hourly staff's gross
      *> comes from their timesheet - straight time to 40 hours,
      *> time-and-a-half above. An hourly employee with no timesheet
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               END-STRING
           END-IF.
           IF WS-PREVIEW-MODE = 'Y'
               MOVE EXCEPTION-REPORT-LINE TO PAYROLL-REPORT-LINE
               WRITE PAYROLL-REPORT-LINE
           ELSE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

       B000-PAY-EMPLOYEE.
           PERFORM C000-PARSE-EMP-NAME.
               END-IF
           END-IF.

      *> The retirement deferral comes off before withholding - it
      *> is not taxable wages this period.
           PERFORM G050-COMPUTE-DEFERRAL.
           COMPUTE WS-TAXABLE-GROSS =
               WS-GROSS-PAY - WS-DEFERRAL-AMOUNT.
           PERFORM G000-COMPUTE-PROGRESSIVE-TAX.
           PERFORM G200-COMPUTE-EMPLOYER-MATCH.
           PERFORM G100-COMPUTE-PLAN-MATCH.
           COMPUTE WS-DEDUCTION-AMOUNT ROUNDED =
               WS-GROSS-PAY * WS-DEDUCTION-RATE.
           PERFORM G500-APPLY-GARNISHMENTS.
           COMPUTE WS-NET-PAY ROUNDED =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-DEDUCTION-AMOUNT
               - WS-INSURANCE-DEDUCTION - WS-GARNISH-AMOUNT
               - WS-DEFERRAL-AMOUNT + WS-ADJ-NONTAX-AMT.

      *> The payslip carries this run's combined adjustment (retro
      *> pay, leave payout, void reversal) as its own figure.
           ADD WS-INSURANCE-DEDUCTION TO WS-TOTAL-INSUR.
           ADD WS-GARNISH-AMOUNT TO WS-TOTAL-GARNISH.
           ADD WS-EMPLOYER-TAX TO WS-TOTAL-EMPLOYER.
           ADD WS-DEFERRAL-AMOUNT TO WS-TOTAL-DEFERRAL.
           ADD WS-MATCH-AMOUNT TO WS-TOTAL-MATCH.
           PERFORM P000-ACCUMULATE-GL-DEPT.
           IF WS-PREVIEW-MODE = 'N'
               PERFORM G300-WRITE-TAX-HISTORY
               PERFORM P800-WRITE-RUN-HISTORY
           END-IF.

           MOVE WS-NET-PAY TO WS-NET-PAY-DISPLAY.
           MOVE WS-EFFECTIVE-RATE TO WS-EFFECTIVE-RATE-DISPLAY.

           PERFORM I000-ROLL-YTD.
           IF WS-PREVIEW-MODE = 'N'
               PERFORM L000-WRITE-BANK-DETAIL
               PERFORM L700-WRITE-RETIRE-REMIT
           END-IF.

           PERFORM O000-FIND-DEPT-NAME.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
               WS-TAX-AMOUNT ' ' WS-DEDUCTION-AMOUNT ' '
               WS-INSURANCE-DEDUCTION ' ' WS-NET-PAY-DISPLAY
               ' GARN ' WS-GARNISH-AMOUNT
               ' RET ' WS-DEFERRAL-AMOUNT
               ' LV-TAKEN ' WS-LEAVE-TAKEN-NOW
               ' LV-BAL ' WS-LEAVE-BAL-DISPLAY
               ' ADJ ' WS-ADJ-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
           END-STRING.
           WRITE PAYROLL-REPORT-LINE.
           IF WS-PREVIEW-MODE = 'Y'
               PERFORM P500-COMPARE-LAST-PERIOD
           END-IF.

      *> Withholding is computed band by band on the ANNUALIZED
      *> gross - per-period gross times the frequency's periods per
      *> year - then divided back to the period, so weekly and
      *> monthly staff with the same annual pay withhold the same
      *> tax. The payslip carries the resulting effective rate.
      *> The bands apply to taxable gross - gross less any pre-tax
      *> retirement deferral.
       G000-COMPUTE-PROGRESSIVE-TAX.
           MOVE ZEROS TO WS-ANNUAL-TAX.
           COMPUTE WS-ANNUAL-GROSS =
               WS-TAXABLE-GROSS * WS-PERIODS-PER-YEAR.

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-BRACKET-COUNT
                           TO WS-YTD-GARN(WS-YTD-COUNT)
                       MOVE EMPYTD-EMPLOYER
                           TO WS-YTD-EMPLOYER(WS-YTD-COUNT)
      *> Rows written before the retirement plan carry no deferral
      *> or match figures - they start the year at zero.
                       IF EMPYTD-DEFERRAL IS NUMERIC
                           MOVE EMPYTD-DEFERRAL
                               TO WS-YTD-DEFERRAL(WS-YTD-COUNT)
                       ELSE
                           MOVE ZEROS TO WS-YTD-DEFERRAL(WS-YTD-COUNT)
                       END-IF
                       IF EMPYTD-MATCH IS NUMERIC
                           MOVE EMPYTD-MATCH
                               TO WS-YTD-MATCH(WS-YTD-COUNT)
                       ELSE
                           MOVE ZEROS TO WS-YTD-MATCH(WS-YTD-COUNT)
                       END-IF
                   END-IF

                   READ YTD-FILE
                   MOVE ZEROS TO WS-YTD-NET(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-GARN(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-EMPLOYER(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-DEFERRAL(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-MATCH(WS-YTD-FOUND)
               END-IF
           END-IF.

               ADD WS-GARNISH-AMOUNT TO WS-YTD-GARN(WS-YTD-FOUND)
               ADD WS-EMPLOYER-TAX
                   TO WS-YTD-EMPLOYER(WS-YTD-FOUND)
               ADD WS-DEFERRAL-AMOUNT
                   TO WS-YTD-DEFERRAL(WS-YTD-FOUND)
               ADD WS-MATCH-AMOUNT TO WS-YTD-MATCH(WS-YTD-FOUND)
               MOVE WS-YTD-GROSS(WS-YTD-FOUND) TO WS-YTD-GROSS-OUT
               MOVE WS-YTD-NET(WS-YTD-FOUND) TO WS-YTD-NET-DISPLAY
           END-IF.
               MOVE WS-YTD-GARN(WS-YTD-IDX) TO EMPYTD-GARNISH
               MOVE WS-YTD-EMPLOYER(WS-YTD-IDX)
                   TO EMPYTD-EMPLOYER
               MOVE WS-YTD-DEFERRAL(WS-YTD-IDX) TO EMPYTD-DEFERRAL
               MOVE WS-YTD-MATCH(WS-YTD-IDX) TO EMPYTD-MATCH
               WRITE EMPYTD-RECORD
           END-PERFORM.

           MOVE WS-BUS-DATE TO CHKREG-DATE.
           MOVE WS-NET-PAY TO CHKREG-AMOUNT.
           MOVE 'I' TO CHKREG-STATUS.
           MOVE ZEROS TO CHKREG-PAID-DATE.

           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = '35'
           WRITE CHKSEQ-RECORD.
           CLOSE CHECK-SEQUENCE.

      *> One contribution row per employee who deferred this run -
      *> employee deferral and employer match side by side.
       L700-WRITE-RETIRE-REMIT.
           IF WS-DEFERRAL-AMOUNT > 0
               ADD 1 TO WS-RETREMIT-COUNT
               MOVE SPACES TO RETIRE-REMIT-LINE
               STRING 'D' EMP-ID WS-BUS-DATE
                   WS-DEFERRAL-AMOUNT WS-MATCH-AMOUNT
                   DELIMITED BY SIZE INTO RETIRE-REMIT-LINE
               END-STRING
               WRITE RETIRE-REMIT-LINE
           END-IF.

       M200-WRITE-RETIRE-TRAILER.
           MOVE SPACES TO RETIRE-REMIT-LINE.
           STRING 'T' WS-RETREMIT-COUNT WS-TOTAL-DEFERRAL
               WS-TOTAL-MATCH
               DELIMITED BY SIZE INTO RETIRE-REMIT-LINE
           END-STRING.
           WRITE RETIRE-REMIT-LINE.

       M100-WRITE-POSPAY-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-LINE.
           STRING 'T' WS-CHECK-COUNT WS-CHECK-TOTAL
               ADD TS-HOURS TO WS-TS-HOURS(WS-TS-FOUND)
           END-IF.

      *> Hours by employee and charge code for the labor split - two
      *> lines on the same code are one charge.
           MOVE ZEROS TO WS-TC-FOUND.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-EMP-ID(WS-TC-IDX) = TS-EMP-ID
                   AND WS-TC-CODE(WS-TC-IDX) = TS-CHARGE-CODE
                   SET WS-TC-FOUND TO WS-TC-IDX
               END-IF
           END-PERFORM.

           IF WS-TC-FOUND = ZEROS
               IF WS-TC-COUNT < 999
                   ADD 1 TO WS-TC-COUNT
                   MOVE TS-EMP-ID TO WS-TC-EMP-ID(WS-TC-COUNT)
                   MOVE TS-CHARGE-CODE TO WS-TC-CODE(WS-TC-COUNT)
                   MOVE TS-HOURS TO WS-TC-HOURS(WS-TC-COUNT)
               END-IF
           ELSE
               ADD TS-HOURS TO WS-TC-HOURS(WS-TC-FOUND)
           END-IF.

      *> No LABORDFLT.DAT just means every salaried employee's cost
      *> stays on the home department.
       R200-LOAD-LABOR-DEFAULTS.
           MOVE ZEROS TO WS-LDF-COUNT.
           OPEN INPUT LABOR-DEFAULT-FILE.
           IF WS-LDF-STATUS = '00'
               READ LABOR-DEFAULT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-DEFAULTS
               END-READ

               PERFORM UNTIL WS-END-OF-DEFAULTS = 'Y'
                   OR WS-LDF-COUNT = 999
                   ADD 1 TO WS-LDF-COUNT
                   MOVE LDF-EMP-ID TO WS-LDF-EMP-ID(WS-LDF-COUNT)
                   MOVE LDF-CHARGE-CODE TO WS-LDF-CODE(WS-LDF-COUNT)
                   MOVE LDF-PCT TO WS-LDF-PCT(WS-LDF-COUNT)

                   READ LABOR-DEFAULT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-DEFAULTS
                   END-READ
               END-PERFORM

               CLOSE LABOR-DEFAULT-FILE
           END-IF.

       N000-LOAD-DEPT-NAMES.
           MOVE ZEROS TO WS-DEPT-LOADED.
           OPEN INPUT DEPT-MASTER-FILE.
               TO WS-GL-DEPT-EMPLOYER(WS-GL-FOUND).
           ADD 1 TO WS-GL-DEPT-HEADCOUNT(WS-GL-FOUND).

           PERFORM P050-DISTRIBUTE-LABOR.

      *> Hourly staff split by their timesheet lines' hours,
      *> salaried staff by their default percentages when those
      *> total 100; anyone else (including a final check with no
      *> sheet) is charged whole to the home department.
       P050-DISTRIBUTE-LABOR.
           MOVE WS-GROSS-PAY TO WS-DIST-GROSS-LEFT.
           MOVE WS-EMPLOYER-TAX TO WS-DIST-EMPR-LEFT.
           MOVE ZEROS TO WS-DIST-LINES.
           MOVE ZEROS TO WS-DIST-SEEN.
           MOVE ZEROS TO WS-DIST-BASIS.
           MOVE ZEROS TO WS-DIST-PCT-TOTAL.
           MOVE 'N' TO WS-DIST-BY.

           IF EMP-PAY-TYPE = 'H'
               PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
                   IF WS-TC-EMP-ID(WS-TC-IDX) = EMP-ID
                       ADD 1 TO WS-DIST-LINES
                       ADD WS-TC-HOURS(WS-TC-IDX) TO WS-DIST-BASIS
                   END-IF
               END-PERFORM
               IF WS-DIST-BASIS > ZEROS
                   MOVE 'H' TO WS-DIST-BY
               END-IF
           ELSE
               PERFORM VARYING WS-LDF-IDX FROM 1 BY 1
                   UNTIL WS-LDF-IDX > WS-LDF-COUNT
                   IF WS-LDF-EMP-ID(WS-LDF-IDX) = EMP-ID
                       ADD 1 TO WS-DIST-LINES
                       ADD WS-LDF-PCT(WS-LDF-IDX)
                           TO WS-DIST-PCT-TOTAL
                   END-IF
               END-PERFORM
               IF WS-DIST-PCT-TOTAL = 100
                   MOVE 'P' TO WS-DIST-BY
                   MOVE 100 TO WS-DIST-BASIS
               ELSE
               IF WS-DIST-LINES > ZEROS
                   PERFORM P090-WRITE-DIST-EXCEPTION
               END-IF
               END-IF
           END-IF.

           EVALUATE WS-DIST-BY
               WHEN 'H'
                   PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                       UNTIL WS-TC-IDX > WS-TC-COUNT
                       IF WS-TC-EMP-ID(WS-TC-IDX) = EMP-ID
                           MOVE WS-TC-CODE(WS-TC-IDX) TO WS-DIST-CODE
                           MOVE WS-TC-HOURS(WS-TC-IDX)
                               TO WS-DIST-HOURS
                           MOVE WS-TC-HOURS(WS-TC-IDX)
                               TO WS-DIST-SHARE
                           PERFORM P060-CHARGE-ONE-CODE
                       END-IF
                   END-PERFORM
               WHEN 'P'
                   PERFORM VARYING WS-LDF-IDX FROM 1 BY 1
                       UNTIL WS-LDF-IDX > WS-LDF-COUNT
                       IF WS-LDF-EMP-ID(WS-LDF-IDX) = EMP-ID
                           MOVE WS-LDF-CODE(WS-LDF-IDX)
                               TO WS-DIST-CODE
                           MOVE ZEROS TO WS-DIST-HOURS
                           MOVE WS-LDF-PCT(WS-LDF-IDX)
                               TO WS-DIST-SHARE
                           PERFORM P060-CHARGE-ONE-CODE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE 1 TO WS-DIST-LINES
                   MOVE SPACES TO WS-DIST-CODE
                   MOVE ZEROS TO WS-DIST-HOURS
                   PERFORM P060-CHARGE-ONE-CODE
           END-EVALUATE.

       P060-CHARGE-ONE-CODE.
           ADD 1 TO WS-DIST-SEEN.
           IF WS-DIST-SEEN = WS-DIST-LINES
               MOVE WS-DIST-GROSS-LEFT TO WS-DIST-GROSS
               MOVE WS-DIST-EMPR-LEFT TO WS-DIST-EMPLOYER
           ELSE
               COMPUTE WS-DIST-GROSS ROUNDED =
                   WS-GROSS-PAY * WS-DIST-SHARE / WS-DIST-BASIS
               COMPUTE WS-DIST-EMPLOYER ROUNDED =
                   WS-EMPLOYER-TAX * WS-DIST-SHARE / WS-DIST-BASIS
               IF WS-DIST-GROSS > WS-DIST-GROSS-LEFT
                   MOVE WS-DIST-GROSS-LEFT TO WS-DIST-GROSS
               END-IF
               IF WS-DIST-EMPLOYER > WS-DIST-EMPR-LEFT
                   MOVE WS-DIST-EMPR-LEFT TO WS-DIST-EMPLOYER
               END-IF
           END-IF.
           SUBTRACT WS-DIST-GROSS FROM WS-DIST-GROSS-LEFT.
           SUBTRACT WS-DIST-EMPLOYER FROM WS-DIST-EMPR-LEFT.

           MOVE ZEROS TO WS-GC-FOUND.
           PERFORM VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-GC-COUNT
               IF WS-GC-DEPT(WS-GC-IDX) = EMP-DEPT
                   AND WS-GC-CODE(WS-GC-IDX) = WS-DIST-CODE
                   SET WS-GC-FOUND TO WS-GC-IDX
               END-IF
           END-PERFORM.

           IF WS-GC-FOUND = ZEROS
               IF WS-GC-COUNT < 500
                   ADD 1 TO WS-GC-COUNT
                   MOVE WS-GC-COUNT TO WS-GC-FOUND
                   MOVE EMP-DEPT TO WS-GC-DEPT(WS-GC-FOUND)
                   MOVE WS-DIST-CODE TO WS-GC-CODE(WS-GC-FOUND)
                   MOVE ZEROS TO WS-GC-GROSS(WS-GC-FOUND)
                   MOVE ZEROS TO WS-GC-EMPLOYER(WS-GC-FOUND)
               ELSE
                   DISPLAY "GL CHARGE TABLE FULL - EMPLOYEE " EMP-ID
                       " CODE " WS-DIST-CODE " NOT POSTED"
               END-IF
           END-IF.

           IF WS-GC-FOUND NOT = ZEROS
               ADD WS-DIST-GROSS TO WS-GC-GROSS(WS-GC-FOUND)
               ADD WS-DIST-EMPLOYER TO WS-GC-EMPLOYER(WS-GC-FOUND)
           END-IF.

           IF WS-PREVIEW-MODE = 'N'
               PERFORM P070-WRITE-LABOR-DIST
           END-IF.

       P070-WRITE-LABOR-DIST.
           MOVE WS-BUS-DATE TO LABDIST-RUN-DATE.
           MOVE EMP-ID TO LABDIST-EMP-ID.
           MOVE EMP-DEPT TO LABDIST-DEPT.
           MOVE WS-DIST-CODE TO LABDIST-CHARGE-CODE.
           MOVE WS-DIST-HOURS TO LABDIST-HOURS.
           MOVE WS-DIST-GROSS TO LABDIST-GROSS.
           MOVE WS-DIST-EMPLOYER TO LABDIST-EMPLOYER.

           OPEN EXTEND LABOR-DIST-FILE.
           IF WS-LABDIST-STATUS = '35'
               OPEN OUTPUT LABOR-DIST-FILE
           END-IF.
           WRITE LABDIST-RECORD.
           CLOSE LABOR-DIST-FILE.

       P090-WRITE-DIST-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "EMPLOYEE " EMP-ID " DEFAULT DISTRIBUTION "
               WS-DIST-PCT-TOTAL "% - CHARGED TO HOME DEPT"
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-STRING.
           IF WS-PREVIEW-MODE = 'Y'
               MOVE EXCEPTION-REPORT-LINE TO PAYROLL-REPORT-LINE
               WRITE PAYROLL-REPORT-LINE
           ELSE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

      *> Debits are the salary and payroll tax expenses by
      *> department and charge code (the code follows the amount -
      *> blank for cost left on the home department); credits are
      *> what the money became - tax withheld, the 5% deduction,
      *> insurance deducted, retirement contributions owed to the
      *> plan, and net pay owed to employees. The two sides must
      *> prove equal before finance takes the file.
       Q000-WRITE-GL-POSTING.
           OPEN OUTPUT GL-POSTING-FILE.

           MOVE "ACCT ACCOUNT              DEPT AMOUNT      CHARGE"
               TO GL-POSTING-LINE.
           WRITE GL-POSTING-LINE.

           MOVE ZEROS TO WS-GL-DEBITS.
           PERFORM VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-GC-COUNT
               ADD WS-GC-GROSS(WS-GC-IDX) TO WS-GL-DEBITS
               MOVE SPACES TO GL-POSTING-LINE
               STRING "DR   SALARY EXPENSE      "
                   WS-GC-DEPT(WS-GC-IDX) ' '
                   WS-GC-GROSS(WS-GC-IDX) ' '
                   WS-GC-CODE(WS-GC-IDX)
                   DELIMITED BY SIZE INTO GL-POSTING-LINE
               END-STRING
               WRITE GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

      *> Employer tax follows the salary it was figured on.
           PERFORM VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-GC-COUNT
               ADD WS-GC-EMPLOYER(WS-GC-IDX) TO WS-GL-DEBITS
               MOVE SPACES TO GL-POSTING-LINE
               STRING "DR   PAYROLL TAX EXPENSE "
                   WS-GC-DEPT(WS-GC-IDX) '   '
                   WS-GC-EMPLOYER(WS-GC-IDX) ' '
                   WS-GC-CODE(WS-GC-IDX)
                   DELIMITED BY SIZE INTO GL-POSTING-LINE
               END-STRING
               WRITE GL-POSTING-LINE
           END-PERFORM.

      *> The employer match is company expense; deferrals withheld
      *> and the match are both owed to the plan in one remittance.
           MOVE SPACES TO GL-POSTING-LINE.
           STRING "DR   RETIREMENT MATCH EXPENSE " WS-TOTAL-MATCH
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.
           ADD WS-TOTAL-MATCH TO WS-GL-DEBITS.

           COMPUTE WS-TOTAL-PLAN-PAYABLE =
               WS-TOTAL-DEFERRAL + WS-TOTAL-MATCH.
           MOVE SPACES TO GL-POSTING-LINE.
           STRING "CR   RETIREMENT PLAN PAYABLE  "
               WS-TOTAL-PLAN-PAYABLE
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

      *> Non-taxable adjustments reached net pay without passing
      *> through gross - this clearing debit (negative for void

           COMPUTE WS-GL-CREDITS = WS-TOTAL-TAX + WS-TOTAL-DEDUCT
               + WS-TOTAL-INSUR + WS-TOTAL-GARNISH
               + WS-TOTAL-EMPLOYER + WS-TOTAL-PLAN-PAYABLE
               + WS-TOTAL-NET.
           MOVE WS-GL-CREDITS TO WS-GL-CREDITS-DISPLAY.

           MOVE SPACES TO GL-POSTING-LINE.
               ELSE
                   MOVE WS-ADJ-TAXABLE-AMT TO WS-GROSS-PAY
               END-IF
               MOVE ZEROS TO WS-DEFERRAL-AMOUNT
               MOVE ZEROS TO WS-MATCH-AMOUNT
               MOVE WS-GROSS-PAY TO WS-TAXABLE-GROSS
               MOVE 12 TO WS-PERIODS-PER-YEAR
               PERFORM G000-COMPUTE-PROGRESSIVE-TAX
               PERFORM G200-COMPUTE-EMPLOYER-MATCH
               ADD WS-EMPLOYER-TAX TO WS-TOTAL-EMPLOYER
               IF WS-PREVIEW-MODE = 'N'
                   PERFORM G300-WRITE-TAX-HISTORY
               END-IF
               MOVE ZEROS TO WS-DEDUCTION-AMOUNT
               MOVE ZEROS TO WS-INSURANCE-DEDUCTION
               MOVE ZEROS TO WS-GARNISH-AMOUNT
               PERFORM P000-ACCUMULATE-GL-DEPT
               MOVE WS-NET-PAY TO WS-NET-PAY-DISPLAY
               PERFORM I000-ROLL-YTD
               IF WS-PREVIEW-MODE = 'N'
                   PERFORM P800-WRITE-RUN-HISTORY
                   PERFORM L000-WRITE-BANK-DETAIL
               END-IF

               MOVE SPACES TO PAYROLL-REPORT-LINE
               STRING EMP-ID ' ' EMP-FIRST-NAME ' ' EMP-LAST-NAME
                   DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
               END-STRING
               WRITE PAYROLL-REPORT-LINE
               IF WS-PREVIEW-MODE = 'Y'
                   PERFORM P500-COMPARE-LAST-PERIOD
               END-IF
           END-IF.

       X000-REWRITE-LEAVE-BALANCES.
      *> The employer match - same annualize, band, and divide-back
      *> arithmetic as withholding, from its own rate table. It costs
      *> the company, not the employee: it never touches net pay.
      *> It is figured on full gross - a retirement deferral lowers
      *> withholding wages only.
       G200-COMPUTE-EMPLOYER-MATCH.
           MOVE ZEROS TO WS-ANNUAL-EMPLOYER.
           COMPUTE WS-ANNUAL-GROSS =
               WS-GROSS-PAY * WS-PERIODS-PER-YEAR.

           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-EMPR-COUNT
           WRITE TAXHIST-RECORD.
           CLOSE TAX-HISTORY-FILE.

      *> No plan file means no retirement plan - elections on file
      *> are not taken and nothing goes to the recordkeeper.
       F700-LOAD-RETIREMENT-PLAN.
           MOVE 'N' TO WS-PLAN-ON-FILE.
           OPEN INPUT RETIRE-PLAN-FILE.
           IF WS-RETPLAN-STATUS = '00'
               READ RETIRE-PLAN-FILE
                   AT END MOVE 'N' TO WS-PLAN-ON-FILE
                   NOT AT END MOVE 'Y' TO WS-PLAN-ON-FILE
               END-READ
               CLOSE RETIRE-PLAN-FILE
           END-IF.

           IF WS-PLAN-ON-FILE = 'Y'
               MOVE RETPLAN-ANNUAL-LIMIT TO WS-PLAN-ANNUAL-LIMIT
               MOVE RETPLAN-MATCH-RATE-1 TO WS-PLAN-MATCH-RATE-1
               MOVE RETPLAN-MATCH-UPTO-1 TO WS-PLAN-MATCH-UPTO-1
               MOVE RETPLAN-MATCH-RATE-2 TO WS-PLAN-MATCH-RATE-2
               MOVE RETPLAN-MATCH-UPTO-2 TO WS-PLAN-MATCH-UPTO-2
           ELSE
               DISPLAY "NO RETIREMENT PLAN ON FILE - NO DEFERRALS "
                   "TAKEN THIS RUN"
           END-IF.

      *> Missing election file just means nobody has enrolled.
       F800-LOAD-DEFERRAL-ELECTIONS.
           MOVE ZEROS TO WS-RETELECT-COUNT.
           OPEN INPUT RETIRE-ELECT-FILE.
           IF WS-RETELECT-STATUS = '00'
               READ RETIRE-ELECT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-RETELECT
               END-READ

               PERFORM UNTIL WS-END-OF-RETELECT = 'Y'
                   OR WS-RETELECT-COUNT = 999
                   ADD 1 TO WS-RETELECT-COUNT
                   MOVE RETELECT-EMP-ID
                       TO WS-RE-EMP-ID(WS-RETELECT-COUNT)
                   MOVE RETELECT-PCT TO WS-RE-PCT(WS-RETELECT-COUNT)

                   READ RETIRE-ELECT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-RETELECT
                   END-READ
               END-PERFORM

               CLOSE RETIRE-ELECT-FILE
           END-IF.

      *> The elected percentage of this period's gross, cut back to
      *> whatever room is left under the annual limit after the
      *> deferrals already rolled into this year's YTD row - once the
      *> limit is met the election takes nothing more this year.
       G050-COMPUTE-DEFERRAL.
           MOVE ZEROS TO WS-DEFERRAL-AMOUNT.
           MOVE ZEROS TO WS-RE-FOUND.
           IF WS-PLAN-ON-FILE = 'Y'
               PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RETELECT-COUNT
                   IF WS-RE-EMP-ID(WS-RE-IDX) = EMP-ID
                       SET WS-RE-FOUND TO WS-RE-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-RE-FOUND NOT = ZEROS
               IF WS-RE-PCT(WS-RE-FOUND) = ZEROS
                   MOVE ZEROS TO WS-RE-FOUND
               END-IF
           END-IF.

           IF WS-RE-FOUND NOT = ZEROS
               COMPUTE WS-DEFERRAL-AMOUNT ROUNDED =
                   WS-GROSS-PAY * WS-RE-PCT(WS-RE-FOUND) / 100

               MOVE WS-PLAN-ANNUAL-LIMIT TO WS-DEFERRAL-ROOM
               PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
                   IF WS-YTD-EMP-ID(WS-YTD-IDX) = EMP-ID
                       COMPUTE WS-DEFERRAL-ROOM =
                           WS-PLAN-ANNUAL-LIMIT
                           - WS-YTD-DEFERRAL(WS-YTD-IDX)
                   END-IF
               END-PERFORM

               IF WS-DEFERRAL-ROOM <= 0
                   MOVE ZEROS TO WS-DEFERRAL-AMOUNT
               ELSE
               IF WS-DEFERRAL-AMOUNT > WS-DEFERRAL-ROOM
                   MOVE WS-DEFERRAL-ROOM TO WS-DEFERRAL-AMOUNT
                   ADD 1 TO WS-LIMIT-REACHED-COUNT
                   DISPLAY "RETIREMENT DEFERRAL LIMIT REACHED FOR "
                       "EMPLOYEE " EMP-ID
               END-IF
               END-IF
           END-IF.

      *> Employer match on the plan's two-tier formula - the first
      *> tier's rate on the deferral up to its percentage of gross,
      *> the second tier's rate on the deferral over that up to its
      *> own percentage. No deferral, no match, so the match stops
      *> with the deferral at the annual limit.
       G100-COMPUTE-PLAN-MATCH.
           MOVE ZEROS TO WS-MATCH-AMOUNT.
           IF WS-DEFERRAL-AMOUNT > 0
               COMPUTE WS-MATCH-TIER ROUNDED =
                   WS-GROSS-PAY * WS-PLAN-MATCH-UPTO-1 / 100
               IF WS-DEFERRAL-AMOUNT < WS-MATCH-TIER
                   MOVE WS-DEFERRAL-AMOUNT TO WS-MATCH-BASE
               ELSE
                   MOVE WS-MATCH-TIER TO WS-MATCH-BASE
               END-IF
               COMPUTE WS-MATCH-AMOUNT ROUNDED =
                   WS-MATCH-BASE * WS-PLAN-MATCH-RATE-1

               COMPUTE WS-MATCH-BASE =
                   WS-DEFERRAL-AMOUNT - WS-MATCH-BASE
               COMPUTE WS-MATCH-TIER ROUNDED =
                   WS-GROSS-PAY * WS-PLAN-MATCH-UPTO-2 / 100
               IF WS-MATCH-BASE > WS-MATCH-TIER
                   MOVE WS-MATCH-TIER TO WS-MATCH-BASE
               END-IF
               COMPUTE WS-MATCH-AMOUNT ROUNDED =
                   WS-MATCH-AMOUNT
                   + WS-MATCH-BASE * WS-PLAN-MATCH-RATE-2
           END-IF.

      *> Missing garnishment file just means no orders on hand.
       T000-LOAD-GARNISHMENTS.
           MOVE ZEROS TO WS-GARN-COUNT.
                   WS-GN-TYPE(WS-GARN-SUB) ' ' WS-GARN-WANTED
                   DELIMITED BY SIZE INTO GARNISH-REMIT-LINE
               END-STRING
               IF WS-PREVIEW-MODE = 'N'
                   WRITE GARNISH-REMIT-LINE
               END-IF
           END-IF.

      *> Balances count down across runs - the updated orders go
