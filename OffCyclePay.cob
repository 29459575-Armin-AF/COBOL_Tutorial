       IDENTIFICATION DIVISION.
       PROGRAM-ID. OffCyclePay.

      *> Off-cycle payroll run - pays the one-time payments keyed on
      *> OFFCYCLE.DAT (bonuses, staff commissions, replacement pay
      *> for someone missed in the regular run) without waiting for
      *> the next EmployeePayroll cycle or going outside the system.
      *> Bonus and commission pay is withheld at the flat
      *> supplemental rate on SUPPTAX.DAT; replacement pay goes
      *> through the TAXBRACKETS.DAT bands like the check it
      *> replaces. Recurring deductions - the standard deduction,
      *> group insurance premium and garnishment orders - are only
      *> taken from a payment flagged for them. Net pay goes out the
      *> same two ways as the regular run: a deposit row on the
      *> off-cycle bank extract (data/OFFBANK.TXT) for employees with
      *> bank details, otherwise a numbered check from the payroll
      *> CHKSEQ series on the check register and an off-cycle
      *> positive-pay file (data/OFFPOSPAY.TXT). YTD accumulators,
      *> tax history, a balanced GL posting file (data/OFFGLPOST.TXT)
      *> and department actuals are all updated, so quarter-end and
      *> year-end tie out with the off-cycle money included. Each
      *> paid reference is recorded on data/OFFCYCCTL.DAT - a rerun
      *> never pays the same row twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFCYCLE-FILE ASSIGN TO 'OFFCYCLE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCYC-STATUS.

      *> Off-cycle run-control - one row per reference paid, the
      *> same discipline as the regular run's PAYCTL.
           SELECT OFFCYCLE-CONTROL-FILE ASSIGN TO 'data/OFFCYCCTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCTL-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

      *> Dated generation per run (stable data/OFFCYCLE.TXT copy kept
      *> by the shared ReportGen module).
           SELECT OFFCYCLE-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT TAX-BRACKET-FILE ASSIGN TO 'TAXBRACKETS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT SUPP-TAX-FILE ASSIGN TO 'SUPPTAX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPTAX-STATUS.

           SELECT EMPLOYER-TAX-FILE ASSIGN TO 'EMPRTAX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRTAX-STATUS.

           SELECT YTD-FILE ASSIGN TO 'data/EMPYTD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT TAX-HISTORY-FILE ASSIGN TO 'data/TAXHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXHIST-STATUS.

           SELECT BANK-FILE ASSIGN TO 'data/EMPBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-STATUS.

      *> Same 'D' detail / 'T' trailer layouts as the regular run's
      *> data/BANKPAY.TXT and data/POSPAY.TXT, in files of their own
      *> so tonight's regular run does not overwrite them.
           SELECT BANK-EXTRACT-FILE ASSIGN TO 'data/OFFBANK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANKPAY-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'data/CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKREG-STATUS.

           SELECT CHECK-SEQUENCE ASSIGN TO 'data/CHKSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKSEQ-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'data/OFFPOSPAY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT GARNISH-FILE ASSIGN TO 'data/GARNISH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNISH-STATUS.

           SELECT GARNISH-REMIT-FILE ASSIGN TO 'data/OFFGARNREMIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMIT-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO 'data/OFFGLPOST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT DEPT-ACTUALS-FILE ASSIGN TO 'data/PAYDEPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYDEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFCYCLE-FILE.
       COPY OFFCYC.

       FD  OFFCYCLE-CONTROL-FILE.
       01  OFFCTL-RECORD.
           05  OFFCTL-REFERENCE        PIC X(8).
           05  OFFCTL-PAID-DATE        PIC 9(8).

       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  OFFCYCLE-REPORT-FILE.
       01  OFFCYCLE-REPORT-LINE         PIC X(132).

       FD  TAX-BRACKET-FILE.
       COPY TAXBRKT.

       FD  SUPP-TAX-FILE.
       COPY SUPPTAX.

       FD  EMPLOYER-TAX-FILE.
       COPY EMPRTAX.

       FD  YTD-FILE.
       COPY EMPYTD.

       FD  TAX-HISTORY-FILE.
       COPY TAXHIST.

       FD  BANK-FILE.
       COPY EMPBANK.

       FD  BANK-EXTRACT-FILE.
       01  BANK-EXTRACT-LINE            PIC X(40).

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  CHECK-SEQUENCE.
       COPY CHKSEQ.

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE            PIC X(30).

       FD  ENROLLMENT-FILE.
       COPY EMPENROLL.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  GARNISH-FILE.
       COPY GARNISH.

       FD  GARNISH-REMIT-FILE.
       01  GARNISH-REMIT-LINE           PIC X(70).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-LINE              PIC X(60).

       FD  DEPT-ACTUALS-FILE.
       COPY PAYDEPT.

       WORKING-STORAGE SECTION.
       01 WS-OFFCYC-STATUS PIC X(2) VALUE '00'.
       01 WS-OFFCTL-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-TAX-STATUS PIC X(2) VALUE '00'.
       01 WS-SUPPTAX-STATUS PIC X(2) VALUE '00'.
       01 WS-EMPRTAX-STATUS PIC X(2) VALUE '00'.
       01 WS-YTD-STATUS PIC X(2) VALUE '00'.
       01 WS-TAXHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-BANK-STATUS PIC X(2) VALUE '00'.
       01 WS-BANKPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-CHKREG-STATUS PIC X(2) VALUE '00'.
       01 WS-CHKSEQ-STATUS PIC X(2) VALUE '00'.
       01 WS-POSPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-ENROLL-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-GARNISH-STATUS PIC X(2) VALUE '00'.
       01 WS-REMIT-STATUS PIC X(2) VALUE '00'.
       01 WS-GL-STATUS PIC X(2) VALUE '00'.
       01 WS-PAYDEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-OFFCYC PIC X(1) VALUE 'N'.
       01 WS-END-OF-OFFCTL PIC X(1) VALUE 'N'.
       01 WS-END-OF-BRACKETS PIC X(1) VALUE 'N'.
       01 WS-END-OF-EMPRTAX PIC X(1) VALUE 'N'.
       01 WS-END-OF-YTD PIC X(1) VALUE 'N'.
       01 WS-END-OF-BANK PIC X(1) VALUE 'N'.
       01 WS-END-OF-ENROLL PIC X(1) VALUE 'N'.
       01 WS-END-OF-GARNISH PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-RUN-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/OFFCYCLE.TXT'.
       01 WS-HOLD-REASON PIC X(30) VALUE SPACES.
       01 WS-PAY-TYPE-TEXT PIC X(11) VALUE SPACES.
       01 WS-PAID-BY-TEXT PIC X(10) VALUE SPACES.

      *> References this run pays - appended to the control file at
      *> end-of-job. Earlier runs' references are looked up on the
      *> control file itself, payment by payment, so its size is
      *> never a limit.
       01 WS-PAID-REF-TABLE.
           05 WS-PR-ENTRY OCCURS 999 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-REFERENCE       PIC X(8).
       01 WS-PAID-REF-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-REF-PAID PIC X(1) VALUE 'N'.
       01 WS-OFFCYC-ROWS PIC 9(5) VALUE ZEROS.

      *> Withholding rules - the regular run's bracket table for
      *> replacement pay, the flat supplemental rate for the rest,
      *> and the employer-side rate bands.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 20 TIMES INDEXED BY WS-TAX-IDX.
               10 WS-BRACKET-LOW        PIC 9(7).
               10 WS-BRACKET-HIGH       PIC 9(7).
               10 WS-BRACKET-RATE       PIC V99.
       01 WS-BRACKET-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-SUPP-RATE PIC V99 VALUE ZEROS.
       01 WS-EMPR-TABLE.
           05 WS-ER-ENTRY OCCURS 20 TIMES INDEXED BY WS-ER-IDX.
               10 WS-ER-LOW             PIC 9(7).
               10 WS-ER-HIGH            PIC 9(7).
               10 WS-ER-RATE            PIC V99.
       01 WS-EMPR-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-PERIODS-PER-YEAR PIC 9(2) VALUE 12.
       01 WS-ANNUAL-GROSS PIC 9(9)V99 VALUE ZEROS.
       01 WS-ANNUAL-TAX PIC 9(9)V99 VALUE ZEROS.
       01 WS-BAND-TOP PIC 9(7)V99 VALUE ZEROS.
       01 WS-BAND-PORTION PIC 9(7)V99 VALUE ZEROS.
       01 WS-YTD-AFTER PIC 9(9)V99 VALUE ZEROS.
       01 WS-EMPR-RATE PIC V99 VALUE ZEROS.

      *> This payment's figures.
       01 WS-GROSS-PAY PIC 9(7)V99 VALUE ZEROS.
       01 WS-TAX-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-EMPLOYER-TAX PIC 9(7)V99 VALUE ZEROS.
       01 WS-DEDUCTION-RATE PIC V99 VALUE .05.
       01 WS-DEDUCTION-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-INSURANCE-DEDUCTION PIC 9(7)V99 VALUE ZEROS.
       01 WS-GARNISH-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-NET-PAY PIC S9(7)V99 VALUE ZEROS.
       01 WS-NET-BEFORE-GARNISH PIC S9(7)V99 VALUE ZEROS.
       01 WS-GROSS-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-TAX-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-DEDUCT-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-INSUR-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-GARN-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-NET-DISPLAY PIC Z(6)9.99 VALUE ZEROS.

      *> Coverage-tier factors - the same scaling the regular run
      *> deducts the group premium at.
       01 WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-ENROLL-IDX.
               10 WS-ENROLL-EMP-ID       PIC 9(5).
               10 WS-ENROLL-POLICY-NUM   PIC 9(7).
               10 WS-ENROLL-TIER-CODE    PIC X(1).
       01 WS-ENROLL-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-ENROLLED-FOUND PIC X(1) VALUE 'N'.
       01 WS-POLICY-MASTER-OPEN PIC X(1) VALUE 'N'.
       01 WS-TIER-FACTOR PIC 9V99 VALUE 1.00.
       01 WS-TIER-FACTOR-S PIC 9V99 VALUE 1.50.
       01 WS-TIER-FACTOR-F PIC 9V99 VALUE 2.00.
       01 WS-WORK-TIER PIC X(1) VALUE 'E'.

      *> Garnishment orders - applied and counted down exactly as the
      *> regular run does, rewritten at end-of-job when any applied.
       01 WS-GARN-TABLE.
           05 WS-GN-ENTRY OCCURS 200 TIMES INDEXED BY WS-GN-IDX.
               10 WS-GN-EMP-ID          PIC 9(5).
               10 WS-GN-TYPE            PIC X(8).
               10 WS-GN-PRIORITY        PIC 9(1).
               10 WS-GN-AMOUNT          PIC 9(5)V99.
               10 WS-GN-PCT             PIC V99.
               10 WS-GN-BALANCE         PIC 9(7)V99.
               10 WS-GN-PAYEE           PIC X(20).
       01 WS-GARN-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-GARN-SUB PIC 9(3) VALUE ZEROS.
       01 WS-GARN-PRIO PIC 9(2) VALUE ZEROS.
       01 WS-GARN-CAP-PCT PIC V99 VALUE .25.
       01 WS-DISPOSABLE PIC S9(7)V99 VALUE ZEROS.
       01 WS-GARN-CAP PIC 9(7)V99 VALUE ZEROS.
       01 WS-GARN-WANTED PIC 9(7)V99 VALUE ZEROS.
       01 WS-GARN-ROOM PIC 9(7)V99 VALUE ZEROS.
       01 WS-GARN-APPLIED PIC X(1) VALUE 'N'.

      *> YTD rows for every year on file - only the current year's
      *> row for a paid employee changes.
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 999 TIMES INDEXED BY WS-YTD-IDX.
               10 WS-YTD-EMP-ID          PIC 9(5).
               10 WS-YTD-YEAR            PIC 9(4).
               10 WS-YTD-GROSS           PIC 9(9)V99.
               10 WS-YTD-TAX             PIC 9(9)V99.
               10 WS-YTD-DEDUCT          PIC 9(9)V99.
               10 WS-YTD-INSUR           PIC 9(9)V99.
               10 WS-YTD-NET             PIC S9(9)V99.
               10 WS-YTD-GARN            PIC 9(9)V99.
               10 WS-YTD-EMPLOYER        PIC 9(9)V99.
               10 WS-YTD-DEFERRAL        PIC 9(9)V99.
               10 WS-YTD-MATCH           PIC 9(9)V99.
       01 WS-YTD-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-YTD-FOUND PIC 9(3) VALUE ZEROS.

       01 WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 999 TIMES INDEXED BY WS-BANK-IDX.
               10 WS-BANK-EMP-ID         PIC 9(5).
               10 WS-BANK-ROUTING        PIC 9(9).
               10 WS-BANK-ACCOUNT        PIC X(12).
       01 WS-BANK-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-BANK-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-DEPOSIT-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-DEPOSIT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DEPOSIT-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-NEXT-CHECK-NUMBER PIC 9(6) VALUE ZEROS.
       01 WS-CHECK-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHECK-TOTAL PIC 9(9)V99 VALUE ZEROS.

      *> Department gross and employer cost for the GL debits and
      *> the department actuals rows.
       01 WS-GL-DEPT-TABLE.
           05 WS-GL-DEPT-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-GL-IDX.
               10 WS-GL-DEPT-CODE        PIC X(4).
               10 WS-GL-DEPT-GROSS       PIC 9(9)V99.
               10 WS-GL-DEPT-EMPLOYER    PIC 9(7)V99.
       01 WS-GL-DEPT-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-GL-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-GL-DEBITS PIC 9(11)V99 VALUE ZEROS.
       01 WS-GL-CREDITS PIC 9(11)V99 VALUE ZEROS.
       01 WS-GL-DEBITS-DISPLAY PIC Z(10)9.99 VALUE ZEROS.
       01 WS-GL-CREDITS-DISPLAY PIC Z(10)9.99 VALUE ZEROS.

       01 WS-PAID-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-GROSS PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-TAX PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-DEDUCT PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-INSUR PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-GARNISH PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-EMPLOYER PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-NET PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-NET-DISPLAY PIC -(10)9.99 VALUE ZEROS.

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
           MOVE WS-BUS-DATE(1:4) TO WS-RUN-YEAR.

           OPEN INPUT OFFCYCLE-FILE.
           IF WS-OFFCYC-STATUS = '35'
               DISPLAY "NO OFF-CYCLE PAYMENTS ON FILE, NOTHING TO PAY"
               STOP RUN
           END-IF.
           IF WS-OFFCYC-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN OFFCYCLE.DAT, STATUS: "
                   WS-OFFCYC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-COUNT-PAYMENTS.
           IF WS-OFFCYC-ROWS > 999
               DISPLAY "OFFCYCLE.DAT OVER 999 ROWS - NOTHING PAID"
               CLOSE OFFCYCLE-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM F000-LOAD-TAX-BRACKETS.
           PERFORM F100-LOAD-SUPP-RATE.
           PERFORM F500-LOAD-EMPLOYER-RATES.
           PERFORM H000-LOAD-YTD.
           PERFORM K000-LOAD-BANK-DETAILS.
           PERFORM T000-LOAD-GARNISHMENTS.
           PERFORM E000-LOAD-ENROLLMENTS.

      *>   The YTD and garnishment files are written back whole at
      *>   end of job, so rows past either table would be lost.
           IF WS-YTD-COUNT = 999 AND WS-END-OF-YTD = 'N'
               DISPLAY "EMPYTD.DAT OVER 999 ROWS - NOTHING PAID"
               CLOSE OFFCYCLE-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GARN-COUNT = 200 AND WS-END-OF-GARNISH = 'N'
               DISPLAY "GARNISH.DAT OVER 200 ROWS - NOTHING PAID"
               CLOSE OFFCYCLE-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS: "
                   WS-EMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "data/OFFCYCLE-" WS-BUS-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT OFFCYCLE-REPORT-FILE.
           OPEN OUTPUT BANK-EXTRACT-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT GARNISH-REMIT-FILE.
           MOVE "EMP-ID PAYEE                ORDER    AMOUNT"
               TO GARNISH-REMIT-LINE.
           WRITE GARNISH-REMIT-LINE.

           MOVE SPACES TO OFFCYCLE-REPORT-LINE.
           STRING "OFF-CYCLE PAYROLL RUN " WS-BUS-DATE
               "   SUPPLEMENTAL RATE ." WS-SUPP-RATE
               DELIMITED BY SIZE INTO OFFCYCLE-REPORT-LINE
           END-STRING.
           WRITE OFFCYCLE-REPORT-LINE.
           MOVE SPACES TO OFFCYCLE-REPORT-LINE.
           STRING "REF      EMP-ID NAME                 TYPE       "
               "      GROSS        TAX     DEDUCT      INSUR"
               "    GARNISH        NET PAID BY"
               DELIMITED BY SIZE INTO OFFCYCLE-REPORT-LINE
           END-STRING.
           WRITE OFFCYCLE-REPORT-LINE.

           READ OFFCYCLE-FILE
               AT END MOVE 'Y' TO WS-END-OF-OFFCYC
           END-READ.

           PERFORM UNTIL WS-END-OF-OFFCYC = 'Y'
               PERFORM C000-PAY-ONE-PAYMENT

               READ OFFCYCLE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-OFFCYC
               END-READ
           END-PERFORM.

           CLOSE OFFCYCLE-FILE.
           CLOSE EMPLOYEE-FILE.
           IF WS-POLICY-MASTER-OPEN = 'Y'
               CLOSE POLICY-MASTER
           END-IF.

           MOVE WS-TOTAL-NET TO WS-TOTAL-NET-DISPLAY.
           MOVE SPACES TO OFFCYCLE-REPORT-LINE.
           WRITE OFFCYCLE-REPORT-LINE.
           STRING "PAYMENTS MADE: " WS-PAID-COUNT
               "  HELD: " WS-HELD-COUNT
               "  ALREADY PAID, SKIPPED: " WS-SKIPPED-COUNT
               "  TOTAL GROSS: " WS-TOTAL-GROSS
               "  TOTAL NET: " WS-TOTAL-NET-DISPLAY
               DELIMITED BY SIZE INTO OFFCYCLE-REPORT-LINE
           END-STRING.
           WRITE OFFCYCLE-REPORT-LINE.
           CLOSE OFFCYCLE-REPORT-FILE.
           CALL 'ReportGen' USING WS-BUS-DATE WS-REPORT-FILENAME
               WS-REPORT-STABLE.

           PERFORM M000-WRITE-BANK-TRAILER.
           CLOSE BANK-EXTRACT-FILE.
           PERFORM M100-WRITE-POSPAY-TRAILER.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE GARNISH-REMIT-FILE.

           IF WS-PAID-COUNT > 0
               IF WS-GARN-APPLIED = 'Y'
                   PERFORM U000-REWRITE-GARNISHMENTS
               END-IF
               PERFORM J000-REWRITE-YTD
               PERFORM B100-RECORD-PAID-REFERENCES
               PERFORM Q000-WRITE-GL-POSTING
               PERFORM Q500-WRITE-DEPT-ACTUALS
           END-IF.

           DISPLAY "OFF-CYCLE PAYMENTS MADE: " WS-PAID-COUNT.
           IF WS-HELD-COUNT > 0
               DISPLAY "OFF-CYCLE PAYMENTS HELD: " WS-HELD-COUNT
                   " - SEE " WS-REPORT-FILENAME
           END-IF.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "ALREADY PAID, SKIPPED: " WS-SKIPPED-COUNT
           END-IF.
           DISPLAY "DEPOSITS: " WS-DEPOSIT-COUNT
               " TOTAL " WS-DEPOSIT-TOTAL.
           DISPLAY "CHECKS ISSUED: " WS-CHECK-COUNT
               " TOTAL " WS-CHECK-TOTAL.
           STOP RUN.

      *> Tonight's payments are counted before anything is paid -
      *> the run's own paid references are held in a table of 999,
      *> and a file too big for it is refused whole rather than
      *> paid in part.
       B000-COUNT-PAYMENTS.
           MOVE ZEROS TO WS-OFFCYC-ROWS.
           READ OFFCYCLE-FILE
               AT END MOVE 'Y' TO WS-END-OF-OFFCYC
           END-READ.

           PERFORM UNTIL WS-END-OF-OFFCYC = 'Y'
               ADD 1 TO WS-OFFCYC-ROWS

               READ OFFCYCLE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-OFFCYC
               END-READ
           END-PERFORM.

           CLOSE OFFCYCLE-FILE.
           OPEN INPUT OFFCYCLE-FILE.
           MOVE 'N' TO WS-END-OF-OFFCYC.

       B100-RECORD-PAID-REFERENCES.
           OPEN EXTEND OFFCYCLE-CONTROL-FILE.
           IF WS-OFFCTL-STATUS = '35'
               OPEN OUTPUT OFFCYCLE-CONTROL-FILE
           END-IF.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAID-REF-COUNT
               MOVE WS-PR-REFERENCE(WS-PR-IDX) TO OFFCTL-REFERENCE
               MOVE WS-BUS-DATE TO OFFCTL-PAID-DATE
               WRITE OFFCTL-RECORD
           END-PERFORM.
           CLOSE OFFCYCLE-CONTROL-FILE.

      *> Paid tonight (a reference keyed twice) or on the control
      *> file from an earlier run. No control file yet just means no
      *> off-cycle run has paid anything.
       B200-CHECK-REFERENCE-PAID.
           MOVE 'N' TO WS-REF-PAID.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAID-REF-COUNT
               IF WS-PR-REFERENCE(WS-PR-IDX) = OFFC-REFERENCE
                   MOVE 'Y' TO WS-REF-PAID
               END-IF
           END-PERFORM.

           IF WS-REF-PAID = 'N'
               OPEN INPUT OFFCYCLE-CONTROL-FILE
               IF WS-OFFCTL-STATUS = '00'
                   MOVE 'N' TO WS-END-OF-OFFCTL
                   READ OFFCYCLE-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-END-OF-OFFCTL
                   END-READ

                   PERFORM UNTIL WS-END-OF-OFFCTL = 'Y'
                       OR WS-REF-PAID = 'Y'
                       IF OFFCTL-REFERENCE = OFFC-REFERENCE
                           MOVE 'Y' TO WS-REF-PAID
                       END-IF

                       READ OFFCYCLE-CONTROL-FILE
                           AT END MOVE 'Y' TO WS-END-OF-OFFCTL
                       END-READ
                   END-PERFORM

                   CLOSE OFFCYCLE-CONTROL-FILE
               END-IF
           END-IF.

      *> A payment is held - left unpaid on the file for payroll to
      *> correct and rerun - when its employee is not on the master,
      *> its type or amount is unusable, or the deductions asked for
      *> would leave nothing to pay.
       C000-PAY-ONE-PAYMENT.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM B200-CHECK-REFERENCE-PAID.
           IF WS-REF-PAID = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE OFFC-EMP-ID TO WS-EMP-REL-KEY
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "NOT ON EMPLOYEE MASTER" TO WS-HOLD-REASON
               END-READ
               EVALUATE TRUE
                   WHEN WS-HOLD-REASON NOT = SPACES
                       CONTINUE
                   WHEN OFFC-AMOUNT IS NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO WS-HOLD-REASON
                   WHEN OFFC-AMOUNT = ZEROS
                       MOVE "ZERO AMOUNT" TO WS-HOLD-REASON
                   WHEN OFFC-PAY-TYPE NOT = 'B'
                       AND OFFC-PAY-TYPE NOT = 'C'
                       AND OFFC-PAY-TYPE NOT = 'R'
                       MOVE "UNKNOWN PAY TYPE" TO WS-HOLD-REASON
                   WHEN OTHER
                       PERFORM D000-COMPUTE-PAYMENT
               END-EVALUATE

               IF WS-HOLD-REASON NOT = SPACES
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO OFFCYCLE-REPORT-LINE
                   STRING "HELD: " OFFC-REFERENCE " EMPLOYEE "
                       OFFC-EMP-ID " - " WS-HOLD-REASON
                       DELIMITED BY SIZE INTO OFFCYCLE-REPORT-LINE
                   END-STRING
                   WRITE OFFCYCLE-REPORT-LINE
               ELSE
                   PERFORM C100-ISSUE-PAYMENT
               END-IF
           END-IF.

       C100-ISSUE-PAYMENT.
           PERFORM I000-ROLL-YTD.
           PERFORM G300-WRITE-TAX-HISTORY.
           PERFORM L000-WRITE-BANK-DETAIL.
           PERFORM P000-ACCUMULATE-GL-DEPT.

           ADD 1 TO WS-PAID-COUNT.
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX.
           ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-DEDUCT.
           ADD WS-INSURANCE-DEDUCTION TO WS-TOTAL-INSUR.
           ADD WS-GARNISH-AMOUNT TO WS-TOTAL-GARNISH.
           ADD WS-EMPLOYER-TAX TO WS-TOTAL-EMPLOYER.
           ADD WS-NET-PAY TO WS-TOTAL-NET.

           ADD 1 TO WS-PAID-REF-COUNT.
           MOVE OFFC-REFERENCE TO WS-PR-REFERENCE(WS-PAID-REF-COUNT).

           EVALUATE OFFC-PAY-TYPE
               WHEN 'B'
                   MOVE "BONUS" TO WS-PAY-TYPE-TEXT
               WHEN 'C'
                   MOVE "COMMISSION" TO WS-PAY-TYPE-TEXT
               WHEN OTHER
                   MOVE "REPLACEMENT" TO WS-PAY-TYPE-TEXT
           END-EVALUATE.
           MOVE WS-GROSS-PAY TO WS-GROSS-DISPLAY.
           MOVE WS-TAX-AMOUNT TO WS-TAX-DISPLAY.
           MOVE WS-DEDUCTION-AMOUNT TO WS-DEDUCT-DISPLAY.
           MOVE WS-INSURANCE-DEDUCTION TO WS-INSUR-DISPLAY.
           MOVE WS-GARNISH-AMOUNT TO WS-GARN-DISPLAY.
           MOVE WS-NET-PAY TO WS-NET-DISPLAY.
           MOVE SPACES TO OFFCYCLE-REPORT-LINE.
           STRING OFFC-REFERENCE ' ' EMP-ID '  ' EMP-NAME ' '
               WS-PAY-TYPE-TEXT ' ' WS-GROSS-DISPLAY ' '
               WS-TAX-DISPLAY ' ' WS-DEDUCT-DISPLAY ' '
               WS-INSUR-DISPLAY ' ' WS-GARN-DISPLAY ' '
               WS-NET-DISPLAY ' ' WS-PAID-BY-TEXT
               DELIMITED BY SIZE INTO OFFCYCLE-REPORT-LINE
           END-STRING.
           WRITE OFFCYCLE-REPORT-LINE.

      *> Supplemental pay withholds at the flat rate; replacement pay
      *> annualizes by the employee's pay frequency and goes through
      *> the bands, as the regular check it stands in for would
      *> have. Recurring deductions only on request, garnishments
      *> last against what the other withholdings leave.
       D000-COMPUTE-PAYMENT.
           MOVE OFFC-AMOUNT TO WS-GROSS-PAY.
           MOVE ZEROS TO WS-DEDUCTION-AMOUNT.
           MOVE ZEROS TO WS-INSURANCE-DEDUCTION.
           MOVE ZEROS TO WS-GARNISH-AMOUNT.
           IF EMP-PAY-FREQ = 'W'
               MOVE 52 TO WS-PERIODS-PER-YEAR
           ELSE
               MOVE 12 TO WS-PERIODS-PER-YEAR
           END-IF.

           IF OFFC-PAY-TYPE = 'R'
               PERFORM G000-COMPUTE-PROGRESSIVE-TAX
           ELSE
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GROSS-PAY * WS-SUPP-RATE
           END-IF.
           PERFORM G200-COMPUTE-EMPLOYER-TAX.

           IF OFFC-DEDUCT = 'Y'
               COMPUTE WS-DEDUCTION-AMOUNT ROUNDED =
                   WS-GROSS-PAY * WS-DEDUCTION-RATE
               PERFORM G400-LOOKUP-INSURANCE-DEDUCTION
           END-IF.

           COMPUTE WS-NET-BEFORE-GARNISH =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-DEDUCTION-AMOUNT
               - WS-INSURANCE-DEDUCTION.
           IF WS-NET-BEFORE-GARNISH NOT > 0
               MOVE "NET PAY NOT POSITIVE" TO WS-HOLD-REASON
           ELSE
               IF OFFC-DEDUCT = 'Y'
                   PERFORM G500-APPLY-GARNISHMENTS
               END-IF
               COMPUTE WS-NET-PAY =
                   WS-NET-BEFORE-GARNISH - WS-GARNISH-AMOUNT
           END-IF.

      *> Payroll cannot run without its withholding rules - a missing
      *> or empty bracket file is fatal, not a silent zero-tax run.
       F000-LOAD-TAX-BRACKETS.
           MOVE ZEROS TO WS-BRACKET-COUNT.
           OPEN INPUT TAX-BRACKET-FILE.
           IF WS-TAX-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN TAXBRACKETS.DAT, STATUS: "
                   WS-TAX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ TAX-BRACKET-FILE
               AT END MOVE 'Y' TO WS-END-OF-BRACKETS
           END-READ.

           PERFORM UNTIL WS-END-OF-BRACKETS = 'Y'
               OR WS-BRACKET-COUNT = 20
               ADD 1 TO WS-BRACKET-COUNT
               MOVE TAXBRKT-LOW
                   TO WS-BRACKET-LOW(WS-BRACKET-COUNT)
               MOVE TAXBRKT-HIGH
                   TO WS-BRACKET-HIGH(WS-BRACKET-COUNT)
               MOVE TAXBRKT-RATE
                   TO WS-BRACKET-RATE(WS-BRACKET-COUNT)

               READ TAX-BRACKET-FILE
                   AT END MOVE 'Y' TO WS-END-OF-BRACKETS
               END-READ
           END-PERFORM.

           CLOSE TAX-BRACKET-FILE.

           IF WS-BRACKET-COUNT = ZEROS
               DISPLAY "TAXBRACKETS.DAT IS EMPTY, PAYROLL STOPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       F100-LOAD-SUPP-RATE.
           OPEN INPUT SUPP-TAX-FILE.
           IF WS-SUPPTAX-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN SUPPTAX.DAT, STATUS: "
                   WS-SUPPTAX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ SUPP-TAX-FILE
               AT END
                   DISPLAY "SUPPTAX.DAT IS EMPTY, PAYROLL STOPPED"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE SUPPTAX-RATE TO WS-SUPP-RATE.
           CLOSE SUPP-TAX-FILE.

       F500-LOAD-EMPLOYER-RATES.
           MOVE ZEROS TO WS-EMPR-COUNT.
           OPEN INPUT EMPLOYER-TAX-FILE.
           IF WS-EMPRTAX-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EMPRTAX.DAT, STATUS: "
                   WS-EMPRTAX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ EMPLOYER-TAX-FILE
               AT END MOVE 'Y' TO WS-END-OF-EMPRTAX
           END-READ.

           PERFORM UNTIL WS-END-OF-EMPRTAX = 'Y'
               OR WS-EMPR-COUNT = 20
               ADD 1 TO WS-EMPR-COUNT
               MOVE EMPRTAX-LOW TO WS-ER-LOW(WS-EMPR-COUNT)
               MOVE EMPRTAX-HIGH TO WS-ER-HIGH(WS-EMPR-COUNT)
               MOVE EMPRTAX-RATE TO WS-ER-RATE(WS-EMPR-COUNT)

               READ EMPLOYER-TAX-FILE
                   AT END MOVE 'Y' TO WS-END-OF-EMPRTAX
               END-READ
           END-PERFORM.

           CLOSE EMPLOYER-TAX-FILE.

           IF WS-EMPR-COUNT = ZEROS
               DISPLAY "EMPRTAX.DAT IS EMPTY, PAYROLL STOPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       G000-COMPUTE-PROGRESSIVE-TAX.
           MOVE ZEROS TO WS-ANNUAL-TAX.
           COMPUTE WS-ANNUAL-GROSS =
               WS-GROSS-PAY * WS-PERIODS-PER-YEAR.

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-BRACKET-COUNT
               IF WS-ANNUAL-GROSS > WS-BRACKET-LOW(WS-TAX-IDX)
                   IF WS-ANNUAL-GROSS < WS-BRACKET-HIGH(WS-TAX-IDX)
                       MOVE WS-ANNUAL-GROSS TO WS-BAND-TOP
                   ELSE
                       MOVE WS-BRACKET-HIGH(WS-TAX-IDX)
                           TO WS-BAND-TOP
                   END-IF
                   COMPUTE WS-BAND-PORTION =
                       WS-BAND-TOP - WS-BRACKET-LOW(WS-TAX-IDX)
                   COMPUTE WS-BAND-PORTION ROUNDED =
                       WS-BAND-PORTION
                       * WS-BRACKET-RATE(WS-TAX-IDX)
                   ADD WS-BAND-PORTION TO WS-ANNUAL-TAX
               END-IF
           END-PERFORM.

           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR.

      *> A one-time payment has no pay period to annualize over - the
      *> employer rate is the band the employee's year-to-date gross
      *> reaches with this payment added, applied to the payment.
       G200-COMPUTE-EMPLOYER-TAX.
           PERFORM I100-FIND-YTD-ROW.
           MOVE WS-GROSS-PAY TO WS-YTD-AFTER.
           IF WS-YTD-FOUND NOT = ZEROS
               ADD WS-YTD-GROSS(WS-YTD-FOUND) TO WS-YTD-AFTER
           END-IF.

           MOVE ZEROS TO WS-EMPR-RATE.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-EMPR-COUNT
               IF WS-YTD-AFTER > WS-ER-LOW(WS-ER-IDX)
                   AND WS-YTD-AFTER NOT > WS-ER-HIGH(WS-ER-IDX)
                   MOVE WS-ER-RATE(WS-ER-IDX) TO WS-EMPR-RATE
               END-IF
           END-PERFORM.

           COMPUTE WS-EMPLOYER-TAX ROUNDED =
               WS-GROSS-PAY * WS-EMPR-RATE.

       G300-WRITE-TAX-HISTORY.
           MOVE WS-BUS-DATE TO TAXHIST-RUN-DATE.
           MOVE EMP-ID TO TAXHIST-EMP-ID.
           MOVE WS-TAX-AMOUNT TO TAXHIST-WITHHELD.
           MOVE WS-EMPLOYER-TAX TO TAXHIST-EMPLOYER.

           OPEN EXTEND TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS = '35'
               OPEN OUTPUT TAX-HISTORY-FILE
           END-IF.
           WRITE TAXHIST-RECORD.
           CLOSE TAX-HISTORY-FILE.

      *> Only an active group policy's premium is deducted, scaled by
      *> the enrollment's coverage tier.
       G400-LOOKUP-INSURANCE-DEDUCTION.
           MOVE 'N' TO WS-ENROLLED-FOUND.
           MOVE 'E' TO WS-WORK-TIER.

           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
               UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               IF EMP-ID = WS-ENROLL-EMP-ID(WS-ENROLL-IDX)
                   MOVE WS-ENROLL-POLICY-NUM(WS-ENROLL-IDX)
                       TO WS-POLICY-REL-KEY
                   MOVE WS-ENROLL-TIER-CODE(WS-ENROLL-IDX)
                       TO WS-WORK-TIER
                   MOVE 'Y' TO WS-ENROLLED-FOUND
               END-IF
           END-PERFORM.

           IF WS-ENROLLED-FOUND = 'Y'
               READ POLICY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POLICY-STATUS = 'A'
                           EVALUATE WS-WORK-TIER
                               WHEN 'S'
                                   MOVE WS-TIER-FACTOR-S
                                       TO WS-TIER-FACTOR
                               WHEN 'F'
                                   MOVE WS-TIER-FACTOR-F
                                       TO WS-TIER-FACTOR
                               WHEN OTHER
                                   MOVE 1.00 TO WS-TIER-FACTOR
                           END-EVALUATE
                           COMPUTE WS-INSURANCE-DEDUCTION ROUNDED =
                               POLICY-PREMIUM * WS-TIER-FACTOR
                       END-IF
               END-READ
           END-IF.

      *> Same priority sequence, balance countdown and cap on
      *> disposable pay as the regular run - further held to what
      *> the other withholdings left, so a garnishment can never
      *> take the payment below zero.
       G500-APPLY-GARNISHMENTS.
           IF WS-GARN-COUNT NOT = ZEROS
               COMPUTE WS-DISPOSABLE =
                   WS-GROSS-PAY - WS-TAX-AMOUNT
               IF WS-DISPOSABLE > 0
                   COMPUTE WS-GARN-CAP ROUNDED =
                       WS-DISPOSABLE * WS-GARN-CAP-PCT
                   IF WS-GARN-CAP > WS-NET-BEFORE-GARNISH
                       MOVE WS-NET-BEFORE-GARNISH TO WS-GARN-CAP
                   END-IF
                   PERFORM VARYING WS-GARN-PRIO FROM 1 BY 1
                       UNTIL WS-GARN-PRIO > 9
                       PERFORM G600-APPLY-ONE-PRIORITY
                   END-PERFORM
               END-IF
           END-IF.

       G600-APPLY-ONE-PRIORITY.
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT
               IF WS-GN-EMP-ID(WS-GARN-SUB) = EMP-ID
                   AND WS-GN-PRIORITY(WS-GARN-SUB) = WS-GARN-PRIO
                   AND WS-GN-BALANCE(WS-GARN-SUB) > 0
                   PERFORM G700-APPLY-ONE-ORDER
               END-IF
           END-PERFORM.

       G700-APPLY-ONE-ORDER.
           IF WS-GN-AMOUNT(WS-GARN-SUB) NOT = ZEROS
               MOVE WS-GN-AMOUNT(WS-GARN-SUB) TO WS-GARN-WANTED
           ELSE
               COMPUTE WS-GARN-WANTED ROUNDED =
                   WS-DISPOSABLE * WS-GN-PCT(WS-GARN-SUB)
           END-IF.

           IF WS-GARN-WANTED > WS-GN-BALANCE(WS-GARN-SUB)
               MOVE WS-GN-BALANCE(WS-GARN-SUB) TO WS-GARN-WANTED
           END-IF.

           COMPUTE WS-GARN-ROOM =
               WS-GARN-CAP - WS-GARNISH-AMOUNT.
           IF WS-GARN-WANTED > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-WANTED
           END-IF.

           IF WS-GARN-WANTED > 0
               MOVE 'Y' TO WS-GARN-APPLIED
               ADD WS-GARN-WANTED TO WS-GARNISH-AMOUNT
               SUBTRACT WS-GARN-WANTED
                   FROM WS-GN-BALANCE(WS-GARN-SUB)
               MOVE SPACES TO GARNISH-REMIT-LINE
               STRING EMP-ID ' ' WS-GN-PAYEE(WS-GARN-SUB) ' '
                   WS-GN-TYPE(WS-GARN-SUB) ' ' WS-GARN-WANTED
                   DELIMITED BY SIZE INTO GARNISH-REMIT-LINE
               END-STRING
               WRITE GARNISH-REMIT-LINE
           END-IF.

       H000-LOAD-YTD.
           MOVE ZEROS TO WS-YTD-COUNT.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = '00'
               READ YTD-FILE
                   AT END MOVE 'Y' TO WS-END-OF-YTD
               END-READ

               PERFORM UNTIL WS-END-OF-YTD = 'Y'
                   OR WS-YTD-COUNT = 999
                   ADD 1 TO WS-YTD-COUNT
                   MOVE EMPYTD-EMP-ID TO WS-YTD-EMP-ID(WS-YTD-COUNT)
                   MOVE EMPYTD-YEAR TO WS-YTD-YEAR(WS-YTD-COUNT)
                   MOVE EMPYTD-GROSS TO WS-YTD-GROSS(WS-YTD-COUNT)
                   MOVE EMPYTD-TAX TO WS-YTD-TAX(WS-YTD-COUNT)
                   MOVE EMPYTD-DEDUCT TO WS-YTD-DEDUCT(WS-YTD-COUNT)
                   MOVE EMPYTD-INSUR TO WS-YTD-INSUR(WS-YTD-COUNT)
                   MOVE EMPYTD-NET TO WS-YTD-NET(WS-YTD-COUNT)
                   MOVE EMPYTD-GARNISH TO WS-YTD-GARN(WS-YTD-COUNT)
                   MOVE EMPYTD-EMPLOYER
                       TO WS-YTD-EMPLOYER(WS-YTD-COUNT)
      *> Rows written before the retirement plan carry no deferral
      *> or match figures.
                   IF EMPYTD-DEFERRAL IS NUMERIC
                       MOVE EMPYTD-DEFERRAL
                           TO WS-YTD-DEFERRAL(WS-YTD-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-YTD-DEFERRAL(WS-YTD-COUNT)
                   END-IF
                   IF EMPYTD-MATCH IS NUMERIC
                       MOVE EMPYTD-MATCH TO WS-YTD-MATCH(WS-YTD-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-YTD-MATCH(WS-YTD-COUNT)
                   END-IF

                   READ YTD-FILE
                       AT END MOVE 'Y' TO WS-END-OF-YTD
                   END-READ
               END-PERFORM

               CLOSE YTD-FILE
           END-IF.

      *> Adds this payment into the employee's current-year YTD slot,
      *> creating the slot if this is their first pay of the year.
       I000-ROLL-YTD.
           PERFORM I100-FIND-YTD-ROW.
           IF WS-YTD-FOUND = ZEROS
               IF WS-YTD-COUNT = 999
                   DISPLAY "YTD TABLE FULL - NO YTD ACCUMULATED"
                       " FOR EMPLOYEE " EMP-ID
               ELSE
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-YTD-COUNT TO WS-YTD-FOUND
                   MOVE EMP-ID TO WS-YTD-EMP-ID(WS-YTD-FOUND)
                   MOVE WS-RUN-YEAR TO WS-YTD-YEAR(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-GROSS(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-TAX(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-DEDUCT(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-INSUR(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-NET(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-GARN(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-EMPLOYER(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-DEFERRAL(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-MATCH(WS-YTD-FOUND)
               END-IF
           END-IF.

           IF WS-YTD-FOUND NOT = ZEROS
               ADD WS-GROSS-PAY TO WS-YTD-GROSS(WS-YTD-FOUND)
               ADD WS-TAX-AMOUNT TO WS-YTD-TAX(WS-YTD-FOUND)
               ADD WS-DEDUCTION-AMOUNT
                   TO WS-YTD-DEDUCT(WS-YTD-FOUND)
               ADD WS-INSURANCE-DEDUCTION
                   TO WS-YTD-INSUR(WS-YTD-FOUND)
               ADD WS-NET-PAY TO WS-YTD-NET(WS-YTD-FOUND)
               ADD WS-GARNISH-AMOUNT TO WS-YTD-GARN(WS-YTD-FOUND)
               ADD WS-EMPLOYER-TAX
                   TO WS-YTD-EMPLOYER(WS-YTD-FOUND)
           END-IF.

       I100-FIND-YTD-ROW.
           MOVE ZEROS TO WS-YTD-FOUND.
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
               UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF WS-YTD-EMP-ID(WS-YTD-IDX) = EMP-ID
                   AND WS-YTD-YEAR(WS-YTD-IDX) = WS-RUN-YEAR
                   SET WS-YTD-FOUND TO WS-YTD-IDX
               END-IF
           END-PERFORM.

       J000-REWRITE-YTD.
           OPEN OUTPUT YTD-FILE.

           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
               UNTIL WS-YTD-IDX > WS-YTD-COUNT
               MOVE WS-YTD-EMP-ID(WS-YTD-IDX) TO EMPYTD-EMP-ID
               MOVE WS-YTD-YEAR(WS-YTD-IDX) TO EMPYTD-YEAR
               MOVE WS-YTD-GROSS(WS-YTD-IDX) TO EMPYTD-GROSS
               MOVE WS-YTD-TAX(WS-YTD-IDX) TO EMPYTD-TAX
               MOVE WS-YTD-DEDUCT(WS-YTD-IDX) TO EMPYTD-DEDUCT
               MOVE WS-YTD-INSUR(WS-YTD-IDX) TO EMPYTD-INSUR
               MOVE WS-YTD-NET(WS-YTD-IDX) TO EMPYTD-NET
               MOVE WS-YTD-GARN(WS-YTD-IDX) TO EMPYTD-GARNISH
               MOVE WS-YTD-EMPLOYER(WS-YTD-IDX)
                   TO EMPYTD-EMPLOYER
               MOVE WS-YTD-DEFERRAL(WS-YTD-IDX) TO EMPYTD-DEFERRAL
               MOVE WS-YTD-MATCH(WS-YTD-IDX) TO EMPYTD-MATCH
               WRITE EMPYTD-RECORD
           END-PERFORM.

           CLOSE YTD-FILE.

      *> Missing bank file just means nobody is on direct deposit -
      *> every payment goes by check. Bounced details ('R') are not
      *> used.
       K000-LOAD-BANK-DETAILS.
           MOVE ZEROS TO WS-BANK-COUNT.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = '00'
               READ BANK-FILE
                   AT END MOVE 'Y' TO WS-END-OF-BANK
               END-READ

               PERFORM UNTIL WS-END-OF-BANK = 'Y'
                   OR WS-BANK-COUNT = 999
                   IF EMPBANK-STATUS NOT = 'R'
                       ADD 1 TO WS-BANK-COUNT
                       MOVE EMPBANK-EMP-ID
                           TO WS-BANK-EMP-ID(WS-BANK-COUNT)
                       MOVE EMPBANK-ROUTING
                           TO WS-BANK-ROUTING(WS-BANK-COUNT)
                       MOVE EMPBANK-ACCOUNT
                           TO WS-BANK-ACCOUNT(WS-BANK-COUNT)
                   END-IF

                   READ BANK-FILE
                       AT END MOVE 'Y' TO WS-END-OF-BANK
                   END-READ
               END-PERFORM

               CLOSE BANK-FILE
           END-IF.

       L000-WRITE-BANK-DETAIL.
           MOVE ZEROS TO WS-BANK-FOUND.
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF WS-BANK-EMP-ID(WS-BANK-IDX) = EMP-ID
                   SET WS-BANK-FOUND TO WS-BANK-IDX
               END-IF
           END-PERFORM.

           IF WS-BANK-FOUND = ZEROS
               PERFORM L500-ISSUE-CHECK
           ELSE
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD WS-NET-PAY TO WS-DEPOSIT-TOTAL
               MOVE WS-NET-PAY TO WS-DEPOSIT-AMOUNT
               MOVE SPACES TO BANK-EXTRACT-LINE
               STRING 'D' EMP-ID
                   WS-BANK-ROUTING(WS-BANK-FOUND)
                   WS-BANK-ACCOUNT(WS-BANK-FOUND)
                   WS-DEPOSIT-AMOUNT
                   DELIMITED BY SIZE INTO BANK-EXTRACT-LINE
               END-STRING
               WRITE BANK-EXTRACT-LINE
               MOVE "DEPOSIT" TO WS-PAID-BY-TEXT
           END-IF.

      *> Numbered from the payroll check series and registered with
      *> the regular checks, so reconciliation and the outstanding
      *> check listing see off-cycle checks too.
       L500-ISSUE-CHECK.
           PERFORM L600-NEXT-CHECK-NUMBER.

           MOVE WS-NEXT-CHECK-NUMBER TO CHKREG-NUMBER.
           MOVE EMP-ID TO CHKREG-EMP-ID.
           MOVE WS-BUS-DATE TO CHKREG-DATE.
           MOVE WS-NET-PAY TO CHKREG-AMOUNT.
           MOVE 'I' TO CHKREG-STATUS.
           MOVE ZEROS TO CHKREG-PAID-DATE.

           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           WRITE CHECKREG-RECORD.
           CLOSE CHECK-REGISTER-FILE.

           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-NET-PAY TO WS-CHECK-TOTAL.

           MOVE WS-NET-PAY TO WS-DEPOSIT-AMOUNT.
           MOVE SPACES TO POSITIVE-PAY-LINE.
           STRING 'C' WS-NEXT-CHECK-NUMBER WS-BUS-DATE
               WS-DEPOSIT-AMOUNT
               DELIMITED BY SIZE INTO POSITIVE-PAY-LINE
           END-STRING.
           WRITE POSITIVE-PAY-LINE.

           MOVE SPACES TO WS-PAID-BY-TEXT.
           STRING "CHK " WS-NEXT-CHECK-NUMBER
               DELIMITED BY SIZE INTO WS-PAID-BY-TEXT
           END-STRING.

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

       M000-WRITE-BANK-TRAILER.
           MOVE SPACES TO BANK-EXTRACT-LINE.
           STRING 'T' WS-DEPOSIT-COUNT WS-DEPOSIT-TOTAL
               DELIMITED BY SIZE INTO BANK-EXTRACT-LINE
           END-STRING.
           WRITE BANK-EXTRACT-LINE.

       P000-ACCUMULATE-GL-DEPT.
           MOVE ZEROS TO WS-GL-FOUND.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
               IF WS-GL-DEPT-CODE(WS-GL-IDX) = EMP-DEPT
                   SET WS-GL-FOUND TO WS-GL-IDX
               END-IF
           END-PERFORM.

           IF WS-GL-FOUND = ZEROS AND WS-GL-DEPT-COUNT < 50
               ADD 1 TO WS-GL-DEPT-COUNT
               MOVE WS-GL-DEPT-COUNT TO WS-GL-FOUND
               MOVE EMP-DEPT TO WS-GL-DEPT-CODE(WS-GL-FOUND)
               MOVE ZEROS TO WS-GL-DEPT-GROSS(WS-GL-FOUND)
               MOVE ZEROS TO WS-GL-DEPT-EMPLOYER(WS-GL-FOUND)
           END-IF.

           IF WS-GL-FOUND NOT = ZEROS
               ADD WS-GROSS-PAY TO WS-GL-DEPT-GROSS(WS-GL-FOUND)
               ADD WS-EMPLOYER-TAX
                   TO WS-GL-DEPT-EMPLOYER(WS-GL-FOUND)
           END-IF.

      *> Same accounts and proof as the regular run's posting file -
      *> salary expense debits by department, a credit for each
      *> withholding bucket and for net pay owed.
       Q000-WRITE-GL-POSTING.
           OPEN OUTPUT GL-POSTING-FILE.

           MOVE "ACCT ACCOUNT              DEPT AMOUNT"
               TO GL-POSTING-LINE.
           WRITE GL-POSTING-LINE.

           MOVE ZEROS TO WS-GL-DEBITS.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
               ADD WS-GL-DEPT-GROSS(WS-GL-IDX) TO WS-GL-DEBITS
               MOVE SPACES TO GL-POSTING-LINE
               STRING "DR   SALARY EXPENSE      "
                   WS-GL-DEPT-CODE(WS-GL-IDX) ' '
                   WS-GL-DEPT-GROSS(WS-GL-IDX)
                   DELIMITED BY SIZE INTO GL-POSTING-LINE
               END-STRING
               WRITE GL-POSTING-LINE
           END-PERFORM.

           MOVE SPACES TO GL-POSTING-LINE.
           STRING "CR   TAX WITHHELD             " WS-TOTAL-TAX
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           MOVE SPACES TO GL-POSTING-LINE.
           STRING "CR   DEDUCTIONS PAYABLE       " WS-TOTAL-DEDUCT
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           MOVE SPACES TO GL-POSTING-LINE.
           STRING "CR   INSURANCE PAYABLE        " WS-TOTAL-INSUR
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           MOVE SPACES TO GL-POSTING-LINE.
           STRING "CR   GARNISHMENTS PAYABLE     " WS-TOTAL-GARNISH
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           MOVE SPACES TO GL-POSTING-LINE.
           STRING "DR   PAYROLL TAX EXPENSE      " WS-TOTAL-EMPLOYER
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.
           ADD WS-TOTAL-EMPLOYER TO WS-GL-DEBITS.

           MOVE SPACES TO GL-POSTING-LINE.
           STRING "CR   EMPLOYER TAX PAYABLE     " WS-TOTAL-EMPLOYER
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           MOVE WS-TOTAL-NET TO WS-TOTAL-NET-DISPLAY.
           MOVE SPACES TO GL-POSTING-LINE.
           STRING "CR   NET PAY PAYABLE          "
               WS-TOTAL-NET-DISPLAY
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           COMPUTE WS-GL-CREDITS = WS-TOTAL-TAX + WS-TOTAL-DEDUCT
               + WS-TOTAL-INSUR + WS-TOTAL-GARNISH
               + WS-TOTAL-EMPLOYER + WS-TOTAL-NET.
           MOVE WS-GL-CREDITS TO WS-GL-CREDITS-DISPLAY.

           MOVE SPACES TO GL-POSTING-LINE.
           MOVE WS-GL-DEBITS TO WS-GL-DEBITS-DISPLAY.
           STRING "TOTAL DEBITS:  " WS-GL-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           MOVE SPACES TO GL-POSTING-LINE.
           STRING "TOTAL CREDITS: " WS-GL-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO GL-POSTING-LINE
           END-STRING.
           WRITE GL-POSTING-LINE.

           MOVE SPACES TO GL-POSTING-LINE.
           IF WS-GL-DEBITS = WS-GL-CREDITS
               MOVE "STATUS: BALANCED" TO GL-POSTING-LINE
           ELSE
               MOVE "STATUS: OUT OF BALANCE - DO NOT POST"
                   TO GL-POSTING-LINE
               DISPLAY "GL POSTING OUT OF BALANCE"
               MOVE 2 TO RETURN-CODE
           END-IF.
           WRITE GL-POSTING-LINE.

           CLOSE GL-POSTING-FILE.

      *> Off-cycle money lands in the department actuals the budget
      *> variance report reads; nobody extra was on the payroll, so
      *> the rows carry no headcount.
       Q500-WRITE-DEPT-ACTUALS.
           OPEN EXTEND DEPT-ACTUALS-FILE.
           IF WS-PAYDEPT-STATUS = '35'
               OPEN OUTPUT DEPT-ACTUALS-FILE
           END-IF.

           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
               MOVE WS-BUS-DATE TO PAYDEPT-RUN-DATE
               MOVE WS-GL-DEPT-CODE(WS-GL-IDX) TO PAYDEPT-DEPT
               MOVE WS-GL-DEPT-GROSS(WS-GL-IDX) TO PAYDEPT-GROSS
               MOVE WS-GL-DEPT-EMPLOYER(WS-GL-IDX)
                   TO PAYDEPT-EMPLOYER
               MOVE ZEROS TO PAYDEPT-HEADCOUNT
               WRITE PAYDEPT-RECORD
           END-PERFORM.

           CLOSE DEPT-ACTUALS-FILE.

       T000-LOAD-GARNISHMENTS.
           MOVE ZEROS TO WS-GARN-COUNT.
           OPEN INPUT GARNISH-FILE.
           IF WS-GARNISH-STATUS = '00'
               READ GARNISH-FILE
                   AT END MOVE 'Y' TO WS-END-OF-GARNISH
               END-READ

               PERFORM UNTIL WS-END-OF-GARNISH = 'Y'
                   OR WS-GARN-COUNT = 200
                   ADD 1 TO WS-GARN-COUNT
                   MOVE GARN-EMP-ID TO WS-GN-EMP-ID(WS-GARN-COUNT)
                   MOVE GARN-ORDER-TYPE TO WS-GN-TYPE(WS-GARN-COUNT)
                   MOVE GARN-PRIORITY
                       TO WS-GN-PRIORITY(WS-GARN-COUNT)
                   MOVE GARN-AMOUNT TO WS-GN-AMOUNT(WS-GARN-COUNT)
                   MOVE GARN-PCT TO WS-GN-PCT(WS-GARN-COUNT)
                   MOVE GARN-BALANCE
                       TO WS-GN-BALANCE(WS-GARN-COUNT)
                   MOVE GARN-PAYEE TO WS-GN-PAYEE(WS-GARN-COUNT)

                   READ GARNISH-FILE
                       AT END MOVE 'Y' TO WS-END-OF-GARNISH
                   END-READ
               END-PERFORM

               CLOSE GARNISH-FILE
           END-IF.

       U000-REWRITE-GARNISHMENTS.
           OPEN OUTPUT GARNISH-FILE.
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT
               MOVE WS-GN-EMP-ID(WS-GARN-SUB) TO GARN-EMP-ID
               MOVE WS-GN-TYPE(WS-GARN-SUB) TO GARN-ORDER-TYPE
               MOVE WS-GN-PRIORITY(WS-GARN-SUB) TO GARN-PRIORITY
               MOVE WS-GN-AMOUNT(WS-GARN-SUB) TO GARN-AMOUNT
               MOVE WS-GN-PCT(WS-GARN-SUB) TO GARN-PCT
               MOVE WS-GN-BALANCE(WS-GARN-SUB) TO GARN-BALANCE
               MOVE WS-GN-PAYEE(WS-GARN-SUB) TO GARN-PAYEE
               WRITE GARNISH-RECORD
           END-PERFORM.
           CLOSE GARNISH-FILE.

      *> No ENROLLMENTS.DAT or no policy master just means there is
      *> no premium to deduct - neither is fatal.
       E000-LOAD-ENROLLMENTS.
           MOVE ZEROS TO WS-ENROLL-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = '00'
               OPEN INPUT POLICY-MASTER
               IF WS-POLICY-STATUS NOT = '00'
                   CLOSE ENROLLMENT-FILE
               ELSE
                   MOVE 'Y' TO WS-POLICY-MASTER-OPEN
                   READ ENROLLMENT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-ENROLL
                   END-READ

                   PERFORM UNTIL WS-END-OF-ENROLL = 'Y'
                       OR WS-ENROLL-COUNT = 50
                       ADD 1 TO WS-ENROLL-COUNT
                       MOVE ENROLL-EMP-ID
                           TO WS-ENROLL-EMP-ID(WS-ENROLL-COUNT)
                       MOVE ENROLL-POLICY-NUMBER
                           TO WS-ENROLL-POLICY-NUM(WS-ENROLL-COUNT)
                       IF ENROLL-TIER = SPACE
                           MOVE 'E' TO
                               WS-ENROLL-TIER-CODE(WS-ENROLL-COUNT)
                       ELSE
                           MOVE ENROLL-TIER TO
                               WS-ENROLL-TIER-CODE(WS-ENROLL-COUNT)
                       END-IF

                       READ ENROLLMENT-FILE
                           AT END MOVE 'Y' TO WS-END-OF-ENROLL
                       END-READ
                   END-PERFORM

                   CLOSE ENROLLMENT-FILE
               END-IF
           END-IF.
