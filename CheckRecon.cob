       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckRecon.

      *> Payroll check reconciliation - matches the bank's daily
      *> paid-checks file (CHKPAID.DAT) against data/CHECKREG.DAT. A
      *> paid check that is outstanding on the register for the same
      *> amount is marked cleared ('C') with the bank's paid date, so
      *> the register finally knows which checks were cashed and not
      *> only which were issued. Everything else the bank paid is an
      *> exception on data/CHKRECON.TXT for payroll to chase with the
      *> bank: a check number never issued, an amount that differs
      *> from the register (left outstanding until it is resolved),
      *> a check paid after CheckVoid.cob voided or replaced it, one
      *> paid a second time, and one already escheated by
      *> OutstandingChecks.cob. Completes with RC 2 when there are
      *> exceptions, the same complete-with-warnings code the
      *> transaction edits use. Runs nightly from NightlyBatch.cob;
      *> no paid file from the bank is a quiet night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-CHECKS-FILE ASSIGN TO 'CHKPAID.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAID-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'data/CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKREG-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO 'data/CHKRECON.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-CHECKS-FILE.
       COPY CHKPAID.

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-PAID-STATUS PIC X(2) VALUE '00'.
       01 WS-CHKREG-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-PAID PIC X(1) VALUE 'N'.
       01 WS-END-OF-REGISTER PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CLEARED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-EXCEPTION-TYPE PIC X(22) VALUE SPACES.
       01 WS-PAID-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-ISSUED-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-TOTAL-DISPLAY PIC Z(8)9.99 VALUE ZEROS.

      *> The register held in storage, paid items applied, file
      *> rewritten at end-of-job - the same shape as CheckVoid.cob.
       01 WS-REG-TABLE.
           05 WS-RG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RG-IDX.
               10 WS-RG-NUMBER          PIC 9(6).
               10 WS-RG-EMP-ID          PIC 9(5).
               10 WS-RG-DATE            PIC 9(8).
               10 WS-RG-AMOUNT          PIC 9(7)V99.
               10 WS-RG-STATUS          PIC X(1).
               10 WS-RG-PAID-DATE       PIC 9(8).
       01 WS-REG-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(4) VALUE ZEROS.

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
           CALL 'GetBusDate' USING WS-TODAY.

      *> No paid-checks file from the bank tonight is a quiet night,
      *> not a failure.
           OPEN INPUT PAID-CHECKS-FILE.
           IF WS-PAID-STATUS = '35'
               DISPLAY "NO CHKPAID.DAT TONIGHT, NOTHING TO RECONCILE"
               STOP RUN
           END-IF.
           IF WS-PAID-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CHKPAID.DAT, STATUS: "
                   WS-PAID-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-LOAD-REGISTER.

           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "PAYROLL CHECK RECONCILIATION EXCEPTIONS AS OF "
               WS-TODAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CHECK# EXCEPTION              PAID-DATE "
               "  PAID AMT  REGISTER AMT EMP-ID STATUS"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

           READ PAID-CHECKS-FILE
               AT END MOVE 'Y' TO WS-END-OF-PAID
           END-READ.

           PERFORM UNTIL WS-END-OF-PAID = 'Y'
               PERFORM C000-MATCH-PAID-ITEM

               READ PAID-CHECKS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-PAID
               END-READ
           END-PERFORM.

           CLOSE PAID-CHECKS-FILE.

           MOVE WS-CLEARED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CHECKS CLEARED: " WS-CLEARED-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               "   EXCEPTIONS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           CLOSE RECON-REPORT-FILE.

           PERFORM H000-REWRITE-REGISTER.
      *> Cleared checks are marked on the register - empty the
      *> bank's paid file so the same items are not matched again.
           OPEN OUTPUT PAID-CHECKS-FILE.
           CLOSE PAID-CHECKS-FILE.

           DISPLAY "CHECKS CLEARED:        " WS-CLEARED-COUNT.
           DISPLAY "TOTAL CLEARED:         " WS-CLEARED-TOTAL.
           DISPLAY "RECON EXCEPTIONS:      " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "SEE data/CHKRECON.TXT"
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> A register too big for the table is refused outright - the
      *> rewrite would otherwise drop the rows that did not fit.
       B000-LOAD-REGISTER.
           MOVE ZEROS TO WS-REG-COUNT.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY "NO CHECK REGISTER ON FILE, STATUS: "
                   WS-CHKREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CHECK-REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-REGISTER
           END-READ.

           PERFORM UNTIL WS-END-OF-REGISTER = 'Y'
               IF WS-REG-COUNT = 5000
                   DISPLAY "CHECK REGISTER EXCEEDS 5000 ROWS, "
                       "REFUSING TO RUN"
                   CLOSE CHECK-REGISTER-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REG-COUNT
               MOVE CHKREG-NUMBER TO WS-RG-NUMBER(WS-REG-COUNT)
               MOVE CHKREG-EMP-ID TO WS-RG-EMP-ID(WS-REG-COUNT)
               MOVE CHKREG-DATE TO WS-RG-DATE(WS-REG-COUNT)
               MOVE CHKREG-AMOUNT TO WS-RG-AMOUNT(WS-REG-COUNT)
               MOVE CHKREG-STATUS TO WS-RG-STATUS(WS-REG-COUNT)
               MOVE CHKREG-PAID-DATE TO WS-RG-PAID-DATE(WS-REG-COUNT)
               IF CHKREG-PAID-DATE IS NOT NUMERIC
                   MOVE ZEROS TO WS-RG-PAID-DATE(WS-REG-COUNT)
               END-IF

               READ CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-REGISTER
               END-READ
           END-PERFORM.

           CLOSE CHECK-REGISTER-FILE.

      *> Only an outstanding check paid for its issued amount clears.
      *> A check number can appear on the register more than once
      *> only if the sequence was ever reset, so the last row wins.
       C000-MATCH-PAID-ITEM.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-NUMBER(WS-RG-IDX) = CHKPAID-NUMBER
                   SET WS-FOUND-IDX TO WS-RG-IDX
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-EXCEPTION-TYPE.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "PAID, NEVER ISSUED" TO WS-EXCEPTION-TYPE
               WHEN WS-RG-STATUS(WS-FOUND-IDX) = 'V'
                   MOVE "PAID AFTER VOID" TO WS-EXCEPTION-TYPE
               WHEN WS-RG-STATUS(WS-FOUND-IDX) = 'R'
                   MOVE "PAID AFTER REISSUE" TO WS-EXCEPTION-TYPE
               WHEN WS-RG-STATUS(WS-FOUND-IDX) = 'C'
                   MOVE "PAID TWICE" TO WS-EXCEPTION-TYPE
               WHEN WS-RG-STATUS(WS-FOUND-IDX) = 'E'
                   MOVE "PAID AFTER ESCHEAT" TO WS-EXCEPTION-TYPE
               WHEN CHKPAID-AMOUNT NOT = WS-RG-AMOUNT(WS-FOUND-IDX)
                   MOVE "AMOUNT MISMATCH" TO WS-EXCEPTION-TYPE
               WHEN OTHER
                   MOVE 'C' TO WS-RG-STATUS(WS-FOUND-IDX)
                   MOVE CHKPAID-PAID-DATE
                       TO WS-RG-PAID-DATE(WS-FOUND-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD CHKPAID-AMOUNT TO WS-CLEARED-TOTAL
           END-EVALUATE.

           IF WS-EXCEPTION-TYPE NOT = SPACES
               PERFORM D000-WRITE-EXCEPTION
           END-IF.

       D000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE CHKPAID-AMOUNT TO WS-PAID-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF WS-FOUND-IDX = ZEROS
               STRING CHKPAID-NUMBER " " WS-EXCEPTION-TYPE " "
                   CHKPAID-PAID-DATE " " WS-PAID-DISPLAY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-RG-AMOUNT(WS-FOUND-IDX) TO WS-ISSUED-DISPLAY
               STRING CHKPAID-NUMBER " " WS-EXCEPTION-TYPE " "
                   CHKPAID-PAID-DATE " " WS-PAID-DISPLAY "  "
                   WS-ISSUED-DISPLAY "   "
                   WS-RG-EMP-ID(WS-FOUND-IDX) " "
                   WS-RG-STATUS(WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
           END-IF.
           WRITE RECON-REPORT-LINE.
           DISPLAY "CHECK " CHKPAID-NUMBER ": " WS-EXCEPTION-TYPE.

       H000-REWRITE-REGISTER.
           OPEN OUTPUT CHECK-REGISTER-FILE.

           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               MOVE WS-RG-NUMBER(WS-RG-IDX) TO CHKREG-NUMBER
               MOVE WS-RG-EMP-ID(WS-RG-IDX) TO CHKREG-EMP-ID
               MOVE WS-RG-DATE(WS-RG-IDX) TO CHKREG-DATE
               MOVE WS-RG-AMOUNT(WS-RG-IDX) TO CHKREG-AMOUNT
               MOVE WS-RG-STATUS(WS-RG-IDX) TO CHKREG-STATUS
               MOVE WS-RG-PAID-DATE(WS-RG-IDX) TO CHKREG-PAID-DATE
               WRITE CHECKREG-RECORD
           END-PERFORM.

           CLOSE CHECK-REGISTER-FILE.
