       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutstandingChecks.

      *> Month-end outstanding payroll checks - lists every check
      *> still outstanding ('I') on data/CHECKREG.DAT with its age in
      *> days, to data/OUTCHECKS.TXT, so payroll sees what the bank
      *> has not yet paid now that CheckRecon.cob clears what it has.
      *> A check outstanding longer than the stale-check limit (180
      *> days) is no longer the company's money to sit on: it is
      *> moved off the outstanding list (register status 'E') and
      *> written to the unclaimed-property file data/ESCHEAT.DAT with
      *> the employee's name and SSN from sample.dat, which the state
      *> escheat filing is prepared from, and listed in its own
      *> section of the report. Runs at month-end from
      *> NightlyBatch.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO 'data/CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKREG-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO 'data/ESCHEAT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCHEAT-STATUS.

           SELECT OUTSTANDING-REPORT-FILE
               ASSIGN TO 'data/OUTCHECKS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  ESCHEAT-FILE.
       COPY ESCHEAT.

       FD  OUTSTANDING-REPORT-FILE.
       01  OUTSTANDING-REPORT-LINE     PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CHKREG-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-ESCHEAT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-END-OF-REGISTER PIC X(1) VALUE 'N'.
       01 WS-EMP-FILE-OPEN PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROS.
       01 WS-CHECK-AGE PIC 9(5) VALUE ZEROS.
      *> Days a check may stay outstanding before it is escheated.
       01 WS-STALE-DAYS PIC 9(3) VALUE 180.
       01 WS-EMP-NAME PIC X(20) VALUE SPACES.
       01 WS-EMP-SSN PIC 9(9) VALUE ZEROS.

       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-ESCHEAT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ESCHEAT-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-TOTAL-DISPLAY PIC Z(8)9.99 VALUE ZEROS.

      *> The register held in storage, escheated checks marked, file
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
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

      *> No register yet means no check was ever issued - nothing is
      *> outstanding.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = '35'
               DISPLAY "NO CHECK REGISTER ON FILE, NOTHING OUTSTANDING"
               STOP RUN
           END-IF.
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CHECK REGISTER, STATUS: "
                   WS-CHKREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B000-LOAD-REGISTER.

      *> The master only supplies name and SSN for the escheat row -
      *> if it cannot be opened the check still escheats, unnamed.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS = '00'
               MOVE 'Y' TO WS-EMP-FILE-OPEN
           END-IF.

           OPEN OUTPUT OUTSTANDING-REPORT-FILE.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING "OUTSTANDING PAYROLL CHECKS AS OF " WS-TODAY
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
           END-STRING.
           WRITE OUTSTANDING-REPORT-LINE.
           MOVE "CHECK# EMP-ID ISSUED       AMOUNT   AGE"
               TO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.

           PERFORM C000-LIST-OUTSTANDING.

           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING "CHECKS OUTSTANDING: " WS-OUTSTANDING-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
           END-STRING.
           WRITE OUTSTANDING-REPORT-LINE.

           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING "MOVED TO UNCLAIMED PROPERTY (OUTSTANDING OVER "
               WS-STALE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
           END-STRING.
           WRITE OUTSTANDING-REPORT-LINE.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING "CHECK# EMP-ID NAME                 SSN       "
               "ISSUED       AMOUNT   AGE"
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
           END-STRING.
           WRITE OUTSTANDING-REPORT-LINE.

           PERFORM D000-ESCHEAT-STALE.

           MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING "CHECKS ESCHEATED:   " WS-ESCHEAT-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
           END-STRING.
           WRITE OUTSTANDING-REPORT-LINE.
           CLOSE OUTSTANDING-REPORT-FILE.

           IF WS-EMP-FILE-OPEN = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF.

           IF WS-ESCHEAT-COUNT > 0
               PERFORM H000-REWRITE-REGISTER
           END-IF.

           DISPLAY "CHECKS OUTSTANDING:    " WS-OUTSTANDING-COUNT.
           DISPLAY "TOTAL OUTSTANDING:     " WS-OUTSTANDING-TOTAL.
           DISPLAY "CHECKS ESCHEATED:      " WS-ESCHEAT-COUNT.
           DISPLAY "TOTAL ESCHEATED:       " WS-ESCHEAT-TOTAL.
           STOP RUN.

      *> A register too big for the table is refused outright - the
      *> rewrite would otherwise drop the rows that did not fit.
       B000-LOAD-REGISTER.
           MOVE ZEROS TO WS-REG-COUNT.
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

       C000-LIST-OUTSTANDING.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-STATUS(WS-RG-IDX) = 'I'
                   PERFORM C100-AGE-CHECK
                   IF WS-CHECK-AGE NOT > WS-STALE-DAYS
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       ADD WS-RG-AMOUNT(WS-RG-IDX)
                           TO WS-OUTSTANDING-TOTAL
                       MOVE WS-RG-AMOUNT(WS-RG-IDX)
                           TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO OUTSTANDING-REPORT-LINE
                       STRING WS-RG-NUMBER(WS-RG-IDX) " "
                           WS-RG-EMP-ID(WS-RG-IDX) "  "
                           WS-RG-DATE(WS-RG-IDX) " "
                           WS-AMOUNT-DISPLAY " "
                           WS-CHECK-AGE
                           DELIMITED BY SIZE
                           INTO OUTSTANDING-REPORT-LINE
                       END-STRING
                       WRITE OUTSTANDING-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       C100-AGE-CHECK.
           COMPUTE WS-CHECK-AGE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-RG-DATE(WS-RG-IDX)).

      *> Stale checks leave the outstanding list for good - status
      *> 'E' on the register, a row on the unclaimed-property file.
       D000-ESCHEAT-STALE.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-STATUS(WS-RG-IDX) = 'I'
                   PERFORM C100-AGE-CHECK
                   IF WS-CHECK-AGE > WS-STALE-DAYS
                       PERFORM D100-ESCHEAT-CHECK
                   END-IF
               END-IF
           END-PERFORM.

       D100-ESCHEAT-CHECK.
           MOVE SPACES TO WS-EMP-NAME.
           MOVE ZEROS TO WS-EMP-SSN.
           IF WS-EMP-FILE-OPEN = 'Y'
               MOVE WS-RG-EMP-ID(WS-RG-IDX) TO WS-EMP-REL-KEY
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-EMP-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-EMP-NAME
                       MOVE EMP-SSN TO WS-EMP-SSN
               END-READ
           END-IF.

           MOVE WS-RG-NUMBER(WS-RG-IDX) TO ESCHEAT-CHECK-NUMBER.
           MOVE WS-RG-EMP-ID(WS-RG-IDX) TO ESCHEAT-EMP-ID.
           MOVE WS-EMP-NAME TO ESCHEAT-EMP-NAME.
           MOVE WS-EMP-SSN TO ESCHEAT-SSN.
           MOVE WS-RG-DATE(WS-RG-IDX) TO ESCHEAT-ISSUE-DATE.
           MOVE WS-RG-AMOUNT(WS-RG-IDX) TO ESCHEAT-AMOUNT.
           MOVE WS-TODAY TO ESCHEAT-DATE.

           OPEN EXTEND ESCHEAT-FILE.
           IF WS-ESCHEAT-STATUS = '35'
               OPEN OUTPUT ESCHEAT-FILE
           END-IF.
           WRITE ESCHEAT-RECORD.
           CLOSE ESCHEAT-FILE.

           MOVE 'E' TO WS-RG-STATUS(WS-RG-IDX).
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD WS-RG-AMOUNT(WS-RG-IDX) TO WS-ESCHEAT-TOTAL.

           MOVE WS-RG-AMOUNT(WS-RG-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING WS-RG-NUMBER(WS-RG-IDX) " "
               WS-RG-EMP-ID(WS-RG-IDX) "  "
               WS-EMP-NAME " "
               WS-EMP-SSN " "
               WS-RG-DATE(WS-RG-IDX) " "
               WS-AMOUNT-DISPLAY " "
               WS-CHECK-AGE
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE
           END-STRING.
           WRITE OUTSTANDING-REPORT-LINE.

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
