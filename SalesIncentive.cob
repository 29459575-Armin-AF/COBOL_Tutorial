       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesIncentive.

      *> Monthly sales incentive run - totals each rep's sales for the
      *> business month from SALESTRN.DAT, nets off the month's
      *> returns from SALESRET.DAT (same row layout, charged back to
      *> the rep who made the sale), and pays the net under the
      *> rep's commission plan on COMMPLAN.DAT: the base rate up to
      *> the monthly quota, the tier rate on everything above it.
      *> Each payout goes to data/PAYADJ.DAT as a taxable adjustment
      *> against the rep's REP-EMP-ID, so the next regular payroll
      *> pays it and withholds on it like ordinary pay instead of the
      *> figure being worked out on paper and keyed in. Every rep
      *> gets a statement on data/INCENTSTMT.TXT - gross sales,
      *> returns, net, quota attainment and the payout, or why
      *> nothing was paid. A rep already carrying this month's
      *> incentive row on data/PAYADJ.DAT is not paid twice by a
      *> rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESREP-FILE ASSIGN TO 'SALESREP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT COMM-PLAN-FILE ASSIGN TO 'COMMPLAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

           SELECT SALES-TRANSACTION-FILE ASSIGN TO 'SALESTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT SALES-RETURN-FILE ASSIGN TO 'SALESRET.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT PAY-ADJUST-FILE ASSIGN TO 'data/PAYADJ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYADJ-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'data/INCENTSTMT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESREP-FILE.
       COPY SALESREP.

       FD  COMM-PLAN-FILE.
       COPY COMMPLAN.

       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRAN-LINE.
           05  SALES-TRAN-MONTH      PIC 9(2).
           05  SALES-TRAN-DAY        PIC 9(2).
           05  SALES-TRAN-AMOUNT     PIC 9(5).
           05  SALES-TRAN-REP        PIC X(3).
           05  SALES-TRAN-REGION     PIC X(3).

       FD  SALES-RETURN-FILE.
       01  SALES-RETURN-LINE.
           05  SALES-RET-MONTH       PIC 9(2).
           05  SALES-RET-DAY         PIC 9(2).
           05  SALES-RET-AMOUNT      PIC 9(5).
           05  SALES-RET-REP         PIC X(3).
           05  SALES-RET-REGION      PIC X(3).

       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  PAY-ADJUST-FILE.
       COPY PAYADJ.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REP-STATUS PIC X(2) VALUE '00'.
       01 WS-PLAN-STATUS PIC X(2) VALUE '00'.
       01 WS-SALES-STATUS PIC X(2) VALUE '00'.
       01 WS-RETURN-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-PAYADJ-STATUS PIC X(2) VALUE '00'.
       01 WS-STATEMENT-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.

       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-INCENT-MONTH PIC 9(2) VALUE ZEROS.
      *> The PADJ-REASON the month's payouts carry - also how a rerun
      *> recognises a rep already paid for the month.
       01 WS-INCENT-REASON PIC X(12) VALUE SPACES.

      *> One slot per rep on SALESREP.DAT - the plan terms joined on
      *> from COMMPLAN.DAT, the month's sales and returns added in.
       01 INCENT-REP-TABLE.
           05 IR-ENTRY OCCURS 50 TIMES INDEXED BY IR-IDX.
               10 IR-CODE               PIC X(3).
               10 IR-NAME               PIC X(20).
               10 IR-REGION             PIC X(3).
               10 IR-EMP-ID             PIC 9(5).
               10 IR-PLAN-FOUND         PIC X(1).
               10 IR-QUOTA              PIC 9(7).
               10 IR-BASE-RATE          PIC V9(4).
               10 IR-TIER-RATE          PIC V9(4).
               10 IR-GROSS-SALES        PIC 9(7).
               10 IR-RETURNS            PIC 9(7).
       01 WS-REP-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-REP-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-WORK-REP PIC X(3) VALUE SPACES.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZEROS.

      *> Employees already carrying this month's incentive row.
       01 WS-PAID-TABLE.
           05 WS-PD-EMP-ID OCCURS 50 TIMES PIC 9(5).
       01 WS-PAID-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-PAID-SUB PIC 9(2) VALUE ZEROS.
       01 WS-ALREADY-PAID PIC X(1) VALUE 'N'.

      *> One rep's payout.
       01 WS-NET-SALES PIC S9(7) VALUE ZEROS.
       01 WS-BASE-SALES PIC 9(7) VALUE ZEROS.
       01 WS-TIER-SALES PIC 9(7) VALUE ZEROS.
       01 WS-BASE-PAY PIC 9(7)V99 VALUE ZEROS.
       01 WS-TIER-PAY PIC 9(7)V99 VALUE ZEROS.
       01 WS-PAYOUT PIC 9(7)V99 VALUE ZEROS.
       01 WS-ATTAINMENT PIC 9(3)V9 VALUE ZEROS.
       01 WS-HOLD-REASON PIC X(30) VALUE SPACES.

       01 WS-NET-DISPLAY PIC -(6)9 VALUE ZEROS.
       01 WS-SALES-DISPLAY PIC Z(6)9 VALUE ZEROS.
       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99 VALUE ZEROS.
       01 WS-ATTAIN-DISPLAY PIC ZZ9.9 VALUE ZEROS.
       01 WS-RATE-DISPLAY PIC .9999 VALUE ZEROS.

       01 WS-EMITTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-PAYOUT PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-DISPLAY PIC Z(8)9.99 VALUE ZEROS.

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
           MOVE WS-BUS-DATE(5:2) TO WS-INCENT-MONTH.
           STRING "INC " WS-BUS-DATE(1:4) "-" WS-BUS-DATE(5:2)
               DELIMITED BY SIZE INTO WS-INCENT-REASON
           END-STRING.

           PERFORM B000-LOAD-REPS.
           PERFORM C000-LOAD-PLANS.
           PERFORM D000-TOTAL-SALES.
           PERFORM E000-TOTAL-RETURNS.
           PERFORM F000-LOAD-PAID-ALREADY.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS: "
                   WS-EMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           PERFORM VARYING IR-IDX FROM 1 BY 1
               UNTIL IR-IDX > WS-REP-COUNT
               PERFORM G000-WORK-ONE-REP
           END-PERFORM.

           CLOSE EMPLOYEE-FILE.

           MOVE WS-TOTAL-PAYOUT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "RUN TOTAL " WS-INCENT-REASON
               "  PAYOUTS: " WS-EMITTED-COUNT
               "  HELD: " WS-HELD-COUNT
               "  PAID: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           CLOSE STATEMENT-FILE.

           DISPLAY "INCENTIVE ADJUSTMENTS EMITTED: " WS-EMITTED-COUNT.
           DISPLAY "REPS NOT PAID:                 " WS-HELD-COUNT.
           DISPLAY "TOTAL INCENTIVE PAID:          " WS-TOTAL-DISPLAY.
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "SALES/RETURN ROWS FOR UNKNOWN REPS: "
                   WS-UNKNOWN-COUNT
           END-IF.
           STOP RUN.

       B000-LOAD-REPS.
           OPEN INPUT SALESREP-FILE.
           IF WS-REP-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN SALESREP.DAT, STATUS: "
                   WS-REP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE.
           READ SALESREP-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               OR WS-REP-COUNT = 50
               ADD 1 TO WS-REP-COUNT
               MOVE REP-CODE TO IR-CODE(WS-REP-COUNT)
               MOVE REP-NAME TO IR-NAME(WS-REP-COUNT)
               MOVE REP-REGION TO IR-REGION(WS-REP-COUNT)
               IF REP-EMP-ID NUMERIC
                   MOVE REP-EMP-ID TO IR-EMP-ID(WS-REP-COUNT)
               ELSE
                   MOVE ZEROS TO IR-EMP-ID(WS-REP-COUNT)
               END-IF
               MOVE 'N' TO IR-PLAN-FOUND(WS-REP-COUNT)
               MOVE ZEROS TO IR-QUOTA(WS-REP-COUNT)
               MOVE ZEROS TO IR-BASE-RATE(WS-REP-COUNT)
               MOVE ZEROS TO IR-TIER-RATE(WS-REP-COUNT)
               MOVE ZEROS TO IR-GROSS-SALES(WS-REP-COUNT)
               MOVE ZEROS TO IR-RETURNS(WS-REP-COUNT)

               READ SALESREP-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE SALESREP-FILE.

      *> A rep with no plan row is listed on the statements but not
      *> paid - there is no rate to pay at.
       C000-LOAD-PLANS.
           OPEN INPUT COMM-PLAN-FILE.
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN COMMPLAN.DAT, STATUS: "
                   WS-PLAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE.
           READ COMM-PLAN-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE CPLAN-REP-CODE TO WS-WORK-REP
               PERFORM H000-FIND-REP
               IF WS-REP-FOUND = ZEROS
                   DISPLAY "PLAN IGNORED, REP NOT ON SALESREP.DAT: "
                       CPLAN-REP-CODE
               ELSE
                   MOVE 'Y' TO IR-PLAN-FOUND(WS-REP-FOUND)
                   MOVE CPLAN-MONTHLY-QUOTA TO IR-QUOTA(WS-REP-FOUND)
                   MOVE CPLAN-BASE-RATE TO IR-BASE-RATE(WS-REP-FOUND)
                   MOVE CPLAN-TIER-RATE TO IR-TIER-RATE(WS-REP-FOUND)
               END-IF

               READ COMM-PLAN-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE COMM-PLAN-FILE.

       D000-TOTAL-SALES.
           OPEN INPUT SALES-TRANSACTION-FILE.
           IF WS-SALES-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN SALESTRN.DAT, STATUS: "
                   WS-SALES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE.
           READ SALES-TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF SALES-TRAN-MONTH = WS-INCENT-MONTH
                   MOVE SALES-TRAN-REP TO WS-WORK-REP
                   PERFORM H000-FIND-REP
                   IF WS-REP-FOUND = ZEROS
                       DISPLAY "SALE NOT CREDITED, UNKNOWN REP: "
                           SALES-TRAN-REP
                       ADD 1 TO WS-UNKNOWN-COUNT
                   ELSE
                       ADD SALES-TRAN-AMOUNT
                           TO IR-GROSS-SALES(WS-REP-FOUND)
                   END-IF
               END-IF

               READ SALES-TRANSACTION-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE SALES-TRANSACTION-FILE.

      *> No returns file just means nothing came back this month.
       E000-TOTAL-RETURNS.
           OPEN INPUT SALES-RETURN-FILE.
           IF WS-RETURN-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               READ SALES-RETURN-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF SALES-RET-MONTH = WS-INCENT-MONTH
                       MOVE SALES-RET-REP TO WS-WORK-REP
                       PERFORM H000-FIND-REP
                       IF WS-REP-FOUND = ZEROS
                           DISPLAY "RETURN NOT CHARGED, UNKNOWN REP: "
                               SALES-RET-REP
                           ADD 1 TO WS-UNKNOWN-COUNT
                       ELSE
                           ADD SALES-RET-AMOUNT
                               TO IR-RETURNS(WS-REP-FOUND)
                       END-IF
                   END-IF

                   READ SALES-RETURN-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM

               CLOSE SALES-RETURN-FILE
           END-IF.

      *> Employees whose incentive row for this month is already on
      *> data/PAYADJ.DAT, applied or not - a rerun skips them.
       F000-LOAD-PAID-ALREADY.
           MOVE ZEROS TO WS-PAID-COUNT.
           OPEN INPUT PAY-ADJUST-FILE.
           IF WS-PAYADJ-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               READ PAY-ADJUST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF PADJ-REASON = WS-INCENT-REASON
                       AND WS-PAID-COUNT < 50
                       ADD 1 TO WS-PAID-COUNT
                       MOVE PADJ-EMP-ID TO WS-PD-EMP-ID(WS-PAID-COUNT)
                   END-IF

                   READ PAY-ADJUST-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM

               CLOSE PAY-ADJUST-FILE
           END-IF.

       G000-WORK-ONE-REP.
           PERFORM G100-COMPUTE-PAYOUT.

           MOVE SPACES TO WS-HOLD-REASON.
           IF IR-PLAN-FOUND(IR-IDX) = 'N'
               MOVE "NO COMMISSION PLAN" TO WS-HOLD-REASON
           ELSE
           IF WS-PAYOUT = ZEROS
               MOVE "NO PAYOUT EARNED" TO WS-HOLD-REASON
           ELSE
           IF IR-EMP-ID(IR-IDX) = ZEROS
               MOVE "REP NOT LINKED TO AN EMPLOYEE" TO WS-HOLD-REASON
           ELSE
               MOVE IR-EMP-ID(IR-IDX) TO WS-EMP-REL-KEY
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON FILE" TO WS-HOLD-REASON
               END-READ
               IF WS-HOLD-REASON = SPACES
                   PERFORM G200-CHECK-PAID-ALREADY
                   IF WS-ALREADY-PAID = 'Y'
                       MOVE "ALREADY PAID THIS MONTH"
                           TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-HOLD-REASON = SPACES
               PERFORM G300-EMIT-ADJUSTMENT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

           PERFORM G400-WRITE-STATEMENT.

      *> Net sales up to quota at the base rate, the excess at the
      *> tier rate. Returns larger than the month's sales earn
      *> nothing - the shortfall is not carried forward.
       G100-COMPUTE-PAYOUT.
           COMPUTE WS-NET-SALES =
               IR-GROSS-SALES(IR-IDX) - IR-RETURNS(IR-IDX).
           MOVE ZEROS TO WS-BASE-SALES.
           MOVE ZEROS TO WS-TIER-SALES.
           MOVE ZEROS TO WS-BASE-PAY.
           MOVE ZEROS TO WS-TIER-PAY.
           MOVE ZEROS TO WS-PAYOUT.
           MOVE ZEROS TO WS-ATTAINMENT.

           IF WS-NET-SALES > ZEROS
               IF IR-QUOTA(IR-IDX) = ZEROS
                   MOVE WS-NET-SALES TO WS-BASE-SALES
               ELSE
                   COMPUTE WS-ATTAINMENT ROUNDED =
                       WS-NET-SALES * 100 / IR-QUOTA(IR-IDX)
                       ON SIZE ERROR MOVE 999.9 TO WS-ATTAINMENT
                   END-COMPUTE
                   IF WS-NET-SALES > IR-QUOTA(IR-IDX)
                       MOVE IR-QUOTA(IR-IDX) TO WS-BASE-SALES
                       COMPUTE WS-TIER-SALES =
                           WS-NET-SALES - IR-QUOTA(IR-IDX)
                   ELSE
                       MOVE WS-NET-SALES TO WS-BASE-SALES
                   END-IF
               END-IF
               COMPUTE WS-BASE-PAY ROUNDED =
                   WS-BASE-SALES * IR-BASE-RATE(IR-IDX)
               COMPUTE WS-TIER-PAY ROUNDED =
                   WS-TIER-SALES * IR-TIER-RATE(IR-IDX)
               COMPUTE WS-PAYOUT = WS-BASE-PAY + WS-TIER-PAY
           END-IF.

       G200-CHECK-PAID-ALREADY.
           MOVE 'N' TO WS-ALREADY-PAID.
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
               UNTIL WS-PAID-SUB > WS-PAID-COUNT
               IF WS-PD-EMP-ID(WS-PAID-SUB) = IR-EMP-ID(IR-IDX)
                   MOVE 'Y' TO WS-ALREADY-PAID
               END-IF
           END-PERFORM.

       G300-EMIT-ADJUSTMENT.
           MOVE IR-EMP-ID(IR-IDX) TO PADJ-EMP-ID.
           MOVE WS-INCENT-REASON TO PADJ-REASON.
           MOVE WS-PAYOUT TO PADJ-AMOUNT.
      *> Incentive pay is supplemental wages - payroll withholds on
      *> it through the same annualized brackets as ordinary pay.
           MOVE 'Y' TO PADJ-TAXABLE.
           MOVE 'N' TO PADJ-APPLIED.

           OPEN EXTEND PAY-ADJUST-FILE.
           IF WS-PAYADJ-STATUS = '35'
               OPEN OUTPUT PAY-ADJUST-FILE
           END-IF.
           WRITE PAYADJ-RECORD.
           CLOSE PAY-ADJUST-FILE.

           ADD 1 TO WS-EMITTED-COUNT.
           ADD WS-PAYOUT TO WS-TOTAL-PAYOUT.

       G400-WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "INCENTIVE STATEMENT " WS-INCENT-REASON(5:7)
               "  REP " IR-CODE(IR-IDX) " " IR-NAME(IR-IDX)
               " REGION " IR-REGION(IR-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "    EMPLOYEE " IR-EMP-ID(IR-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE IR-GROSS-SALES(IR-IDX) TO WS-SALES-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "    GROSS SALES      " WS-SALES-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE IR-RETURNS(IR-IDX) TO WS-SALES-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "    LESS RETURNS     " WS-SALES-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE WS-NET-SALES TO WS-NET-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "    NET SALES        " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE IR-QUOTA(IR-IDX) TO WS-SALES-DISPLAY.
           MOVE WS-ATTAINMENT TO WS-ATTAIN-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           IF IR-QUOTA(IR-IDX) = ZEROS
               STRING "    QUOTA            " WS-SALES-DISPLAY
                   "   ATTAINMENT   N/A"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING "    QUOTA            " WS-SALES-DISPLAY
                   "   ATTAINMENT " WS-ATTAIN-DISPLAY "%"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
           END-IF.
           WRITE STATEMENT-LINE.

           MOVE WS-BASE-SALES TO WS-SALES-DISPLAY.
           MOVE IR-BASE-RATE(IR-IDX) TO WS-RATE-DISPLAY.
           MOVE WS-BASE-PAY TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "    TO QUOTA    AT " WS-RATE-DISPLAY " ON "
               WS-SALES-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE WS-TIER-SALES TO WS-SALES-DISPLAY.
           MOVE IR-TIER-RATE(IR-IDX) TO WS-RATE-DISPLAY.
           MOVE WS-TIER-PAY TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "    ABOVE QUOTA AT " WS-RATE-DISPLAY " ON "
               WS-SALES-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE WS-PAYOUT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-HOLD-REASON = SPACES
               STRING "    INCENTIVE PAYOUT " WS-AMOUNT-DISPLAY
                   "  - PAID ON NEXT PAYROLL"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING "    INCENTIVE PAYOUT " WS-AMOUNT-DISPLAY
                   "  - NOT PAID: " WS-HOLD-REASON
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
           END-IF.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       H000-FIND-REP.
           MOVE ZEROS TO WS-REP-FOUND.
           PERFORM VARYING IR-IDX FROM 1 BY 1
               UNTIL IR-IDX > WS-REP-COUNT
               IF IR-CODE(IR-IDX) = WS-WORK-REP
                   SET WS-REP-FOUND TO IR-IDX
               END-IF
           END-PERFORM.
