       IDENTIFICATION DIVISION.
       PROGRAM-ID. PremiumPaidStatement.

      *> Year-end premium-paid statement run - for every household
      *> that paid premium in the calendar year, one statement of
      *> what was paid on each of its policies, so the service desk
      *> no longer digs a policyholder's tax figures out of
      *> data/PAYHIST.DAT by hand every January. Each policy's
      *> payments for the year (autopay drafts the bank returned
      *> taken back out, as InsuranceGL does) less the refunds
      *> released to it that year (data/REFHIST.DAT) are grouped by
      *> POLICY-CUST-NUMBER, so a household's AUTO, HOME, HEALTH and
      *> LIFE policies come on one statement addressed from the
      *> customer master. A policy issued before the customer master
      *> existed (customer number zeros) gets a statement of its own
      *> addressed from the policy.
      *> Statements are written to data/PREMSTMT-<year>.TXT and each
      *> is put on the print spool (shared PrintSpool module) for the
      *> vendor stream - except where the household's address is
      *> flagged bad, when a row goes to the returned-mail worklist
      *> (data/RETMAILWK.DAT) instead. The control is proved from the
      *> loaded table before any statement is built; a run that does
      *> not prove writes the statement file for review but spools
      *> nothing and holds nothing for returned mail.
      *> The control report, data/PREMCTL-<year>.TXT, ties the
      *> statements back to the year's cash: receipts less returned
      *> drafts less refunds from the same two files, against the
      *> statement total plus whatever could not be put on a
      *> statement (a policy no longer on the master), each listed.
      *> Money that would not fit the policy table is listed too but
      *> is never counted as proved - a run that filled the table
      *> ends RC 1 and its control report says DO NOT MAIL. Out of
      *> balance ends RC 2.
      *> Runs on the year-end night from InsuranceCycle.cob for the
      *> year just ending; run any other time it takes the year
      *> before the business date, or the year given on the command
      *> line. Every output is rebuilt from scratch each run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT REFUND-HISTORY-FILE ASSIGN TO 'data/REFHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFHIST-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'data/CUSTOMER.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-CUST-REL-KEY
           FILE STATUS IS WS-CUST-STATUS.

      *> Generations named from the statement year at OPEN time, the
      *> way Commission1099.cob names its year-end files.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO DYNAMIC
               WS-CONTROL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  REFUND-HISTORY-FILE.
       COPY REFHIST.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTMST.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(70).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE         PIC X(80).

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-REFHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-CUST-STATUS PIC X(2) VALUE '00'.
       01 WS-STMT-STATUS PIC X(2) VALUE '00'.
       01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-CUST-REL-KEY PIC 9(6).
       01 WS-CUST-OPEN PIC X(1) VALUE 'N'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-STMT-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-STMT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-CONTROL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-PROGRAM-NAME PIC X(20) VALUE 'PremiumPaidStatement'.

      *> One row per policy with money in or out during the year.
      *> WS-PP-HOUSEHOLD is the customer number, or zeros for a
      *> policy that stands alone; WS-PP-DONE marks rows already on
      *> a statement (or listed as unassigned).
       01 WS-POLICY-TABLE.
           05 WS-PP-ENTRY OCCURS 9999 TIMES INDEXED BY WS-PP-IDX.
               10 WS-PP-POLICY          PIC 9(7).
               10 WS-PP-PAID            PIC 9(9)V99.
               10 WS-PP-RETURNED        PIC 9(9)V99.
               10 WS-PP-REFUNDED        PIC 9(9)V99.
               10 WS-PP-ON-MASTER       PIC X(1).
               10 WS-PP-HOUSEHOLD       PIC 9(6).
               10 WS-PP-TYPE            PIC X(10).
               10 WS-PP-DONE            PIC X(1).
       01 WS-PP-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(5) VALUE ZEROS.
       01 WS-LEAD-IDX PIC 9(5) VALUE ZEROS.
       01 WS-LOOKUP-POLICY PIC 9(7) VALUE ZEROS.

      *> The year's cash from the history files - the side of the
      *> control the statements are proved against.
       01 WS-YEAR-RECEIPTS PIC 9(11)V99 VALUE ZEROS.
       01 WS-YEAR-RETURNS PIC 9(11)V99 VALUE ZEROS.
       01 WS-YEAR-REFUNDS PIC 9(11)V99 VALUE ZEROS.
       01 WS-YEAR-NET PIC S9(11)V99 VALUE ZEROS.
       01 WS-STMT-TOTAL PIC S9(11)V99 VALUE ZEROS.
       01 WS-UNASSIGNED-TOTAL PIC S9(11)V99 VALUE ZEROS.
       01 WS-OVERFLOW-TOTAL PIC S9(11)V99 VALUE ZEROS.
       01 WS-PROVED-TOTAL PIC S9(11)V99 VALUE ZEROS.
       01 WS-MAIL-OK PIC X(1) VALUE 'N'.

      *> The household on the statement being built.
       01 WS-HH-NUMBER PIC 9(6) VALUE ZEROS.
       01 WS-HH-NAME PIC X(20) VALUE SPACES.
       01 WS-HH-STREET PIC X(20) VALUE SPACES.
       01 WS-HH-CITY PIC X(15) VALUE SPACES.
       01 WS-HH-STATE PIC X(2) VALUE SPACES.
       01 WS-HH-ZIP PIC X(5) VALUE SPACES.
       01 WS-HH-BAD-ADDR PIC X(1) VALUE SPACE.
       01 WS-HH-BAD-ADDR-DATE PIC 9(8) VALUE ZEROS.
       01 WS-HH-PAID PIC S9(11)V99 VALUE ZEROS.
       01 WS-HH-REFUNDED PIC 9(11)V99 VALUE ZEROS.
       01 WS-HH-NET PIC S9(11)V99 VALUE ZEROS.
       01 WS-POLICY-PAID PIC S9(9)V99 VALUE ZEROS.
       01 WS-POLICY-NET PIC S9(9)V99 VALUE ZEROS.

       01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-SPOOLED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RETMAIL-HELD PIC 9(5) VALUE ZEROS.
       01 WS-UNASSIGNED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZEROS.

       01 WS-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       01 WS-PAID-DISPLAY PIC -ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       01 WS-REFUND-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       01 WS-NET-DISPLAY PIC -ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       01 WS-DETAIL-LINE PIC X(70) VALUE SPACES.

       COPY PRTSPOOL.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF WS-RUN-MODE(1:4) IS NUMERIC
               AND WS-RUN-MODE(5:1) = SPACE
               MOVE WS-RUN-MODE(1:4) TO WS-STMT-YEAR
           ELSE
               MOVE WS-TODAY(1:4) TO WS-STMT-YEAR
               IF WS-TODAY(5:2) NOT = '12'
                   SUBTRACT 1 FROM WS-STMT-YEAR
               END-IF
           END-IF.

           PERFORM B000-LOAD-PAYMENTS.
           PERFORM B100-LOAD-REFUNDS.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               PERFORM C000-READ-POLICY
           END-PERFORM.
           PERFORM C100-PROVE-YEAR.

           STRING "data/PREMSTMT-" WS-STMT-YEAR ".TXT"
               DELIMITED BY SIZE INTO WS-STMT-FILENAME
           END-STRING.
           STRING "data/PREMCTL-" WS-STMT-YEAR ".TXT"
               DELIMITED BY SIZE INTO WS-CONTROL-FILENAME
           END-STRING.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF.

           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "PREMIUM-PAID STATEMENT CONTROL FOR TAX YEAR "
               WS-STMT-YEAR " (RUN " WS-TODAY ")"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "NOT ON A STATEMENT" TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

           PERFORM VARYING WS-LEAD-IDX FROM 1 BY 1
               UNTIL WS-LEAD-IDX > WS-PP-COUNT
               IF WS-PP-DONE(WS-LEAD-IDX) = 'N'
                   IF WS-PP-ON-MASTER(WS-LEAD-IDX) = 'N'
                       PERFORM E000-LIST-UNASSIGNED
                   ELSE
                       PERFORM D000-WRITE-HOUSEHOLD
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE POLICY-MASTER.

           PERFORM F000-WRITE-CONTROL-TOTALS.

           CLOSE STATEMENT-FILE.
           CLOSE CONTROL-REPORT-FILE.

           IF WS-MAIL-OK = 'Y'
               MOVE SPACES TO PRTSPOOL-RECORD
               MOVE 'C' TO PSP-REC-TYPE
               MOVE 'PREMSTMT' TO PSP-DOC-TYPE
               MOVE WS-PROGRAM-NAME TO PSP-PROGRAM
               MOVE WS-TODAY TO PSP-RUN-DATE
               MOVE WS-SPOOLED-COUNT TO PSP-PIECES
               CALL 'PrintSpool' USING PRTSPOOL-RECORD
           ELSE
               DISPLAY "CONTROL DOES NOT PROVE - NOTHING SPOOLED, "
                   "STATEMENT FILE FOR REVIEW ONLY"
           END-IF.

           DISPLAY "TAX YEAR:               " WS-STMT-YEAR.
           DISPLAY "STATEMENTS WRITTEN:     " WS-STATEMENT-COUNT.
           DISPLAY "STATEMENTS SPOOLED:     " WS-SPOOLED-COUNT.
           DISPLAY "HELD, RETURNED MAIL:    " WS-RETMAIL-HELD.
           DISPLAY "POLICIES NOT ON MASTER: " WS-UNASSIGNED-COUNT.
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "POLICY TABLE FULL - HISTORY ROWS LEFT OFF: "
                   WS-OVERFLOW-COUNT
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF WS-PROVED-TOTAL NOT = WS-YEAR-NET
               AND WS-OVERFLOW-COUNT = ZEROS
               DISPLAY "STATEMENTS DO NOT TIE TO CASH RECEIPTS"
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Every payment row for the year counts toward the cash
      *> control; only rows that fit the table reach a statement.
       B000-LOAD-PAYMENTS.
           MOVE ZEROS TO WS-PP-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '00'
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF PAYHIST-DATE(1:4) = WS-STMT-YEAR
                       MOVE PAYHIST-POLICY-NUMBER TO WS-LOOKUP-POLICY
                       PERFORM B200-FIND-POLICY-ROW
                       IF PAYHIST-SOURCE = 'ACH RETURN'
                           ADD PAYHIST-AMOUNT TO WS-YEAR-RETURNS
                           IF WS-FOUND-IDX = ZEROS
                               SUBTRACT PAYHIST-AMOUNT
                                   FROM WS-OVERFLOW-TOTAL
                           ELSE
                               ADD PAYHIST-AMOUNT
                                   TO WS-PP-RETURNED(WS-FOUND-IDX)
                           END-IF
                       ELSE
                           ADD PAYHIST-AMOUNT TO WS-YEAR-RECEIPTS
                           IF WS-FOUND-IDX = ZEROS
                               ADD PAYHIST-AMOUNT TO WS-OVERFLOW-TOTAL
                           ELSE
                               ADD PAYHIST-AMOUNT
                                   TO WS-PP-PAID(WS-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF

                   READ PAYMENT-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM

               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       B100-LOAD-REFUNDS.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT REFUND-HISTORY-FILE.
           IF WS-REFHIST-STATUS = '00'
               READ REFUND-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF REFHIST-DATE(1:4) = WS-STMT-YEAR
                       ADD REFHIST-AMOUNT TO WS-YEAR-REFUNDS
                       MOVE REFHIST-POLICY-NUMBER TO WS-LOOKUP-POLICY
                       PERFORM B200-FIND-POLICY-ROW
                       IF WS-FOUND-IDX = ZEROS
                           SUBTRACT REFHIST-AMOUNT
                               FROM WS-OVERFLOW-TOTAL
                       ELSE
                           ADD REFHIST-AMOUNT
                               TO WS-PP-REFUNDED(WS-FOUND-IDX)
                       END-IF
                   END-IF

                   READ REFUND-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM

               CLOSE REFUND-HISTORY-FILE
           END-IF.

      *> Finds the policy's row, opening one on its first payment or
      *> refund of the year. WS-FOUND-IDX is zeros when the table is
      *> full - the row's money then goes to WS-OVERFLOW-TOTAL,
      *> netted the way a statement would have netted it.
       B200-FIND-POLICY-ROW.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-POLICY(WS-PP-IDX) = WS-LOOKUP-POLICY
                   SET WS-FOUND-IDX TO WS-PP-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZEROS
               IF WS-PP-COUNT < 9999
                   ADD 1 TO WS-PP-COUNT
                   MOVE WS-PP-COUNT TO WS-FOUND-IDX
                   MOVE WS-LOOKUP-POLICY TO WS-PP-POLICY(WS-FOUND-IDX)
                   MOVE ZEROS TO WS-PP-PAID(WS-FOUND-IDX)
                   MOVE ZEROS TO WS-PP-RETURNED(WS-FOUND-IDX)
                   MOVE ZEROS TO WS-PP-REFUNDED(WS-FOUND-IDX)
                   MOVE 'N' TO WS-PP-ON-MASTER(WS-FOUND-IDX)
                   MOVE ZEROS TO WS-PP-HOUSEHOLD(WS-FOUND-IDX)
                   MOVE SPACES TO WS-PP-TYPE(WS-FOUND-IDX)
                   MOVE 'N' TO WS-PP-DONE(WS-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       C000-READ-POLICY.
           MOVE WS-PP-POLICY(WS-PP-IDX) TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-PP-ON-MASTER(WS-PP-IDX)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PP-ON-MASTER(WS-PP-IDX)
                   MOVE POLICY-CUST-NUMBER
                       TO WS-PP-HOUSEHOLD(WS-PP-IDX)
                   MOVE POLICY-TYPE TO WS-PP-TYPE(WS-PP-IDX)
           END-READ.

      *> The proof is taken from the loaded table before anything is
      *> built: every policy on the master lands on exactly one
      *> statement, every other row is listed as not on a statement.
      *> Statements go to the spool only when that ties to the
      *> year's cash and nothing was left off the table.
       C100-PROVE-YEAR.
           MOVE ZEROS TO WS-STMT-TOTAL.
           MOVE ZEROS TO WS-UNASSIGNED-TOTAL.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               COMPUTE WS-POLICY-NET =
                   WS-PP-PAID(WS-PP-IDX) - WS-PP-RETURNED(WS-PP-IDX)
                   - WS-PP-REFUNDED(WS-PP-IDX)
               IF WS-PP-ON-MASTER(WS-PP-IDX) = 'Y'
                   ADD WS-POLICY-NET TO WS-STMT-TOTAL
               ELSE
                   ADD WS-POLICY-NET TO WS-UNASSIGNED-TOTAL
               END-IF
           END-PERFORM.

           COMPUTE WS-YEAR-NET =
               WS-YEAR-RECEIPTS - WS-YEAR-RETURNS - WS-YEAR-REFUNDS.
           COMPUTE WS-PROVED-TOTAL =
               WS-STMT-TOTAL + WS-UNASSIGNED-TOTAL.

           IF WS-OVERFLOW-COUNT = ZEROS
               AND WS-PROVED-TOTAL = WS-YEAR-NET
               MOVE 'Y' TO WS-MAIL-OK
           ELSE
               MOVE 'N' TO WS-MAIL-OK
           END-IF.

      *> One statement for the household of the policy at
      *> WS-LEAD-IDX: every policy row with the same customer
      *> number, or just this policy when it has none.
       D000-WRITE-HOUSEHOLD.
           MOVE WS-PP-HOUSEHOLD(WS-LEAD-IDX) TO WS-HH-NUMBER.
           PERFORM D100-FIND-ADDRESS.
           MOVE ZEROS TO WS-HH-PAID.
           MOVE ZEROS TO WS-HH-REFUNDED.
           MOVE ZEROS TO WS-HH-NET.
           ADD 1 TO WS-STATEMENT-COUNT.

           IF WS-MAIL-OK = 'Y'
               IF WS-HH-BAD-ADDR = 'Y'
                   PERFORM D400-HOLD-FOR-ADDRESS
               ELSE
                   PERFORM D200-SPOOL-HEADER
               END-IF
           END-IF.

           MOVE "==========================================="
               TO WS-DETAIL-LINE.
           PERFORM D300-WRITE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "STATEMENT OF PREMIUMS PAID - TAX YEAR "
               WS-STMT-YEAR
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM D300-WRITE-LINE.
           MOVE WS-HH-NAME TO WS-DETAIL-LINE.
           PERFORM D300-WRITE-LINE.
           MOVE WS-HH-STREET TO WS-DETAIL-LINE.
           PERFORM D300-WRITE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-HH-CITY ' ' WS-HH-STATE ' ' WS-HH-ZIP
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM D300-WRITE-LINE.
           IF WS-HH-NUMBER NOT = ZEROS
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CUSTOMER NUMBER:  " WS-HH-NUMBER
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               END-STRING
               PERFORM D300-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM D300-WRITE-LINE.
           MOVE "POLICY  TYPE         PAID IN YEAR       REFUNDED"
               TO WS-DETAIL-LINE.
           PERFORM D300-WRITE-LINE.

           PERFORM VARYING WS-PP-IDX FROM WS-LEAD-IDX BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-DONE(WS-PP-IDX) = 'N'
                   AND WS-PP-ON-MASTER(WS-PP-IDX) = 'Y'
                   AND ((WS-HH-NUMBER NOT = ZEROS
                       AND WS-PP-HOUSEHOLD(WS-PP-IDX)
                           = WS-HH-NUMBER)
                   OR WS-PP-IDX = WS-LEAD-IDX)
                   PERFORM D500-WRITE-POLICY-LINE
               END-IF
           END-PERFORM.

           MOVE WS-HH-PAID TO WS-PAID-DISPLAY.
           MOVE WS-HH-REFUNDED TO WS-REFUND-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL              " WS-PAID-DISPLAY " "
               WS-REFUND-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM D300-WRITE-LINE.
           MOVE WS-HH-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NET PREMIUM PAID FOR THE YEAR:  " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM D300-WRITE-LINE.
           MOVE "KEEP THIS STATEMENT WITH YOUR TAX RECORDS."
               TO WS-DETAIL-LINE.
           PERFORM D300-WRITE-LINE.

      *> A household is addressed from the customer master; a policy
      *> with no customer number (or one the master cannot find) from
      *> the policy itself.
       D100-FIND-ADDRESS.
           MOVE WS-PP-POLICY(WS-LEAD-IDX) TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY CONTINUE
           END-READ.
           MOVE POLICY-HOLDER-NAME TO WS-HH-NAME.
           MOVE POLICY-ADDR-STREET TO WS-HH-STREET.
           MOVE POLICY-ADDR-CITY TO WS-HH-CITY.
           MOVE POLICY-ADDR-STATE TO WS-HH-STATE.
           MOVE POLICY-ADDR-ZIP TO WS-HH-ZIP.
           MOVE POLICY-BAD-ADDR-FLAG TO WS-HH-BAD-ADDR.
           MOVE POLICY-BAD-ADDR-DATE TO WS-HH-BAD-ADDR-DATE.

           IF WS-HH-NUMBER NOT = ZEROS AND WS-CUST-OPEN = 'Y'
               MOVE WS-HH-NUMBER TO WS-CUST-REL-KEY
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-HH-NAME
                       MOVE CUST-ADDR-STREET TO WS-HH-STREET
                       MOVE CUST-ADDR-CITY TO WS-HH-CITY
                       MOVE CUST-ADDR-STATE TO WS-HH-STATE
                       MOVE CUST-ADDR-ZIP TO WS-HH-ZIP
                       MOVE CUST-BAD-ADDR-FLAG TO WS-HH-BAD-ADDR
                       MOVE CUST-BAD-ADDR-DATE
                           TO WS-HH-BAD-ADDR-DATE
               END-READ
           END-IF.

       D200-SPOOL-HEADER.
           ADD 1 TO WS-SPOOLED-COUNT.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'PREMSTMT' TO PSP-DOC-TYPE.
           MOVE WS-PROGRAM-NAME TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE WS-HH-NAME TO PSP-RECIPIENT.
           MOVE WS-HH-STREET TO PSP-ADDR-STREET.
           MOVE WS-HH-CITY TO PSP-ADDR-CITY.
           MOVE WS-HH-STATE TO PSP-ADDR-STATE.
           MOVE WS-HH-ZIP TO PSP-ADDR-ZIP.
           IF WS-HH-NUMBER NOT = ZEROS
               MOVE WS-HH-NUMBER TO PSP-REFERENCE
           ELSE
               MOVE WS-PP-POLICY(WS-LEAD-IDX) TO PSP-REFERENCE
           END-IF.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE 'D' TO PSP-REC-TYPE.

      *> Every statement line goes to the statement file, and to the
      *> spool unless the statement is held for a bad address or the
      *> run did not prove.
       D300-WRITE-LINE.
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-MAIL-OK = 'Y' AND WS-HH-BAD-ADDR NOT = 'Y'
               MOVE WS-DETAIL-LINE TO PSP-LINE
               CALL 'PrintSpool' USING PRTSPOOL-RECORD
           END-IF.

      *> Mail to this address has come back - the statement is kept
      *> in the statement file but not mailed; ReturnedMail lists it
      *> for re-issue once a new address is keyed.
       D400-HOLD-FOR-ADDRESS.
           ADD 1 TO WS-RETMAIL-HELD.
           MOVE WS-TODAY TO RMWORK-RUN-DATE.
           MOVE 'PREMSTMT' TO RMWORK-DOCUMENT.
           MOVE WS-PP-POLICY(WS-LEAD-IDX) TO RMWORK-POLICY-NUMBER.
           MOVE WS-HH-NUMBER TO RMWORK-CUST-NUMBER.
           MOVE WS-HH-NAME TO RMWORK-HOLDER-NAME.
           MOVE WS-HH-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE.
           MOVE ZEROS TO RMWORK-AMOUNT.

           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.
           WRITE RMWORK-RECORD.
           CLOSE RETMAIL-WORK-FILE.

      *> Paid in year is net of any draft the bank returned.
       D500-WRITE-POLICY-LINE.
           COMPUTE WS-POLICY-PAID =
               WS-PP-PAID(WS-PP-IDX) - WS-PP-RETURNED(WS-PP-IDX).
           COMPUTE WS-POLICY-NET =
               WS-PP-PAID(WS-PP-IDX) - WS-PP-RETURNED(WS-PP-IDX)
               - WS-PP-REFUNDED(WS-PP-IDX).
           ADD WS-POLICY-PAID TO WS-HH-PAID.
           ADD WS-PP-REFUNDED(WS-PP-IDX) TO WS-HH-REFUNDED.
           ADD WS-POLICY-NET TO WS-HH-NET.
           MOVE 'Y' TO WS-PP-DONE(WS-PP-IDX).

           MOVE WS-POLICY-PAID TO WS-PAID-DISPLAY.
           MOVE WS-PP-REFUNDED(WS-PP-IDX) TO WS-REFUND-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-PP-POLICY(WS-PP-IDX) ' '
               WS-PP-TYPE(WS-PP-IDX) ' '
               WS-PAID-DISPLAY ' ' WS-REFUND-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM D300-WRITE-LINE.

      *> Money on a policy no longer on the master cannot be put on
      *> anyone's statement - listed so the control still ties.
       E000-LIST-UNASSIGNED.
           ADD 1 TO WS-UNASSIGNED-COUNT.
           MOVE 'Y' TO WS-PP-DONE(WS-LEAD-IDX).
           COMPUTE WS-POLICY-NET =
               WS-PP-PAID(WS-LEAD-IDX) - WS-PP-RETURNED(WS-LEAD-IDX)
               - WS-PP-REFUNDED(WS-LEAD-IDX).
           MOVE WS-POLICY-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "  POLICY " WS-PP-POLICY(WS-LEAD-IDX)
               "  NOT ON POLICY MASTER   NET " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.

       F000-WRITE-CONTROL-TOTALS.
           IF WS-UNASSIGNED-COUNT = ZEROS
               AND WS-OVERFLOW-COUNT = ZEROS
               MOVE "  NONE" TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           IF WS-OVERFLOW-COUNT > ZEROS
               MOVE WS-OVERFLOW-TOTAL TO WS-NET-DISPLAY
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  " WS-OVERFLOW-COUNT
                   " HISTORY ROWS - POLICY TABLE FULL   NET "
                   WS-NET-DISPLAY
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF.

           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-YEAR-RECEIPTS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "CASH RECEIPTS (PAYHIST)          " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-YEAR-RETURNS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "LESS RETURNED DRAFTS             " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-YEAR-REFUNDS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "LESS REFUNDS RELEASED (REFHIST)  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-YEAR-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "NET CASH FOR THE YEAR            " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.

           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-STMT-TOTAL TO WS-NET-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "ON " WS-STATEMENT-COUNT " STATEMENTS"
               "               " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-UNASSIGNED-TOTAL TO WS-NET-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "NOT ON A STATEMENT               " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-PROVED-TOTAL TO WS-NET-DISPLAY.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "PROVED TOTAL                     " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.

           IF WS-OVERFLOW-COUNT > ZEROS
               MOVE WS-OVERFLOW-TOTAL TO WS-NET-DISPLAY
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "NOT PROVED - POLICY TABLE FULL   " WS-NET-DISPLAY
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF.

           MOVE SPACES TO CONTROL-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-OVERFLOW-COUNT > ZEROS
                   STRING "OUT OF BALANCE - POLICY TABLE FULL, "
                       "DO NOT MAIL"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   END-STRING
               WHEN WS-PROVED-TOTAL = WS-YEAR-NET
                   STRING "IN BALANCE - STATEMENTS TIE TO CASH "
                       "RECEIPTS"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "OUT OF BALANCE - DO NOT MAIL"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE CONTROL-REPORT-LINE.
