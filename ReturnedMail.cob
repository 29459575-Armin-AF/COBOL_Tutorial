       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedMail.

      *> Returned-mail batch - applies RETMAILTRN.DAT against the
      *> policy and customer masters. An 'R' row records that mail
      *> sent to a policy came back undeliverable: the policy, the
      *> customer on data/CUSTOMER.DAT when that is still the same
      *> address, and every other active policy of the customer
      *> mailing to the same street and ZIP are flagged bad-address
      *> with the date it came back. From then on PolicyBilling,
      *> DunningNotices, DecPage and RefundRelease send that policy's
      *> paper to the returned-mail worklist (data/RETMAILWK.DAT)
      *> instead of the mail. An 'A' row keys the policyholder's new
      *> address: it replaces the old one on the policy, on the
      *> customer, and on the customer's other active policies at
      *> the old address, and clears the flag on each - so the flag
      *> goes away by itself the moment a good address is on file.
      *> The worklist rows of every policy re-addressed are dropped
      *> and listed on data/RETMAIL.TXT for re-issue. Every policy
      *> change goes through the shared PolicyAudit module.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETMAIL-TRANS-FILE ASSIGN TO 'RETMAILTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

      *> Direct reads to resolve each transaction's policy, then one
      *> sequential pass to reach the customer's other policies.
           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'data/CUSTOMER.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-CUST-REL-KEY
           FILE STATUS IS WS-CUST-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT RETMAIL-REPORT-FILE ASSIGN TO 'data/RETMAIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETMAIL-TRANS-FILE.
       COPY RETMAIL.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTMST.

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       FD  RETMAIL-REPORT-FILE.
       01  RETMAIL-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-CUST-STATUS PIC X(2) VALUE '00'.
       01 WS-WORK-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-CUST-REL-KEY PIC 9(6).
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-WORK PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      *> This run's transactions, resolved against the master before
      *> the sequential pass: the customer and the address the
      *> transaction's policy held when the run started (the address
      *> mail came back from, or the one being replaced).
       01 WS-TRAN-TABLE.
           05 WS-TR-ENTRY OCCURS 500 TIMES INDEXED BY WS-TR-IDX.
               10 WS-TR-CODE            PIC X(1).
               10 WS-TR-POLICY          PIC 9(7).
               10 WS-TR-DATE            PIC 9(8).
               10 WS-TR-DOCUMENT        PIC X(10).
               10 WS-TR-NEW-STREET      PIC X(20).
               10 WS-TR-NEW-CITY        PIC X(15).
               10 WS-TR-NEW-STATE       PIC X(2).
               10 WS-TR-NEW-ZIP         PIC X(5).
               10 WS-TR-VALID           PIC X(1).
               10 WS-TR-CUST            PIC 9(6).
               10 WS-TR-OLD-STREET      PIC X(20).
               10 WS-TR-OLD-ZIP         PIC X(5).
       01 WS-TRAN-COUNT PIC 9(3) VALUE ZEROS.

      *> The worklist held in storage; rows for re-addressed policies
      *> are marked resolved and left out when it is rewritten.
       01 WS-WORK-TABLE.
           05 WS-WK-ENTRY OCCURS 2000 TIMES INDEXED BY WS-WK-IDX.
               10 WS-WK-ROW             PIC X(68).
               10 WS-WK-RESOLVED        PIC X(1).
       01 WS-WORK-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-WORK-OVERFLOW PIC X(1) VALUE 'N'.

       01 WS-APPLIES PIC X(1) VALUE 'N'.
       01 WS-WAS-FLAGGED PIC X(1) VALUE 'N'.
       01 WS-OLD-STREET PIC X(20) VALUE SPACES.
       01 WS-OLD-ZIP PIC X(5) VALUE SPACES.

       01 WS-RETURNED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-READDRESS-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-POL-FLAGGED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-POL-CLEARED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-POL-READDR-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CUST-FLAGGED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CUST-READDR-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REISSUE-COUNT PIC 9(5) VALUE ZEROS.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'ReturnedMail'.
       01 WS-AUDIT-FIELD PIC X(15) VALUE SPACES.
       01 WS-AUDIT-OLD PIC X(20) VALUE SPACES.
       01 WS-AUDIT-NEW PIC X(20) VALUE SPACES.
      *> Policy-master balance control (shared PolicyBalCheck
      *> module) - refuse to run against a file that no longer adds
      *> up to the last control record, and stamp a fresh one after
      *> our own rewrites.
       01 WS-BALANCED PIC X(1) VALUE 'Y'.

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
           CALL 'PolicyBalCheck' USING WS-BALANCED.
           IF WS-BALANCED = 'N'
               DISPLAY "POLICY MASTER FAILED BALANCE CONTROL, "
                   "REFUSING TO RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-TODAY.

           OPEN INPUT RETMAIL-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN RETMAILTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B000-LOAD-TRANSACTIONS.
           CLOSE RETMAIL-TRANS-FILE.

           PERFORM B100-LOAD-WORKLIST.

      *> The worklist is written back whole at the end of the run,
      *> so rows past the table would be lost - post nothing.
           IF WS-WORK-OVERFLOW = 'Y'
               DISPLAY "RETURNED-MAIL WORKLIST OVER 2000 ROWS - "
                   "NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RETMAIL-REPORT-FILE.
           MOVE SPACES TO RETMAIL-REPORT-LINE.
           STRING "RETURNED MAIL AND ADDRESS CORRECTIONS - "
               WS-TODAY
               DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
           END-STRING.
           WRITE RETMAIL-REPORT-LINE.
           MOVE "POLICY# ACTION" TO RETMAIL-REPORT-LINE.
           WRITE RETMAIL-REPORT-LINE.

           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRAN-COUNT
               PERFORM C000-RESOLVE-TRANSACTION
           END-PERFORM.

      *> Back to the top of the file for the pass that reaches every
      *> policy a transaction touches.
           CLOSE POLICY-MASTER.
           OPEN I-O POLICY-MASTER.
           READ POLICY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-POLICIES
           END-READ.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRAN-COUNT
                   PERFORM D000-CHECK-POLICY
               END-PERFORM

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           CLOSE POLICY-MASTER.

           PERFORM E000-UPDATE-CUSTOMERS.
           PERFORM G000-REWRITE-WORKLIST.

           MOVE SPACES TO RETMAIL-REPORT-LINE.
           STRING "RETURNED: " WS-RETURNED-COUNT
               "  READDRESSED: " WS-READDRESS-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  HELD FOR RE-ISSUE: " WS-REISSUE-COUNT
               DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
           END-STRING.
           WRITE RETMAIL-REPORT-LINE.
           CLOSE RETMAIL-REPORT-FILE.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "RETURNED-MAIL TRANSACTIONS:  " WS-RETURNED-COUNT.
           DISPLAY "ADDRESS CORRECTIONS:         " WS-READDRESS-COUNT.
           DISPLAY "TRANSACTIONS REJECTED:       " WS-REJECTED-COUNT.
           DISPLAY "POLICIES FLAGGED:            " WS-POL-FLAGGED-COUNT.
           DISPLAY "POLICIES READDRESSED:        " WS-POL-READDR-COUNT.
           DISPLAY "POLICY FLAGS CLEARED:        " WS-POL-CLEARED-COUNT.
           DISPLAY "CUSTOMERS FLAGGED:           "
               WS-CUST-FLAGGED-COUNT.
           DISPLAY "CUSTOMERS READDRESSED:       " WS-CUST-READDR-COUNT.
           DISPLAY "HELD DOCUMENTS TO RE-ISSUE:  " WS-REISSUE-COUNT.
           STOP RUN.

       B000-LOAD-TRANSACTIONS.
           MOVE ZEROS TO WS-TRAN-COUNT.
           READ RETMAIL-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANS
           END-READ.

           PERFORM UNTIL WS-END-OF-TRANS = 'Y'
               IF WS-TRAN-COUNT < 500
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE RETMAIL-CODE TO WS-TR-CODE(WS-TRAN-COUNT)
                   MOVE RETMAIL-POLICY-NUMBER
                       TO WS-TR-POLICY(WS-TRAN-COUNT)
                   IF RETMAIL-DATE NUMERIC
                       AND RETMAIL-DATE NOT = ZEROS
                       MOVE RETMAIL-DATE TO WS-TR-DATE(WS-TRAN-COUNT)
                   ELSE
                       MOVE WS-TODAY TO WS-TR-DATE(WS-TRAN-COUNT)
                   END-IF
                   MOVE RETMAIL-DOCUMENT
                       TO WS-TR-DOCUMENT(WS-TRAN-COUNT)
                   MOVE RETMAIL-ADDR-STREET
                       TO WS-TR-NEW-STREET(WS-TRAN-COUNT)
                   MOVE RETMAIL-ADDR-CITY
                       TO WS-TR-NEW-CITY(WS-TRAN-COUNT)
                   MOVE RETMAIL-ADDR-STATE
                       TO WS-TR-NEW-STATE(WS-TRAN-COUNT)
                   MOVE RETMAIL-ADDR-ZIP
                       TO WS-TR-NEW-ZIP(WS-TRAN-COUNT)
                   MOVE 'N' TO WS-TR-VALID(WS-TRAN-COUNT)
                   MOVE ZEROS TO WS-TR-CUST(WS-TRAN-COUNT)
               ELSE
                   DISPLAY "TRANSACTION TABLE FULL, POLICY "
                       RETMAIL-POLICY-NUMBER " LEFT FOR NEXT RUN"
               END-IF

               READ RETMAIL-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ
           END-PERFORM.

      *> No worklist yet simply means nothing has been held back.
       B100-LOAD-WORKLIST.
           MOVE ZEROS TO WS-WORK-COUNT.
           OPEN INPUT RETMAIL-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-WORK
           END-IF.

           PERFORM UNTIL WS-END-OF-WORK = 'Y'
               READ RETMAIL-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-WORK
                   NOT AT END
                       IF WS-WORK-COUNT < 2000
                           ADD 1 TO WS-WORK-COUNT
                           MOVE RMWORK-RECORD
                               TO WS-WK-ROW(WS-WORK-COUNT)
                           MOVE 'N' TO WS-WK-RESOLVED(WS-WORK-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-WORK-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-WORK-STATUS = '00' OR WS-WORK-STATUS = '10'
               CLOSE RETMAIL-WORK-FILE
           END-IF.

       C000-RESOLVE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-TR-POLICY(WS-TR-IDX) TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE "POLICY NOT ON FILE" TO WS-REJECT-REASON
           END-READ.

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-TR-CODE(WS-TR-IDX) NOT = 'R'
                   AND WS-TR-CODE(WS-TR-IDX) NOT = 'A'
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
               WHEN WS-TR-CODE(WS-TR-IDX) = 'A'
                   AND (WS-TR-NEW-STREET(WS-TR-IDX) = SPACES
                   OR WS-TR-NEW-CITY(WS-TR-IDX) = SPACES
                   OR WS-TR-NEW-STATE(WS-TR-IDX) = SPACES)
                   MOVE "NEW ADDRESS INCOMPLETE" TO WS-REJECT-REASON
               WHEN WS-TR-CODE(WS-TR-IDX) = 'A'
                   AND WS-TR-NEW-ZIP(WS-TR-IDX) NOT NUMERIC
                   MOVE "NEW ZIP NOT NUMERIC" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RETMAIL-REPORT-LINE
               STRING WS-TR-POLICY(WS-TR-IDX) " REJECTED: "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
               END-STRING
               WRITE RETMAIL-REPORT-LINE
           ELSE
               MOVE 'Y' TO WS-TR-VALID(WS-TR-IDX)
               MOVE POLICY-CUST-NUMBER TO WS-TR-CUST(WS-TR-IDX)
               MOVE POLICY-ADDR-STREET TO WS-TR-OLD-STREET(WS-TR-IDX)
               MOVE POLICY-ADDR-ZIP TO WS-TR-OLD-ZIP(WS-TR-IDX)
               IF WS-TR-CODE(WS-TR-IDX) = 'R'
                   ADD 1 TO WS-RETURNED-COUNT
               ELSE
                   ADD 1 TO WS-READDRESS-COUNT
               END-IF
           END-IF.

      *> A transaction reaches its own policy, plus - through the
      *> customer number - the household's other active policies
      *> mailing to the same street and ZIP.
       D000-CHECK-POLICY.
           MOVE 'N' TO WS-APPLIES.
           IF WS-TR-VALID(WS-TR-IDX) = 'Y'
               IF POLICY-NUMBER = WS-TR-POLICY(WS-TR-IDX)
                   MOVE 'Y' TO WS-APPLIES
               END-IF
               IF WS-TR-CUST(WS-TR-IDX) NOT = ZEROS
                   AND POLICY-CUST-NUMBER = WS-TR-CUST(WS-TR-IDX)
                   AND POLICY-STATUS = 'A'
                   AND POLICY-ADDR-STREET = WS-TR-OLD-STREET(WS-TR-IDX)
                   AND POLICY-ADDR-ZIP = WS-TR-OLD-ZIP(WS-TR-IDX)
                   MOVE 'Y' TO WS-APPLIES
               END-IF
           END-IF.

           IF WS-APPLIES = 'Y'
               IF WS-TR-CODE(WS-TR-IDX) = 'R'
                   PERFORM D100-FLAG-POLICY
               ELSE
                   PERFORM D200-READDRESS-POLICY
               END-IF
           END-IF.

      *> A policy already flagged keeps the date mail first came back.
       D100-FLAG-POLICY.
           IF POLICY-BAD-ADDR-FLAG NOT = 'Y'
               MOVE 'Y' TO POLICY-BAD-ADDR-FLAG
               MOVE WS-TR-DATE(WS-TR-IDX) TO POLICY-BAD-ADDR-DATE
               REWRITE POLICY-RECORD
                   INVALID KEY
                       DISPLAY "BAD-ADDRESS REWRITE FAILED: "
                           POLICY-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-POL-FLAGGED-COUNT
                       MOVE 'BAD-ADDR-FLAG' TO WS-AUDIT-FIELD
                       MOVE SPACES TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       STRING "Y " POLICY-BAD-ADDR-DATE
                           DELIMITED BY SIZE INTO WS-AUDIT-NEW
                       END-STRING
                       PERFORM Z000-AUDIT-CHANGE
                       MOVE SPACES TO RETMAIL-REPORT-LINE
                       STRING POLICY-NUMBER " FLAGGED BAD ADDRESS - "
                           WS-TR-DOCUMENT(WS-TR-IDX) " RETURNED "
                           POLICY-BAD-ADDR-DATE
                           DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
                       END-STRING
                       WRITE RETMAIL-REPORT-LINE
               END-REWRITE
           ELSE
               MOVE SPACES TO RETMAIL-REPORT-LINE
               STRING POLICY-NUMBER " ALREADY FLAGGED SINCE "
                   POLICY-BAD-ADDR-DATE
                   DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
               END-STRING
               WRITE RETMAIL-REPORT-LINE
           END-IF.

       D200-READDRESS-POLICY.
           MOVE POLICY-BAD-ADDR-FLAG TO WS-WAS-FLAGGED.
           MOVE POLICY-ADDR-STREET TO WS-OLD-STREET.
           MOVE POLICY-ADDR-ZIP TO WS-OLD-ZIP.
           MOVE WS-TR-NEW-STREET(WS-TR-IDX) TO POLICY-ADDR-STREET.
           MOVE WS-TR-NEW-CITY(WS-TR-IDX) TO POLICY-ADDR-CITY.
           MOVE WS-TR-NEW-STATE(WS-TR-IDX) TO POLICY-ADDR-STATE.
           MOVE WS-TR-NEW-ZIP(WS-TR-IDX) TO POLICY-ADDR-ZIP.
           MOVE SPACE TO POLICY-BAD-ADDR-FLAG.
           MOVE ZEROS TO POLICY-BAD-ADDR-DATE.

           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "ADDRESS REWRITE FAILED: " POLICY-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-POL-READDR-COUNT
                   MOVE 'ADDR-STREET' TO WS-AUDIT-FIELD
                   MOVE WS-OLD-STREET TO WS-AUDIT-OLD
                   MOVE POLICY-ADDR-STREET TO WS-AUDIT-NEW
                   PERFORM Z000-AUDIT-CHANGE
                   MOVE 'ADDR-ZIP' TO WS-AUDIT-FIELD
                   MOVE WS-OLD-ZIP TO WS-AUDIT-OLD
                   MOVE POLICY-ADDR-ZIP TO WS-AUDIT-NEW
                   PERFORM Z000-AUDIT-CHANGE
                   MOVE SPACES TO RETMAIL-REPORT-LINE
                   STRING POLICY-NUMBER " NEW ADDRESS "
                       POLICY-ADDR-STREET " " POLICY-ADDR-CITY " "
                       POLICY-ADDR-STATE " " POLICY-ADDR-ZIP
                       DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
                   END-STRING
                   WRITE RETMAIL-REPORT-LINE
                   IF WS-WAS-FLAGGED = 'Y'
                       ADD 1 TO WS-POL-CLEARED-COUNT
                       MOVE 'BAD-ADDR-FLAG' TO WS-AUDIT-FIELD
                       MOVE 'Y' TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       PERFORM Z000-AUDIT-CHANGE
                   END-IF
                   PERFORM F000-RELEASE-HELD-ITEMS
           END-REWRITE.

      *> The customer follows the policy only while it still carries
      *> the address the transaction was about - a customer already
      *> moved elsewhere is left alone.
       E000-UPDATE-CUSTOMERS.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUST-STATUS = '00'
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRAN-COUNT
                   IF WS-TR-VALID(WS-TR-IDX) = 'Y'
                       AND WS-TR-CUST(WS-TR-IDX) NOT = ZEROS
                       PERFORM E100-UPDATE-CUSTOMER
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

       E100-UPDATE-CUSTOMER.
           MOVE WS-TR-CUST(WS-TR-IDX) TO WS-CUST-REL-KEY.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-TR-CUST(WS-TR-IDX)
                       " NOT ON FILE FOR POLICY "
                       WS-TR-POLICY(WS-TR-IDX)
               NOT INVALID KEY
                   IF CUST-ADDR-STREET = WS-TR-OLD-STREET(WS-TR-IDX)
                       AND CUST-ADDR-ZIP = WS-TR-OLD-ZIP(WS-TR-IDX)
                       PERFORM E200-APPLY-TO-CUSTOMER
                   END-IF
           END-READ.

       E200-APPLY-TO-CUSTOMER.
           IF WS-TR-CODE(WS-TR-IDX) = 'R'
               IF CUST-BAD-ADDR-FLAG NOT = 'Y'
                   MOVE 'Y' TO CUST-BAD-ADDR-FLAG
                   MOVE WS-TR-DATE(WS-TR-IDX) TO CUST-BAD-ADDR-DATE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "CUSTOMER REWRITE FAILED: "
                               CUST-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-CUST-FLAGGED-COUNT
                   END-REWRITE
               END-IF
           ELSE
               MOVE WS-TR-NEW-STREET(WS-TR-IDX) TO CUST-ADDR-STREET
               MOVE WS-TR-NEW-CITY(WS-TR-IDX) TO CUST-ADDR-CITY
               MOVE WS-TR-NEW-STATE(WS-TR-IDX) TO CUST-ADDR-STATE
               MOVE WS-TR-NEW-ZIP(WS-TR-IDX) TO CUST-ADDR-ZIP
               MOVE SPACE TO CUST-BAD-ADDR-FLAG
               MOVE ZEROS TO CUST-BAD-ADDR-DATE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER REWRITE FAILED: "
                           CUST-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-CUST-READDR-COUNT
               END-REWRITE
           END-IF.

      *> Whatever was held back for this policy can go out again to
      *> the new address - list it and take it off the worklist.
       F000-RELEASE-HELD-ITEMS.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WORK-COUNT
               MOVE WS-WK-ROW(WS-WK-IDX) TO RMWORK-RECORD
               IF RMWORK-POLICY-NUMBER = POLICY-NUMBER
                   AND WS-WK-RESOLVED(WS-WK-IDX) = 'N'
                   MOVE 'Y' TO WS-WK-RESOLVED(WS-WK-IDX)
                   ADD 1 TO WS-REISSUE-COUNT
                   MOVE SPACES TO RETMAIL-REPORT-LINE
                   STRING "        RE-ISSUE " RMWORK-DOCUMENT
                       " HELD " RMWORK-RUN-DATE " AMOUNT "
                       RMWORK-AMOUNT
                       DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
                   END-STRING
                   WRITE RETMAIL-REPORT-LINE
               END-IF
           END-PERFORM.

       G000-REWRITE-WORKLIST.
           OPEN OUTPUT RETMAIL-WORK-FILE.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WORK-COUNT
               IF WS-WK-RESOLVED(WS-WK-IDX) = 'N'
                   MOVE WS-WK-ROW(WS-WK-IDX) TO RMWORK-RECORD
                   WRITE RMWORK-RECORD
               END-IF
           END-PERFORM.
           CLOSE RETMAIL-WORK-FILE.

       Z000-AUDIT-CHANGE.
           CALL 'PolicyAudit' USING WS-AUDIT-PROGRAM POLICY-NUMBER
               WS-AUDIT-FIELD WS-AUDIT-OLD WS-AUDIT-NEW
           END-CALL.
