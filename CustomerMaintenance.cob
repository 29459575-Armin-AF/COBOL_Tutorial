       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMaintenance.

      *> Customer master maintenance - applies CUSTTRN.DAT N/A/M
      *> transactions against data/CUSTOMER.DAT with validation, the
      *> way AgentMaintenance.cob maintains the agent master. Until
      *> now CustomerAssign wrote a customer at issue and nothing ever
      *> touched it again.
      *> An 'N' corrects the customer's name. An 'A' keys a new
      *> address: it replaces the customer's, clears any returned-mail
      *> flag, and is pushed to every active policy carrying the
      *> customer number, each change through the shared PolicyAudit
      *> module - and whatever the returned-mail worklist was holding
      *> for those policies is listed for re-issue, exactly as a
      *> ReturnedMail.cob address correction does.
      *> An 'M' merges a duplicate customer into the surviving one:
      *> every policy on the duplicate's number, whatever its status,
      *> moves to the survivor, and the duplicate is retired in place
      *> (CUST-STATUS 'M', CUST-MERGED-INTO the survivor) so the old
      *> number still leads somewhere. Customers merged into the
      *> duplicate earlier are re-pointed at the survivor too.
      *> CustomerDupScan.cob lists the likely duplicates to start
      *> from. Run report on data/CUSTMAINT.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-TRANS-FILE ASSIGN TO 'CUSTTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

      *> Direct reads to apply each transaction, plus a sequential
      *> sweep to re-point customers retired into a merged duplicate.
           SELECT CUSTOMER-MASTER ASSIGN TO 'data/CUSTOMER.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CUST-REL-KEY
           FILE STATUS IS WS-CUST-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT CUSTMAINT-REPORT-FILE ASSIGN TO 'data/CUSTMAINT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-TRANS-FILE.
       COPY CUSTTRAN.

       FD  CUSTOMER-MASTER.
       COPY CUSTMST.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       FD  CUSTMAINT-REPORT-FILE.
       01  CUSTMAINT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-CUST-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-WORK-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-CUST-REL-KEY PIC 9(6).
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-CUSTOMERS PIC X(1) VALUE 'N'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-WORK PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-OLD-NAME PIC X(20) VALUE SPACES.
       01 WS-OLD-STREET PIC X(20) VALUE SPACES.
       01 WS-OLD-ZIP PIC X(5) VALUE SPACES.
       01 WS-WAS-FLAGGED PIC X(1) VALUE 'N'.
       01 WS-DUP-NUMBER PIC 9(6) VALUE ZEROS.
       01 WS-SURVIVOR-NUMBER PIC 9(6) VALUE ZEROS.
       01 WS-OLD-CUST-NUMBER PIC 9(6) VALUE ZEROS.

      *> The address changes and merges accepted this run, in
      *> transaction order, for the one pass over the policy master -
      *> a policy moved by a merge is then reached by a later address
      *> change on the survivor.
       01 WS-PUSH-TABLE.
           05 WS-PU-ENTRY OCCURS 500 TIMES INDEXED BY WS-PU-IDX.
               10 WS-PU-CODE            PIC X(1).
               10 WS-PU-CUST            PIC 9(6).
               10 WS-PU-SURVIVOR        PIC 9(6).
               10 WS-PU-STREET          PIC X(20).
               10 WS-PU-CITY            PIC X(15).
               10 WS-PU-STATE           PIC X(2).
               10 WS-PU-ZIP             PIC X(5).
       01 WS-PUSH-COUNT PIC 9(3) VALUE ZEROS.

      *> The returned-mail worklist held in storage; rows for
      *> re-addressed policies are marked resolved and left out when
      *> it is rewritten.
       01 WS-WORK-TABLE.
           05 WS-WK-ENTRY OCCURS 2000 TIMES INDEXED BY WS-WK-IDX.
               10 WS-WK-ROW             PIC X(68).
               10 WS-WK-RESOLVED        PIC X(1).
       01 WS-WORK-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-WORK-OVERFLOW PIC X(1) VALUE 'N'.

       01 WS-NAME-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ADDRESS-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-MERGE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-POL-READDR-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-POL-MOVED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REPOINTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REISSUE-COUNT PIC 9(5) VALUE ZEROS.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'CustomerMaintenance'.
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

           OPEN INPUT CUSTOMER-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CUSTTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The worklist is loaded before any change is made - it is
      *> written back whole once policies are readdressed, so rows
      *> past the table would be lost. Post nothing in that case.
           PERFORM B100-LOAD-WORKLIST.
           IF WS-WORK-OVERFLOW = 'Y'
               DISPLAY "RETURNED-MAIL WORKLIST OVER 2000 ROWS - "
                   "NOTHING POSTED"
               CLOSE CUSTOMER-TRANS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS: "
                   WS-CUST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CUSTMAINT-REPORT-FILE.
           MOVE SPACES TO CUSTMAINT-REPORT-LINE.
           STRING "CUSTOMER MAINTENANCE - " WS-TODAY
               DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
           END-STRING.
           WRITE CUSTMAINT-REPORT-LINE.

           READ CUSTOMER-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANS
           END-READ.

           PERFORM UNTIL WS-END-OF-TRANS = 'Y'
               PERFORM C000-APPLY-TRANSACTION

               READ CUSTOMER-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-TRANS-FILE.
           CLOSE CUSTOMER-MASTER.

           IF WS-PUSH-COUNT > ZEROS
               PERFORM D000-UPDATE-POLICIES
               PERFORM G000-REWRITE-WORKLIST
           END-IF.

           MOVE SPACES TO CUSTMAINT-REPORT-LINE.
           STRING "NAMES: " WS-NAME-COUNT
               "  ADDRESSES: " WS-ADDRESS-COUNT
               "  MERGES: " WS-MERGE-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
           END-STRING.
           WRITE CUSTMAINT-REPORT-LINE.
           CLOSE CUSTMAINT-REPORT-FILE.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "NAME CHANGES:            " WS-NAME-COUNT.
           DISPLAY "ADDRESS CHANGES:         " WS-ADDRESS-COUNT.
           DISPLAY "CUSTOMERS MERGED:        " WS-MERGE-COUNT.
           DISPLAY "TRANSACTIONS REJECTED:   " WS-REJECTED-COUNT.
           DISPLAY "POLICIES READDRESSED:    " WS-POL-READDR-COUNT.
           DISPLAY "POLICIES MOVED BY MERGE: " WS-POL-MOVED-COUNT.
           DISPLAY "RETIRED ROWS RE-POINTED: " WS-REPOINTED-COUNT.
           DISPLAY "HELD DOCUMENTS TO RE-ISSUE: " WS-REISSUE-COUNT.
           STOP RUN.

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

       C000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CUST-TRAN-NUMBER TO WS-CUST-REL-KEY.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
           END-READ.

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN CUST-STATUS = 'M'
                   MOVE "CUSTOMER RETIRED BY MERGE" TO WS-REJECT-REASON
               WHEN CUST-TRAN-CODE NOT = 'N'
                   AND CUST-TRAN-CODE NOT = 'A'
                   AND CUST-TRAN-CODE NOT = 'M'
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
               WHEN CUST-TRAN-CODE = 'N'
                   AND CUST-TRAN-NAME = SPACES
                   MOVE "NEW NAME BLANK" TO WS-REJECT-REASON
               WHEN CUST-TRAN-CODE = 'A'
                   AND (CUST-TRAN-STREET = SPACES
                   OR CUST-TRAN-CITY = SPACES
                   OR CUST-TRAN-STATE = SPACES)
                   MOVE "NEW ADDRESS INCOMPLETE" TO WS-REJECT-REASON
               WHEN CUST-TRAN-CODE = 'A'
                   AND CUST-TRAN-ZIP NOT NUMERIC
                   MOVE "NEW ZIP NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CUST-TRAN-CODE = 'M'
                   AND (CUST-TRAN-SURVIVOR NOT NUMERIC
                   OR CUST-TRAN-SURVIVOR = ZEROS
                   OR CUST-TRAN-SURVIVOR = CUST-TRAN-NUMBER)
                   MOVE "INVALID SURVIVING CUSTOMER" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES AND CUST-TRAN-CODE = 'M'
               PERFORM C400-CHECK-SURVIVOR
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO CUSTMAINT-REPORT-LINE
               STRING CUST-TRAN-NUMBER " " CUST-TRAN-CODE
                   " REJECTED: " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
               END-STRING
               WRITE CUSTMAINT-REPORT-LINE
           ELSE
               EVALUATE CUST-TRAN-CODE
                   WHEN 'N'
                       PERFORM C100-CHANGE-NAME
                   WHEN 'A'
                       PERFORM C200-CHANGE-ADDRESS
                   WHEN 'M'
                       PERFORM C300-MERGE-CUSTOMER
               END-EVALUATE
           END-IF.

       C100-CHANGE-NAME.
           MOVE CUST-NAME TO WS-OLD-NAME.
           MOVE CUST-TRAN-NAME TO CUST-NAME.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER REWRITE FAILED: " CUST-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-NAME-COUNT
                   MOVE SPACES TO CUSTMAINT-REPORT-LINE
                   STRING CUST-NUMBER " NAME " WS-OLD-NAME
                       " TO " CUST-NAME
                       DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
                   END-STRING
                   WRITE CUSTMAINT-REPORT-LINE
           END-REWRITE.

      *> A keyed address is a good address - the returned-mail flag
      *> goes with the old one.
       C200-CHANGE-ADDRESS.
           MOVE CUST-TRAN-STREET TO CUST-ADDR-STREET.
           MOVE CUST-TRAN-CITY TO CUST-ADDR-CITY.
           MOVE CUST-TRAN-STATE TO CUST-ADDR-STATE.
           MOVE CUST-TRAN-ZIP TO CUST-ADDR-ZIP.
           MOVE SPACE TO CUST-BAD-ADDR-FLAG.
           MOVE ZEROS TO CUST-BAD-ADDR-DATE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER REWRITE FAILED: " CUST-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-ADDRESS-COUNT
                   MOVE SPACES TO CUSTMAINT-REPORT-LINE
                   STRING CUST-NUMBER " NEW ADDRESS "
                       CUST-ADDR-STREET " " CUST-ADDR-CITY " "
                       CUST-ADDR-STATE " " CUST-ADDR-ZIP
                       DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
                   END-STRING
                   WRITE CUSTMAINT-REPORT-LINE
                   PERFORM C500-QUEUE-POLICY-CHANGE
           END-REWRITE.

      *> The duplicate (still in the record area from the survivor
      *> check's re-read) is retired in place, never deleted.
       C300-MERGE-CUSTOMER.
           MOVE CUST-TRAN-NUMBER TO WS-DUP-NUMBER.
           MOVE CUST-TRAN-SURVIVOR TO WS-SURVIVOR-NUMBER.
           MOVE 'M' TO CUST-STATUS.
           MOVE WS-SURVIVOR-NUMBER TO CUST-MERGED-INTO.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER REWRITE FAILED: " CUST-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE SPACES TO CUSTMAINT-REPORT-LINE
                   STRING WS-DUP-NUMBER " " CUST-NAME
                       " MERGED INTO " WS-SURVIVOR-NUMBER
                       DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
                   END-STRING
                   WRITE CUSTMAINT-REPORT-LINE
                   PERFORM C310-REPOINT-RETIRED
                   PERFORM C500-QUEUE-POLICY-CHANGE
           END-REWRITE.

      *> Anything merged into the duplicate before now follows it to
      *> the survivor, so every retired number resolves in one step.
       C310-REPOINT-RETIRED.
           MOVE 'N' TO WS-END-OF-CUSTOMERS.
           MOVE 1 TO WS-CUST-REL-KEY.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN WS-CUST-REL-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-START.

           PERFORM UNTIL WS-END-OF-CUSTOMERS = 'Y'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-CUSTOMERS
                   NOT AT END
                       IF CUST-STATUS = 'M'
                           AND CUST-MERGED-INTO = WS-DUP-NUMBER
                           MOVE WS-SURVIVOR-NUMBER TO CUST-MERGED-INTO
                           REWRITE CUSTOMER-RECORD
                               INVALID KEY
                                   DISPLAY "CUSTOMER REWRITE FAILED: "
                                       CUST-NUMBER
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPOINTED-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      *> The survivor must be a live customer; the duplicate is read
      *> back afterwards for the merge itself.
       C400-CHECK-SURVIVOR.
           MOVE CUST-TRAN-SURVIVOR TO WS-CUST-REL-KEY.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "SURVIVING CUSTOMER NOT ON FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF CUST-STATUS = 'M'
                       MOVE "SURVIVING CUSTOMER IS RETIRED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

           MOVE CUST-TRAN-NUMBER TO WS-CUST-REL-KEY.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
           END-READ.

       C500-QUEUE-POLICY-CHANGE.
           IF WS-PUSH-COUNT < 500
               ADD 1 TO WS-PUSH-COUNT
               MOVE CUST-TRAN-CODE TO WS-PU-CODE(WS-PUSH-COUNT)
               MOVE CUST-TRAN-NUMBER TO WS-PU-CUST(WS-PUSH-COUNT)
               MOVE ZEROS TO WS-PU-SURVIVOR(WS-PUSH-COUNT)
               IF CUST-TRAN-CODE = 'M'
                   MOVE CUST-TRAN-SURVIVOR
                       TO WS-PU-SURVIVOR(WS-PUSH-COUNT)
               ELSE
                   MOVE CUST-TRAN-STREET TO WS-PU-STREET(WS-PUSH-COUNT)
                   MOVE CUST-TRAN-CITY TO WS-PU-CITY(WS-PUSH-COUNT)
                   MOVE CUST-TRAN-STATE TO WS-PU-STATE(WS-PUSH-COUNT)
                   MOVE CUST-TRAN-ZIP TO WS-PU-ZIP(WS-PUSH-COUNT)
               END-IF
           ELSE
               DISPLAY "POLICY CHANGE TABLE FULL - POLICIES OF "
                   "CUSTOMER " CUST-TRAN-NUMBER " NOT UPDATED"
           END-IF.

       D000-UPDATE-POLICIES.
           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ

               PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
                   PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                       UNTIL WS-PU-IDX > WS-PUSH-COUNT
                       PERFORM D100-CHECK-POLICY
                   END-PERFORM

                   READ POLICY-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-POLICIES
                   END-READ
               END-PERFORM

               CLOSE POLICY-MASTER
           END-IF.

      *> Address changes reach active policies only - a cancelled or
      *> expired policy keeps the address it was written at. A merge
      *> moves every policy, so the history follows the household.
       D100-CHECK-POLICY.
           IF POLICY-CUST-NUMBER = WS-PU-CUST(WS-PU-IDX)
               IF WS-PU-CODE(WS-PU-IDX) = 'M'
                   PERFORM D300-MOVE-POLICY
               ELSE
               IF POLICY-STATUS = 'A'
                   PERFORM D200-READDRESS-POLICY
               END-IF
               END-IF
           END-IF.

       D200-READDRESS-POLICY.
           MOVE POLICY-BAD-ADDR-FLAG TO WS-WAS-FLAGGED.
           MOVE POLICY-ADDR-STREET TO WS-OLD-STREET.
           MOVE POLICY-ADDR-ZIP TO WS-OLD-ZIP.
           MOVE WS-PU-STREET(WS-PU-IDX) TO POLICY-ADDR-STREET.
           MOVE WS-PU-CITY(WS-PU-IDX) TO POLICY-ADDR-CITY.
           MOVE WS-PU-STATE(WS-PU-IDX) TO POLICY-ADDR-STATE.
           MOVE WS-PU-ZIP(WS-PU-IDX) TO POLICY-ADDR-ZIP.
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
                   IF WS-WAS-FLAGGED = 'Y'
                       MOVE 'BAD-ADDR-FLAG' TO WS-AUDIT-FIELD
                       MOVE 'Y' TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       PERFORM Z000-AUDIT-CHANGE
                   END-IF
                   MOVE SPACES TO CUSTMAINT-REPORT-LINE
                   STRING "        POLICY " POLICY-NUMBER
                       " READDRESSED"
                       DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
                   END-STRING
                   WRITE CUSTMAINT-REPORT-LINE
                   PERFORM F000-RELEASE-HELD-ITEMS
           END-REWRITE.

       D300-MOVE-POLICY.
           MOVE POLICY-CUST-NUMBER TO WS-OLD-CUST-NUMBER.
           MOVE WS-PU-SURVIVOR(WS-PU-IDX) TO POLICY-CUST-NUMBER.

           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER MOVE FAILED: " POLICY-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-POL-MOVED-COUNT
                   MOVE 'CUST-NUMBER' TO WS-AUDIT-FIELD
                   MOVE WS-OLD-CUST-NUMBER TO WS-AUDIT-OLD
                   MOVE POLICY-CUST-NUMBER TO WS-AUDIT-NEW
                   PERFORM Z000-AUDIT-CHANGE
                   MOVE SPACES TO CUSTMAINT-REPORT-LINE
                   STRING "        POLICY " POLICY-NUMBER
                       " MOVED FROM " WS-OLD-CUST-NUMBER
                       " TO " POLICY-CUST-NUMBER
                       DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
                   END-STRING
                   WRITE CUSTMAINT-REPORT-LINE
           END-REWRITE.

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
                   MOVE SPACES TO CUSTMAINT-REPORT-LINE
                   STRING "        RE-ISSUE " RMWORK-DOCUMENT
                       " HELD " RMWORK-RUN-DATE " AMOUNT "
                       RMWORK-AMOUNT
                       DELIMITED BY SIZE INTO CUSTMAINT-REPORT-LINE
                   END-STRING
                   WRITE CUSTMAINT-REPORT-LINE
               END-IF
           END-PERFORM.

       G000-REWRITE-WORKLIST.
           IF WS-REISSUE-COUNT > ZEROS
               OPEN OUTPUT RETMAIL-WORK-FILE
               PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WORK-COUNT
                   IF WS-WK-RESOLVED(WS-WK-IDX) = 'N'
                       MOVE WS-WK-ROW(WS-WK-IDX) TO RMWORK-RECORD
                       WRITE RMWORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE RETMAIL-WORK-FILE
           END-IF.

       Z000-AUDIT-CHANGE.
           CALL 'PolicyAudit' USING WS-AUDIT-PROGRAM POLICY-NUMBER
               WS-AUDIT-FIELD WS-AUDIT-OLD WS-AUDIT-NEW
           END-CALL.
