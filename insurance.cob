       01 WS-AGENT-FOUND PIC X(1) VALUE 'N'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-AGENT-FILE-OPEN PIC X(1) VALUE 'N'.
       01 WS-AGENT-LICENSED PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-HOLDER-NAME PIC X(20) VALUE SPACES.
       01 WS-ADDR-STREET PIC X(20) VALUE SPACES.
       01 WS-ADDR-CITY PIC X(15) VALUE SPACES.
       01 WS-CUST-NUMBER PIC 9(6) VALUE ZEROS.
       01 WS-DISCOUNT-APPLIED PIC X(1) VALUE 'N'.
       01 WS-DEDUCTIBLE PIC 9(5) VALUE ZEROS.
      *> A new policy's first term runs 365 days from issue - the
      *> term PolicyRenewal.cob reviews and moves on at expiry.
       01 WS-TERM-DAYS PIC 9(3) VALUE 365.
       01 WS-TERM-EXPIRY-INT PIC 9(8) VALUE ZEROS.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'insurance'.
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Insurance type and state are checked against the shared
      *> reference codes (RefCodeCheck) - a retired code counts as
      *> invalid for new business.
       01 WS-REF-TYPE PIC X(8) VALUE SPACES.
       01 WS-REF-CODE PIC X(20) VALUE SPACES.
       01 WS-REF-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-REF-VALID PIC X(1) VALUE 'N'.
       01 WS-CODES-VALID PIC X(1) VALUE 'Y'.
       01 WS-CODE-ERROR PIC X(30) VALUE SPACES.


       PROCEDURE DIVISION.
       BEGIN-insurance.
           ACCEPT WS-AGENT-CODE.
           MOVE FUNCTION UPPER-CASE (WS-AGENT-CODE) TO WS-AGENT-CODE.
           PERFORM 0700-VALIDATE-AGENT.
           PERFORM 0750-CHECK-LICENSE.

           PERFORM 0500-VALIDATE-AGE.
           PERFORM 0550-VALIDATE-CODES.

           IF WS-CODES-VALID = 'N'
               DISPLAY FUNCTION TRIM(WS-CODE-ERROR)
                   ", APPLICATION REJECTED"
               PERFORM 0660-WRITE-CODE-REJECT
           ELSE
           IF WS-AGE-VALID = 'N'
               DISPLAY "AGE OUT OF RANGE, APPLICATION REJECTED"
               PERFORM 0600-WRITE-REJECT
           ELSE
           IF WS-AGENT-LICENSED = 'N'
               DISPLAY "AGENT " WS-AGENT-CODE " NOT LICENSED IN "
                   WS-ADDR-STATE ", APPLICATION REJECTED"
               PERFORM 0650-WRITE-LICENSE-REJECT
           ELSE
               CALL 'PremiumCalc' USING AGE INSURANCE-TYPE
                   DECLARED-VALUE SMOKER COVERAGE-AMOUNT
               IF WS-RATE-FOUND = 'N'
                   DISPLAY "INVALID INSURANCE TYPE"
               ELSE
                   CALL 'PremiumCalcTerritory' USING WS-ADDR-STATE
                       WS-ADDR-ZIP INSURANCE-TYPE TOTAL-PREMIUM
                   END-CALL
                   IF WS-DEDUCTIBLE NOT = ZEROS
                       CALL 'PremiumCalcDeductible' USING
                           WS-DEDUCTIBLE TOTAL-PREMIUM
                   DISPLAY "YOUR TOTAL PREMIUM IS: " TOTAL-PREMIUM
                   PERFORM 1000-SAVE-POLICY
               END-IF
           END-IF
           END-IF
           END-IF.

           STOP RUN.
               MOVE 'N' TO WS-AGE-VALID
           END-IF.

       0550-VALIDATE-CODES.
           MOVE 'Y' TO WS-CODES-VALID.
           MOVE SPACES TO WS-CODE-ERROR.

           MOVE 'INSTYPE' TO WS-REF-TYPE.
           MOVE INSURANCE-TYPE TO WS-REF-CODE.
           CALL 'RefCodeCheck' USING WS-REF-TYPE WS-REF-CODE
               WS-REF-DESCRIPTION WS-REF-VALID
           END-CALL.
           IF WS-REF-VALID NOT = 'Y'
               MOVE 'N' TO WS-CODES-VALID
               STRING "INVALID INSURANCE TYPE " DELIMITED BY SIZE
                   INSURANCE-TYPE DELIMITED BY SPACE
                   INTO WS-CODE-ERROR
               END-STRING
           ELSE
               MOVE 'STATE' TO WS-REF-TYPE
               MOVE WS-ADDR-STATE TO WS-REF-CODE
               CALL 'RefCodeCheck' USING WS-REF-TYPE WS-REF-CODE
                   WS-REF-DESCRIPTION WS-REF-VALID
               END-CALL
               IF WS-REF-VALID NOT = 'Y'
                   MOVE 'N' TO WS-CODES-VALID
                   STRING "INVALID STATE CODE " WS-ADDR-STATE
                       DELIMITED BY SIZE INTO WS-CODE-ERROR
                   END-STRING
               END-IF
           END-IF.

      *> The agent of record must be on the agent master so the
      *> monthly commission statement can pay them - an unknown code
      *> falls back to the house account instead of losing the sale.
               MOVE 'HSE ' TO WS-AGENT-CODE
           END-IF.

      *> The agent of record (house account included) must hold a
      *> license in the insured's state that is good today - an
      *> unlicensed sale is refused, not rebooked.
       0750-CHECK-LICENSE.
           MOVE FUNCTION UPPER-CASE (WS-ADDR-STATE) TO WS-ADDR-STATE.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           CALL 'AgentLicCheck' USING WS-AGENT-CODE WS-ADDR-STATE
               WS-BUS-DATE WS-AGENT-LICENSED
           END-CALL.

      *> Ties the policy to its household: an existing customer keeps
      *> their number, a new one is created on the customer master -
      *> and a customer bringing us a second active line earns the

           CLOSE ERROR-REPORT-FILE.

       0650-WRITE-LICENSE-REJECT.
           OPEN EXTEND ERROR-REPORT-FILE.
           IF WS-ERROR-STATUS = '35'
               OPEN OUTPUT ERROR-REPORT-FILE
           END-IF.

           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING "AGENT " WS-AGENT-CODE " NOT LICENSED IN "
               WS-ADDR-STATE " ON " WS-BUS-DATE
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           END-STRING.
           WRITE ERROR-REPORT-LINE.

           CLOSE ERROR-REPORT-FILE.

       0660-WRITE-CODE-REJECT.
           OPEN EXTEND ERROR-REPORT-FILE.
           IF WS-ERROR-STATUS = '35'
               OPEN OUTPUT ERROR-REPORT-FILE
           END-IF.

           MOVE SPACES TO ERROR-REPORT-LINE.
           STRING WS-CODE-ERROR " FOR " WS-HOLDER-NAME
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           END-STRING.
           WRITE ERROR-REPORT-LINE.

           CLOSE ERROR-REPORT-FILE.

       1000-SAVE-POLICY.
           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS = '35'
           MOVE WS-PAY-PLAN TO POLICY-PAY-PLAN.
           MOVE WS-CUST-NUMBER TO POLICY-CUST-NUMBER.
           MOVE WS-DEDUCTIBLE TO POLICY-DEDUCTIBLE.
           COMPUTE WS-TERM-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(POLICY-ISSUE-DATE)
               + WS-TERM-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TERM-EXPIRY-INT)
               TO POLICY-TERM-EXPIRY.
           MOVE SPACE TO POLICY-RENEWAL-FLAG.
           MOVE SPACE TO POLICY-BAD-ADDR-FLAG.
           MOVE ZEROS TO POLICY-BAD-ADDR-DATE.

           WRITE POLICY-RECORD
               INVALID KEY
