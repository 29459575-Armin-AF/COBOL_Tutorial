      *> multi-policy discount when the customer already holds
      *> another active line.
       01 WS-ISSUE-PREMIUM PIC 9(7)V99 VALUE ZEROS.
      *> The quoting agent must still be licensed in the insured's
      *> state on the bind date - a license can lapse between quote
      *> and bind.
       01 WS-AGENT-LICENSED PIC X(1) VALUE 'N'.
      *> A new policy's first term runs 365 days from issue - the
      *> term PolicyRenewal.cob reviews and moves on at expiry.
       01 WS-TERM-DAYS PIC 9(3) VALUE 365.
       01 WS-TERM-EXPIRY-INT PIC 9(8) VALUE ZEROS.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'QuoteBind'.
               STOP RUN
           END-IF.

           CALL 'AgentLicCheck' USING QUOTE-AGENT-CODE
               QUOTE-ADDR-STATE WS-TODAY WS-AGENT-LICENSED
           END-CALL.
           IF WS-AGENT-LICENSED = 'N'
               DISPLAY "AGENT " QUOTE-AGENT-CODE " NOT LICENSED IN "
                   QUOTE-ADDR-STATE " ON " WS-TODAY ", BIND REFUSED"
               CLOSE QUOTE-MASTER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-ISSUE-POLICY.

           IF WS-POLICY-SAVED = 'N'
           MOVE WS-PAY-PLAN TO POLICY-PAY-PLAN.
           MOVE WS-CUST-NUMBER TO POLICY-CUST-NUMBER.
           MOVE QUOTE-DEDUCTIBLE TO POLICY-DEDUCTIBLE.
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
