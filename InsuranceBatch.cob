       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-AGENT-OK PIC X(1) VALUE 'N'.
       01 WS-WORK-AGENT PIC X(4) VALUE SPACES.
       01 WS-AGENT-LICENSED PIC X(1) VALUE 'N'.
       01 WS-UNLICENSED-COUNT PIC 9(5) VALUE ZEROS.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Operator activity journal (shared OperJournal module) - the
      *> request half of the segregation-of-duties check, stamped
      *> with whoever ran this job.
       01 WS-JRNL-PROGRAM PIC X(20) VALUE 'InsuranceBatch'.
       01 WS-JRNL-EVENT PIC X(8) VALUE 'REQUEST'.
       01 WS-JRNL-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-JRNL-OBJ-TYPE PIC X(8) VALUE 'REFERRAL'.
       01 WS-JRNL-OBJ-KEY PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
               DISPLAY "APPLICATIONS REFERRED TO UNDERWRITING: "
                   WS-REFERRED-COUNT
           END-IF.
           IF WS-UNLICENSED-COUNT > 0
               DISPLAY "APPLICATIONS REFUSED, AGENT NOT LICENSED: "
                   WS-UNLICENSED-COUNT
           END-IF.
           STOP RUN.

       S000-LOAD-REFERRAL-LIMITS.
           MOVE REFERRAL-RECORD TO REFERRAL-QUEUE-LINE.
           WRITE REFERRAL-QUEUE-LINE.
           CLOSE REFERRAL-QUEUE-FILE.
           MOVE APPLICANT-ID TO WS-JRNL-OBJ-KEY.
           CALL 'OperJournal' USING WS-JRNL-PROGRAM WS-JRNL-EVENT
               WS-JRNL-OPERATOR WS-JRNL-OBJ-TYPE WS-JRNL-OBJ-KEY.

           ADD 1 TO WS-REFERRED-COUNT.

               END-STRING
               WRITE QUOTE-REPORT-LINE
           ELSE
               PERFORM Z100-CHECK-LICENSE
               IF WS-AGENT-LICENSED = 'N'
                   ADD 1 TO WS-UNLICENSED-COUNT
                   MOVE SPACES TO QUOTE-REPORT-LINE
                   STRING APPLICANT-ID ' ' APPLICANT-AGE ' '
                       APPLICANT-TYPE ' AGENT ' WS-WORK-AGENT
                       ' NOT LICENSED IN ' APPLICANT-ADDR-STATE
                       ', REFUSED'
                       DELIMITED BY SIZE INTO QUOTE-REPORT-LINE
                   END-STRING
                   WRITE QUOTE-REPORT-LINE
               ELSE
                   PERFORM T000-CHECK-REFERRAL
                   IF WS-REFER-REASON NOT = SPACES
                       PERFORM U000-WRITE-REFERRAL
                   ELSE
                       PERFORM V000-PRICE-APPLICANT
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      *> Licensing is checked for the agent the business will book
      *> to - an unknown or terminated code falls to the house
      *> account in V000-PRICE-APPLICANT, so the house license is
      *> the one that counts for it. Referred applications are
      *> checked too: an underwriter's time is not spent on business
      *> we could not write.
       Z100-CHECK-LICENSE.
           MOVE APPLICANT-AGENT-CODE TO WS-WORK-AGENT.
           PERFORM Z000-CHECK-AGENT.
           IF WS-AGENT-OK = 'N'
               MOVE 'HSE ' TO WS-WORK-AGENT
           END-IF.
           CALL 'AgentLicCheck' USING WS-WORK-AGENT
               APPLICANT-ADDR-STATE WS-RUN-DATE WS-AGENT-LICENSED
           END-CALL.

       V000-PRICE-APPLICANT.
           MOVE APPLICANT-AGENT-CODE TO WS-WORK-AGENT.
           PERFORM Z000-CHECK-AGENT.
                   DELIMITED BY SIZE INTO QUOTE-REPORT-LINE
               END-STRING
           ELSE
               CALL 'PremiumCalcTerritory' USING APPLICANT-ADDR-STATE
                   APPLICANT-ADDR-ZIP APPLICANT-TYPE WS-TOTAL-PREMIUM
               END-CALL
               IF APPLICANT-DEDUCTIBLE NOT = ZEROS
                   CALL 'PremiumCalcDeductible' USING
                       APPLICANT-DEDUCTIBLE WS-TOTAL-PREMIUM
