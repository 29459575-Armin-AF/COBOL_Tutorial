      *> each named POLICY-NUMBER on the policy master as cancelled
      *> with the cancellation date and reason, so downstream billing
      *> and reporting stop charging for dead policies instead of a
      *> policy living forever once issued. The reason must be an
      *> active CANCRSN code on the shared reference codes
      *> (RefCodeCheck) - free-text reasons cannot be reported on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *> The unearned commission clawed back from each cancellation,
      *> netted against the agent's next statement by
      *> CommissionStatement.cob - the writing agent's commission
      *> and every upline manager's override on the policy.
           SELECT CHARGEBACK-FILE ASSIGN TO 'data/CHARGEBK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGEBACK-STATUS.
       COPY AGENTMST.

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-LINE             PIC X(30).

       WORKING-STORAGE SECTION.
       COPY CHRGBACK.

      *> Unearned-commission proration over the annual term, same
      *> day-count arithmetic as Endorsement.cob.
      *> The term being cancelled starts a term-length before
      *> POLICY-TERM-EXPIRY - the issue date until the policy renews.
       01 WS-TERM-DAYS PIC 9(3) VALUE 365.
       01 WS-TERM-START PIC 9(8) VALUE ZEROS.
       01 WS-TERM-START-INT PIC 9(8) VALUE ZEROS.
       01 WS-CANCEL-INT PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-UNEARNED PIC S9(5) VALUE ZEROS.
       01 WS-CHARGEBACK-AMT PIC 9(7)V99 VALUE ZEROS.

      *> The managers up the writing agent's line lose the unearned
      *> slice of their override too (shared AgentOverride module -
      *> the same managers and rates the statement paid).
       COPY AGTOVRD.
       01 WS-OV-SUB PIC 9(2) VALUE ZEROS.
       01 WS-CB-AGENT PIC X(4) VALUE SPACES.
       01 WS-CB-TYPE PIC X(1) VALUE SPACES.
      *> Who was paid for the term - not necessarily today's agent
      *> once the book has been transferred (shared AgentOfRecord
      *> module).
       01 WS-WRITING-AGENT PIC X(4) VALUE SPACES.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'PolicyCancel'.
       01 WS-AUDIT-FIELD PIC X(15) VALUE 'STATUS'.
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Cancellation reason check against the shared reference codes.
       01 WS-REF-TYPE PIC X(8) VALUE 'CANCRSN'.
       01 WS-REF-CODE PIC X(20) VALUE SPACES.
       01 WS-REF-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-REF-VALID PIC X(1) VALUE 'N'.



       PROCEDURE DIVISION.
           STOP RUN.

       B000-CANCEL-POLICY.
           MOVE POLCAN-REASON TO WS-REF-CODE.
           CALL 'RefCodeCheck' USING WS-REF-TYPE WS-REF-CODE
               WS-REF-DESCRIPTION WS-REF-VALID
           END-CALL.

           IF WS-REF-VALID NOT = 'Y'
               DISPLAY "CANCEL FAILED, INVALID REASON CODE: "
                   POLCAN-POLICY-NUMBER " " POLCAN-REASON
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE POLCAN-POLICY-NUMBER TO WS-POLICY-REL-KEY
               READ POLICY-MASTER
                   INVALID KEY
                       DISPLAY "CANCEL FAILED, POLICY NOT FOUND: "
                           POLCAN-POLICY-NUMBER
                       ADD 1 TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       PERFORM C000-MARK-CANCELLED
               END-READ
           END-IF.

       C000-MARK-CANCELLED.
           IF POLICY-STATUS NOT = 'A'

           CLOSE AGENT-MASTER-FILE.

      *> The commission paid for the current term - at issue, or by
      *> the statement for the month a renewal term started - was
      *> rate x full POLICY-PREMIUM; the slice of the term the policy
      *> never ran is unearned, and that slice of the commission
      *> comes back from whoever held the policy when the term
      *> started. A cancellation at or past term end claws back
      *> nothing.
       E000-RAISE-CHARGEBACK.
           MOVE POLICY-ISSUE-DATE TO WS-TERM-START.
           IF POLICY-TERM-EXPIRY NOT = ZEROS
               COMPUTE WS-TERM-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(POLICY-TERM-EXPIRY)
                   - WS-TERM-DAYS)
           END-IF.
           CALL 'AgentOfRecord' USING POLICY-NUMBER WS-TERM-START
               POLICY-AGENT-CODE WS-WRITING-AGENT
           END-CALL.
           PERFORM F000-FIND-AGENT-RATE.
           IF WS-AGENT-FOUND = 'N'
               DISPLAY "NO AGENT RATE FOR " WS-WRITING-AGENT
                   ", NO CHARGEBACK RAISED: " POLICY-NUMBER
           ELSE
               COMPUTE WS-TERM-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TERM-START)
               COMPUTE WS-CANCEL-INT =
                   FUNCTION INTEGER-OF-DATE(POLCAN-DATE)
               COMPUTE WS-DAYS-UNEARNED =
                   WS-TERM-START-INT + WS-TERM-DAYS - WS-CANCEL-INT
               IF WS-DAYS-UNEARNED > WS-TERM-DAYS
                   MOVE WS-TERM-DAYS TO WS-DAYS-UNEARNED
               END-IF
                   COMPUTE WS-CHARGEBACK-AMT ROUNDED =
                       POLICY-PREMIUM * WS-AGENT-RATE
                       * WS-DAYS-UNEARNED / WS-TERM-DAYS
                   MOVE WS-WRITING-AGENT TO WS-CB-AGENT
                   MOVE 'W' TO WS-CB-TYPE
                   PERFORM G000-WRITE-CHARGEBACK
                   PERFORM E100-RAISE-OVERRIDE-CHARGEBACKS
               END-IF
           END-IF.

      *> Same unearned slice, at each manager's override rate in
      *> force on the term start.
       E100-RAISE-OVERRIDE-CHARGEBACKS.
           MOVE WS-WRITING-AGENT TO AOV-AGENT-CODE.
           MOVE WS-TERM-START TO AOV-ISSUE-DATE.
           CALL 'AgentOverride' USING AGTOVRD-REQUEST.

           MOVE 'O' TO WS-CB-TYPE.
           PERFORM VARYING WS-OV-SUB FROM 1 BY 1
               UNTIL WS-OV-SUB > AOV-MGR-COUNT
               COMPUTE WS-CHARGEBACK-AMT ROUNDED =
                   POLICY-PREMIUM * AOV-MGR-RATE(WS-OV-SUB)
                   * WS-DAYS-UNEARNED / WS-TERM-DAYS
               MOVE AOV-MGR-CODE(WS-OV-SUB) TO WS-CB-AGENT
               PERFORM G000-WRITE-CHARGEBACK
           END-PERFORM.

      *> Claw back at the rate the statement actually paid - the
      *> writing agent's rate in force on the term start.
       F000-FIND-AGENT-RATE.
           MOVE 'N' TO WS-AGENT-FOUND.
           MOVE ZEROS TO WS-AGENT-RATE.
           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
               UNTIL WS-AGENT-IDX > WS-AGENT-COUNT
               IF WS-AGENT-TBL-CODE(WS-AGENT-IDX)
                   = WS-WRITING-AGENT
                   IF WS-TERM-START
                       >= WS-AGENT-TBL-EFF(WS-AGENT-IDX)
                       MOVE WS-AGENT-TBL-RATE(WS-AGENT-IDX)
                           TO WS-AGENT-RATE

       G000-WRITE-CHARGEBACK.
           MOVE POLICY-NUMBER TO CB-POLICY-NUMBER.
           MOVE WS-CB-AGENT TO CB-AGENT-CODE.
           MOVE POLCAN-DATE TO CB-CANCEL-DATE.
           MOVE WS-CHARGEBACK-AMT TO CB-AMOUNT.
           MOVE 'N' TO CB-APPLIED.
           MOVE WS-CB-TYPE TO CB-TYPE.

           OPEN EXTEND CHARGEBACK-FILE.
           IF WS-CHARGEBACK-STATUS = '35'
