      *> old rate. A 'T' marks the agent terminated in place - the
      *> record (and the commission history it anchors) survives, but
      *> new business on the code is refused.
      *> State licenses live on AGENTLIC.DAT, one row per agent and
      *> state, maintained by the same run: an 'L' adds a license or
      *> renews it (new number/expiry over the old row), a 'D' drops
      *> it. Only an appointed agent can be licensed, and a license
      *> must run past today to be worth filing.
      *> An 'X' keys the agent's taxpayer ID for the year-end 1099
      *> file - nine digits, and terminated agents included, since
      *> commission paid before termination is still reportable.
      *> An 'H' places the agent in the agency hierarchy: the
      *> managing agent they report to, and optionally a new override
      *> rate the agent earns on their own downline, effective-dated
      *> like the commission rate. The manager must be appointed and
      *> the change may not make the reporting line loop back on
      *> itself.
      *> A 'B' moves an agent's book to another appointed agent as of
      *> an effective date - a terminated agent's policies otherwise
      *> keep a dead agent of record that nobody services. With no
      *> policy or quote named it moves every active policy and open
      *> quote the agent holds; otherwise just the one named. Valid
      *> transfers are applied after the agent transactions, in one
      *> pass of the policy master and one of the quote master
      *> (under the batch lock and balance control, the way
      *> PolicyCancel updates policies): each policy change goes
      *> through PolicyAudit, each move is kept on the transfer
      *> history (data/BOOKXFER.DAT) the commission runs read
      *> through AgentOfRecord, and each policyholder is sent a
      *> transfer letter on the print spool - or put on the
      *> returned-mail worklist when their address is bad. A policy
      *> or quote in a state the receiving agent is not licensed in
      *> stays where it is and is named on the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT LICENSE-FILE ASSIGN TO 'AGENTLIC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LICENSE-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT QUOTE-MASTER ASSIGN TO 'data/QUOTES.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-QUOTE-REL-KEY
           FILE STATUS IS WS-QUOTE-STATUS.

           SELECT BOOK-TRANSFER-FILE ASSIGN TO 'data/BOOKXFER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKXFER-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-TRANS-FILE.
       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  LICENSE-FILE.
       COPY AGTLIC.

       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  QUOTE-MASTER.
       COPY QUOTEREC.

       FD  BOOK-TRANSFER-FILE.
       COPY BOOKXFER.

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
               10 WS-AG-PREV-RATE       PIC V99.
               10 WS-AG-EFF-DATE        PIC 9(8).
               10 WS-AG-STATUS          PIC X(1).
               10 WS-AG-TAX-ID          PIC X(9).
               10 WS-AG-REPORTS-TO      PIC X(4).
               10 WS-AG-OVRD-RATE       PIC V99.
               10 WS-AG-PREV-OVRD-RATE  PIC V99.
               10 WS-AG-OVRD-EFF-DATE   PIC 9(8).
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

      *> Walking up from a proposed manager to prove the new
      *> reporting line does not come back round to the agent.
       01 WS-MGR-IDX PIC 9(3) VALUE ZEROS.
       01 WS-UPLINE-CODE PIC X(4) VALUE SPACES.
       01 WS-NEXT-CODE PIC X(4) VALUE SPACES.
       01 WS-UPLINE-LEVELS PIC 9(3) VALUE ZEROS.
       01 WS-HIER-LOOP PIC X(1) VALUE 'N'.

      *> AGENTLIC.DAT held the same way. A dropped license is marked
      *> and left out when the file is rewritten.
       01 WS-LICENSE-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-LICENSES PIC X(1) VALUE 'N'.
       01 WS-LICENSE-TABLE.
           05 WS-LC-ENTRY OCCURS 500 TIMES INDEXED BY WS-LC-IDX.
               10 WS-LC-AGENT           PIC X(4).
               10 WS-LC-STATE           PIC X(2).
               10 WS-LC-NUMBER          PIC X(12).
               10 WS-LC-EXPIRY          PIC 9(8).
               10 WS-LC-DROPPED         PIC X(1).
       01 WS-LICENSE-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-LIC-IDX PIC 9(3) VALUE ZEROS.
       01 WS-LICENSED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RENEWED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-TAX-ID-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HIERARCHY-COUNT PIC 9(5) VALUE ZEROS.

      *> Book transfers accepted from the transaction file, applied
      *> once every agent transaction is in. WS-BT-POLICY-DONE and
      *> WS-BT-QUOTE-DONE record that a named policy or quote was
      *> found with the agent, so one that was not can be reported.
       01 WS-TRANSFER-TABLE.
           05 WS-BT-ENTRY OCCURS 100 TIMES INDEXED BY WS-BT-IDX.
               10 WS-BT-FROM            PIC X(4).
               10 WS-BT-TO              PIC X(4).
               10 WS-BT-EFF-DATE        PIC 9(8).
               10 WS-BT-POLICY          PIC 9(7).
               10 WS-BT-QUOTE           PIC 9(7).
               10 WS-BT-POLICY-DONE     PIC X(1).
               10 WS-BT-QUOTE-DONE      PIC X(1).
       01 WS-BT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-TO-IDX PIC 9(3) VALUE ZEROS.

      *> The hops one policy or quote takes through the transfers -
      *> the record is rewritten once with the last agent, then
      *> each hop is audited and goes on the history in turn.
       01 WS-HOP-TABLE.
           05 WS-HOP-ENTRY OCCURS 100 TIMES.
               10 WS-HOP-BT             PIC 9(3).
               10 WS-HOP-FROM           PIC X(4).
       01 WS-HOP-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-HOP-SUB PIC 9(3) VALUE ZEROS.
       01 WS-FROM-NAME PIC X(20) VALUE SPACES.
       01 WS-TO-NAME PIC X(20) VALUE SPACES.
       01 WS-TRANSFER-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-XFER-POLICY-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-XFER-QUOTE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-XFER-UNLICENSED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-LETTER-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RETMAIL-HELD PIC 9(5) VALUE ZEROS.

       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-QUOTE-STATUS PIC X(2) VALUE '00'.
       01 WS-BOOKXFER-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-QUOTE-REL-KEY PIC 9(7).
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-QUOTES PIC X(1) VALUE 'N'.
       01 WS-AGENT-LICENSED PIC X(1) VALUE 'N'.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'AgentMaintenance'.
       01 WS-AUDIT-FIELD PIC X(15) VALUE 'AGENT-CODE'.
       01 WS-AUDIT-OLD PIC X(20) VALUE SPACES.
       01 WS-AUDIT-NEW PIC X(20) VALUE SPACES.
      *> Policy-master balance control and batch lock, checked before
      *> the first policy is touched (shared PolicyBalCheck and
      *> BatchLockCheck modules).
       01 WS-BALANCED PIC X(1) VALUE 'Y'.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

       COPY PRTSPOOL.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           PERFORM B000-LOAD-AGENTS.
           PERFORM B100-LOAD-LICENSES.

           OPEN INPUT AGENT-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'

           CLOSE AGENT-TRANS-FILE.

      *> Licenses go back to AGENTLIC.DAT before any book is moved,
      *> so a receiving agent licensed earlier in the same run
      *> passes the AgentLicCheck on the transfer.
           PERFORM H100-REWRITE-LICENSES.

           IF WS-BT-COUNT > ZEROS
               PERFORM F000-APPLY-TRANSFERS
           END-IF.

           PERFORM H000-REWRITE-AGENTS.

           DISPLAY "AGENTS ADDED:          " WS-ADDED-COUNT.
           DISPLAY "AGENTS CHANGED:        " WS-CHANGED-COUNT.
           DISPLAY "AGENTS TERMINATED:     " WS-TERMED-COUNT.
           DISPLAY "LICENSES ADDED:        " WS-LICENSED-COUNT.
           DISPLAY "LICENSES RENEWED:      " WS-RENEWED-COUNT.
           DISPLAY "LICENSES DROPPED:      " WS-DROPPED-COUNT.
           DISPLAY "TAX IDS KEYED:         " WS-TAX-ID-COUNT.
           DISPLAY "HIERARCHY CHANGES:     " WS-HIERARCHY-COUNT.
           DISPLAY "BOOK TRANSFERS:        " WS-TRANSFER-COUNT.
           DISPLAY "POLICIES TRANSFERRED:  " WS-XFER-POLICY-COUNT.
           DISPLAY "QUOTES TRANSFERRED:    " WS-XFER-QUOTE-COUNT.
           DISPLAY "NOT MOVED, UNLICENSED: " WS-XFER-UNLICENSED-COUNT.
           DISPLAY "TRANSFER LETTERS:      " WS-LETTER-COUNT.
           DISPLAY "HELD, RETURNED MAIL:   " WS-RETMAIL-HELD.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           STOP RUN.

               MOVE AGENT-RATE-EFF-DATE
                   TO WS-AG-EFF-DATE(WS-AGENT-COUNT)
               MOVE AGENT-STATUS TO WS-AG-STATUS(WS-AGENT-COUNT)
               MOVE AGENT-TAX-ID TO WS-AG-TAX-ID(WS-AGENT-COUNT)
               MOVE AGENT-REPORTS-TO
                   TO WS-AG-REPORTS-TO(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AG-OVRD-RATE(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AG-PREV-OVRD-RATE(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AG-OVRD-EFF-DATE(WS-AGENT-COUNT)
               IF AGENT-OVRD-RATE IS NUMERIC
                   AND AGENT-PREV-OVRD-RATE IS NUMERIC
                   AND AGENT-OVRD-EFF-DATE IS NUMERIC
                   MOVE AGENT-OVRD-RATE
                       TO WS-AG-OVRD-RATE(WS-AGENT-COUNT)
                   MOVE AGENT-PREV-OVRD-RATE
                       TO WS-AG-PREV-OVRD-RATE(WS-AGENT-COUNT)
                   MOVE AGENT-OVRD-EFF-DATE
                       TO WS-AG-OVRD-EFF-DATE(WS-AGENT-COUNT)
               END-IF

               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS

           CLOSE AGENT-MASTER-FILE.

      *> No license file yet just means no agent is licensed yet.
       B100-LOAD-LICENSES.
           MOVE ZEROS TO WS-LICENSE-COUNT.
           OPEN INPUT LICENSE-FILE.
           IF WS-LICENSE-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-LICENSES
           ELSE
               READ LICENSE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LICENSES
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-LICENSES = 'Y'
               OR WS-LICENSE-COUNT = 500
               ADD 1 TO WS-LICENSE-COUNT
               MOVE AGTLIC-AGENT TO WS-LC-AGENT(WS-LICENSE-COUNT)
               MOVE AGTLIC-STATE TO WS-LC-STATE(WS-LICENSE-COUNT)
               MOVE AGTLIC-NUMBER TO WS-LC-NUMBER(WS-LICENSE-COUNT)
               MOVE AGTLIC-EXPIRY TO WS-LC-EXPIRY(WS-LICENSE-COUNT)
               MOVE 'N' TO WS-LC-DROPPED(WS-LICENSE-COUNT)

               READ LICENSE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LICENSES
               END-READ
           END-PERFORM.

           IF WS-LICENSE-STATUS = '00' OR WS-LICENSE-STATUS = '10'
               CLOSE LICENSE-FILE
           END-IF.

      *>   The license file is written back whole at end of job, so
      *>   rows past the table would be lost - post nothing.
           IF WS-LICENSE-COUNT = 500
               AND WS-END-OF-LICENSES = 'N'
               DISPLAY "AGENTLIC.DAT OVER 500 ROWS - NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       C000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM D000-FIND-AGENT.
                   PERFORM E200-CHANGE-AGENT
               WHEN 'T'
                   PERFORM E300-TERMINATE-AGENT
               WHEN 'L'
                   PERFORM D100-FIND-LICENSE
                   PERFORM E400-LICENSE-AGENT
               WHEN 'D'
                   PERFORM D100-FIND-LICENSE
                   PERFORM E500-DROP-LICENSE
               WHEN 'X'
                   PERFORM E600-SET-TAX-ID
               WHEN 'H'
                   PERFORM E700-SET-HIERARCHY
               WHEN 'B'
                   PERFORM D400-FIND-RECEIVER
                   PERFORM E800-QUEUE-TRANSFER
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
               END-IF
           END-PERFORM.

       D100-FIND-LICENSE.
           MOVE ZEROS TO WS-FOUND-LIC-IDX.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LICENSE-COUNT
               IF WS-LC-AGENT(WS-LC-IDX) = AGT-TRAN-AGENT
                   AND WS-LC-STATE(WS-LC-IDX) = AGT-TRAN-LIC-STATE
                   AND WS-LC-DROPPED(WS-LC-IDX) = 'N'
                   SET WS-FOUND-LIC-IDX TO WS-LC-IDX
               END-IF
           END-PERFORM.

      *> Finds the proposed manager, then climbs their reporting
      *> line - meeting the agent on the way up means the change
      *> would make a loop. The climb is capped at the table size
      *> so a loop already on file cannot hold the run.
       D200-FIND-MANAGER.
           MOVE ZEROS TO WS-MGR-IDX.
           MOVE 'N' TO WS-HIER-LOOP.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = AGT-TRAN-REPORTS-TO
                   SET WS-MGR-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM.

           IF WS-MGR-IDX NOT = ZEROS
               MOVE WS-AG-REPORTS-TO(WS-MGR-IDX) TO WS-UPLINE-CODE
           ELSE
               MOVE SPACES TO WS-UPLINE-CODE
           END-IF.
           MOVE ZEROS TO WS-UPLINE-LEVELS.
           PERFORM UNTIL WS-UPLINE-CODE = SPACES
               OR WS-HIER-LOOP = 'Y'
               OR WS-UPLINE-LEVELS > WS-AGENT-COUNT
               ADD 1 TO WS-UPLINE-LEVELS
               IF WS-UPLINE-CODE = AGT-TRAN-AGENT
                   MOVE 'Y' TO WS-HIER-LOOP
               ELSE
                   PERFORM D300-NEXT-UPLINE
               END-IF
           END-PERFORM.

      *> A code above the manager that is not on file ends the climb.
       D300-NEXT-UPLINE.
           MOVE WS-UPLINE-CODE TO WS-NEXT-CODE.
           MOVE SPACES TO WS-UPLINE-CODE.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = WS-NEXT-CODE
                   MOVE WS-AG-REPORTS-TO(WS-AG-IDX) TO WS-UPLINE-CODE
               END-IF
           END-PERFORM.

       D400-FIND-RECEIVER.
           MOVE ZEROS TO WS-TO-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = AGT-TRAN-XFER-TO
                   SET WS-TO-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM.

       E100-ADD-AGENT.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX NOT = ZEROS
                       TO WS-AG-PREV-RATE(WS-AGENT-COUNT)
                   MOVE ZEROS TO WS-AG-EFF-DATE(WS-AGENT-COUNT)
                   MOVE 'A' TO WS-AG-STATUS(WS-AGENT-COUNT)
                   MOVE SPACES TO WS-AG-TAX-ID(WS-AGENT-COUNT)
                   MOVE SPACES TO WS-AG-REPORTS-TO(WS-AGENT-COUNT)
                   MOVE ZEROS TO WS-AG-OVRD-RATE(WS-AGENT-COUNT)
                   MOVE ZEROS TO WS-AG-PREV-OVRD-RATE(WS-AGENT-COUNT)
                   MOVE ZEROS TO WS-AG-OVRD-EFF-DATE(WS-AGENT-COUNT)
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE.

                   ADD 1 TO WS-TERMED-COUNT
           END-EVALUATE.

      *> An existing row for the agent and state is a renewal - the
      *> new license number and expiry replace the old.
       E400-LICENSE-AGENT.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "AGENT NOT ON FILE" TO WS-REJECT-REASON
               WHEN WS-AG-STATUS(WS-FOUND-IDX) = 'T'
                   MOVE "AGENT TERMINATED" TO WS-REJECT-REASON
               WHEN AGT-TRAN-LIC-STATE = SPACES
                   MOVE "BLANK LICENSE STATE" TO WS-REJECT-REASON
               WHEN AGT-TRAN-LIC-NUMBER = SPACES
                   MOVE "BLANK LICENSE NUMBER" TO WS-REJECT-REASON
               WHEN AGT-TRAN-LIC-EXPIRY NOT NUMERIC
                   OR AGT-TRAN-LIC-EXPIRY <= WS-TODAY
                   MOVE "EXPIRY NOT AFTER TODAY" TO WS-REJECT-REASON
               WHEN WS-FOUND-LIC-IDX NOT = ZEROS
                   MOVE AGT-TRAN-LIC-NUMBER
                       TO WS-LC-NUMBER(WS-FOUND-LIC-IDX)
                   MOVE AGT-TRAN-LIC-EXPIRY
                       TO WS-LC-EXPIRY(WS-FOUND-LIC-IDX)
                   ADD 1 TO WS-RENEWED-COUNT
               WHEN WS-LICENSE-COUNT = 500
                   MOVE "LICENSE TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-LICENSE-COUNT
                   MOVE AGT-TRAN-AGENT
                       TO WS-LC-AGENT(WS-LICENSE-COUNT)
                   MOVE AGT-TRAN-LIC-STATE
                       TO WS-LC-STATE(WS-LICENSE-COUNT)
                   MOVE AGT-TRAN-LIC-NUMBER
                       TO WS-LC-NUMBER(WS-LICENSE-COUNT)
                   MOVE AGT-TRAN-LIC-EXPIRY
                       TO WS-LC-EXPIRY(WS-LICENSE-COUNT)
                   MOVE 'N' TO WS-LC-DROPPED(WS-LICENSE-COUNT)
                   ADD 1 TO WS-LICENSED-COUNT
           END-EVALUATE.

      *> A terminated agent's licenses can still be dropped - the
      *> file should not go on claiming them.
       E500-DROP-LICENSE.
           EVALUATE TRUE
               WHEN WS-FOUND-LIC-IDX = ZEROS
                   MOVE "LICENSE NOT ON FILE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-LC-DROPPED(WS-FOUND-LIC-IDX)
                   ADD 1 TO WS-DROPPED-COUNT
           END-EVALUATE.

      *> A new ID simply replaces the one on file - a correction.
       E600-SET-TAX-ID.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "AGENT NOT ON FILE" TO WS-REJECT-REASON
               WHEN AGT-TRAN-TAX-ID NOT NUMERIC
                   MOVE "TAX ID NOT NINE DIGITS" TO WS-REJECT-REASON
               WHEN AGT-TRAN-TAX-ID = ZEROS
                   MOVE "TAX ID IS ZEROS" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE AGT-TRAN-TAX-ID
                       TO WS-AG-TAX-ID(WS-FOUND-IDX)
                   ADD 1 TO WS-TAX-ID-COUNT
           END-EVALUATE.

      *> Reports-to spaces moves the agent to the top of the
      *> hierarchy. An override rate of zeros leaves the agent's
      *> override alone; any other rate shifts the sitting rate to
      *> the previous-rate slot from the effective date, exactly as
      *> a 'C' does for the commission rate.
       E700-SET-HIERARCHY.
           PERFORM D200-FIND-MANAGER.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "AGENT NOT ON FILE" TO WS-REJECT-REASON
               WHEN WS-AG-STATUS(WS-FOUND-IDX) = 'T'
                   MOVE "AGENT TERMINATED" TO WS-REJECT-REASON
               WHEN AGT-TRAN-REPORTS-TO = AGT-TRAN-AGENT
                   MOVE "AGENT CANNOT REPORT TO SELF"
                       TO WS-REJECT-REASON
               WHEN AGT-TRAN-REPORTS-TO NOT = SPACES
                   AND WS-MGR-IDX = ZEROS
                   MOVE "MANAGER NOT ON FILE" TO WS-REJECT-REASON
               WHEN AGT-TRAN-REPORTS-TO NOT = SPACES
                   AND WS-AG-STATUS(WS-MGR-IDX) = 'T'
                   MOVE "MANAGER TERMINATED" TO WS-REJECT-REASON
               WHEN WS-HIER-LOOP = 'Y'
                   MOVE "MANAGER REPORTS TO AGENT" TO WS-REJECT-REASON
               WHEN AGT-TRAN-OVRD-RATE NOT NUMERIC
                   MOVE "OVERRIDE RATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN AGT-TRAN-OVRD-RATE NOT = ZEROS
                   AND (AGT-TRAN-OVRD-EFF-DATE NOT NUMERIC
                   OR AGT-TRAN-OVRD-EFF-DATE = ZEROS)
                   MOVE "OVERRIDE NEEDS EFF DATE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE AGT-TRAN-REPORTS-TO
                       TO WS-AG-REPORTS-TO(WS-FOUND-IDX)
                   IF AGT-TRAN-OVRD-RATE NOT = ZEROS
                       MOVE WS-AG-OVRD-RATE(WS-FOUND-IDX)
                           TO WS-AG-PREV-OVRD-RATE(WS-FOUND-IDX)
                       MOVE AGT-TRAN-OVRD-RATE
                           TO WS-AG-OVRD-RATE(WS-FOUND-IDX)
                       MOVE AGT-TRAN-OVRD-EFF-DATE
                           TO WS-AG-OVRD-EFF-DATE(WS-FOUND-IDX)
                   END-IF
                   ADD 1 TO WS-HIERARCHY-COUNT
           END-EVALUATE.

      *> The transfer is only queued here - it is applied with the
      *> other transfers once the agent transactions are all in, so
      *> a 'T' and the 'B' that follows it can come in the same run.
      *> The giving agent may be appointed or terminated; the
      *> receiving agent must be appointed.
       E800-QUEUE-TRANSFER.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "AGENT NOT ON FILE" TO WS-REJECT-REASON
               WHEN AGT-TRAN-XFER-TO = SPACES
                   MOVE "BLANK RECEIVING AGENT" TO WS-REJECT-REASON
               WHEN AGT-TRAN-XFER-TO = AGT-TRAN-AGENT
                   MOVE "CANNOT TRANSFER TO SELF" TO WS-REJECT-REASON
               WHEN WS-TO-IDX = ZEROS
                   MOVE "RECEIVING AGENT NOT ON FILE"
                       TO WS-REJECT-REASON
               WHEN WS-AG-STATUS(WS-TO-IDX) = 'T'
                   MOVE "RECEIVING AGENT TERMINATED"
                       TO WS-REJECT-REASON
               WHEN AGT-TRAN-XFER-EFF-DATE NOT NUMERIC
                   OR AGT-TRAN-XFER-EFF-DATE = ZEROS
                   MOVE "TRANSFER NEEDS EFF DATE" TO WS-REJECT-REASON
               WHEN AGT-TRAN-XFER-POLICY NOT NUMERIC
                   OR AGT-TRAN-XFER-QUOTE NOT NUMERIC
                   MOVE "POLICY OR QUOTE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN WS-BT-COUNT = 100
                   MOVE "TRANSFER TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-BT-COUNT
                   MOVE AGT-TRAN-AGENT TO WS-BT-FROM(WS-BT-COUNT)
                   MOVE AGT-TRAN-XFER-TO TO WS-BT-TO(WS-BT-COUNT)
                   MOVE AGT-TRAN-XFER-EFF-DATE
                       TO WS-BT-EFF-DATE(WS-BT-COUNT)
                   MOVE AGT-TRAN-XFER-POLICY
                       TO WS-BT-POLICY(WS-BT-COUNT)
                   MOVE AGT-TRAN-XFER-QUOTE
                       TO WS-BT-QUOTE(WS-BT-COUNT)
                   MOVE 'N' TO WS-BT-POLICY-DONE(WS-BT-COUNT)
                   MOVE 'N' TO WS-BT-QUOTE-DONE(WS-BT-COUNT)
                   ADD 1 TO WS-TRANSFER-COUNT
           END-EVALUATE.

      *> Nothing moves while the nightly cycle holds the lock or the
      *> policy master is out of balance - the agent transactions
      *> still stand, and the transfers can simply be rerun.
       F000-APPLY-TRANSFERS.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - BOOK TRANSFERS "
                   "NOT APPLIED"
               PERFORM F900-REJECT-ALL-TRANSFERS
           ELSE
               CALL 'PolicyBalCheck' USING WS-BALANCED
               IF WS-BALANCED = 'N'
                   DISPLAY "POLICY MASTER FAILED BALANCE CONTROL - "
                       "BOOK TRANSFERS NOT APPLIED"
                   PERFORM F900-REJECT-ALL-TRANSFERS
               ELSE
                   PERFORM F100-TRANSFER-POLICIES
               END-IF
           END-IF.

       F100-TRANSFER-POLICIES.
           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               PERFORM F900-REJECT-ALL-TRANSFERS
           ELSE
               OPEN EXTEND BOOK-TRANSFER-FILE
               IF WS-BOOKXFER-STATUS = '35'
                   OPEN OUTPUT BOOK-TRANSFER-FILE
               END-IF

               MOVE 'N' TO WS-END-OF-POLICIES
               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ

               PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
                   IF POLICY-STATUS = 'A'
                       MOVE ZEROS TO WS-HOP-COUNT
                       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                           UNTIL WS-BT-IDX > WS-BT-COUNT
                           PERFORM F200-CHECK-POLICY
                       END-PERFORM
                       IF WS-HOP-COUNT > ZEROS
                           PERFORM F300-MOVE-POLICY
                       END-IF
                   END-IF

                   READ POLICY-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-POLICIES
                   END-READ
               END-PERFORM

               CLOSE POLICY-MASTER
               CALL 'PolicyBalStamp' USING WS-BALANCED

               PERFORM F500-TRANSFER-QUOTES
               CLOSE BOOK-TRANSFER-FILE
               PERFORM F800-REPORT-NOT-FOUND

               MOVE SPACES TO PRTSPOOL-RECORD
               MOVE 'C' TO PSP-REC-TYPE
               MOVE 'AGTXFER' TO PSP-DOC-TYPE
               MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM
               MOVE WS-TODAY TO PSP-RUN-DATE
               MOVE WS-LETTER-COUNT TO PSP-PIECES
               CALL 'PrintSpool' USING PRTSPOOL-RECORD
           END-IF.

      *> A whole-book transfer takes every active policy of the
      *> giving agent; a named one takes just that policy. Transfers
      *> are tried in transaction order, so a policy moved A to B can
      *> go on B to C in the same run. The move is made on the record
      *> here and rewritten once every transfer has been tried.
       F200-CHECK-POLICY.
           IF WS-BT-FROM(WS-BT-IDX) = POLICY-AGENT-CODE
               AND ((WS-BT-POLICY(WS-BT-IDX) = ZEROS
                   AND WS-BT-QUOTE(WS-BT-IDX) = ZEROS)
               OR WS-BT-POLICY(WS-BT-IDX) = POLICY-NUMBER)
               MOVE 'Y' TO WS-BT-POLICY-DONE(WS-BT-IDX)
               CALL 'AgentLicCheck' USING WS-BT-TO(WS-BT-IDX)
                   POLICY-ADDR-STATE WS-TODAY WS-AGENT-LICENSED
               END-CALL
               IF WS-AGENT-LICENSED = 'N'
                   DISPLAY "POLICY " POLICY-NUMBER " NOT MOVED - "
                       WS-BT-TO(WS-BT-IDX) " NOT LICENSED IN "
                       POLICY-ADDR-STATE
                   ADD 1 TO WS-XFER-UNLICENSED-COUNT
               ELSE
                   ADD 1 TO WS-HOP-COUNT
                   SET WS-HOP-BT(WS-HOP-COUNT) TO WS-BT-IDX
                   MOVE POLICY-AGENT-CODE TO WS-HOP-FROM(WS-HOP-COUNT)
                   MOVE WS-BT-TO(WS-BT-IDX) TO POLICY-AGENT-CODE
               END-IF
           END-IF.

      *> The letter names the agent the policy ends up with and the
      *> agent it was taken from.
       F300-MOVE-POLICY.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "TRANSFER REWRITE FAILED, POLICY: "
                       POLICY-NUMBER " STATUS: " WS-POLICY-STATUS
                   MOVE WS-HOP-FROM(1) TO POLICY-AGENT-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-XFER-POLICY-COUNT
                   MOVE 'P' TO BKX-TYPE
                   MOVE POLICY-NUMBER TO BKX-NUMBER
                   PERFORM VARYING WS-HOP-SUB FROM 1 BY 1
                       UNTIL WS-HOP-SUB > WS-HOP-COUNT
                       PERFORM F310-RECORD-POLICY-HOP
                   END-PERFORM
                   MOVE WS-HOP-FROM(1) TO WS-AUDIT-OLD
                   IF POLICY-BAD-ADDR-FLAG = 'Y'
                       PERFORM F410-HOLD-FOR-ADDRESS
                   ELSE
                       PERFORM F400-SPOOL-TRANSFER-LETTER
                   END-IF
           END-REWRITE.

      *> Leaves WS-BT-IDX on the hop, so after the last one it names
      *> the transfer the letter is written from.
       F310-RECORD-POLICY-HOP.
           SET WS-BT-IDX TO WS-HOP-BT(WS-HOP-SUB).
           MOVE WS-HOP-FROM(WS-HOP-SUB) TO WS-AUDIT-OLD.
           MOVE SPACES TO WS-AUDIT-NEW.
           STRING WS-BT-TO(WS-BT-IDX) ' EFF '
               WS-BT-EFF-DATE(WS-BT-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-NEW
           END-STRING.
           CALL 'PolicyAudit' USING WS-AUDIT-PROGRAM
               POLICY-NUMBER WS-AUDIT-FIELD
               WS-AUDIT-OLD WS-AUDIT-NEW.
           PERFORM F700-WRITE-HISTORY-ROW.

       F400-SPOOL-TRANSFER-LETTER.
           PERFORM F420-FIND-AGENT-NAMES.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'AGTXFER' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE POLICY-HOLDER-NAME TO PSP-RECIPIENT.
           MOVE POLICY-ADDR-STREET TO PSP-ADDR-STREET.
           MOVE POLICY-ADDR-CITY TO PSP-ADDR-CITY.
           MOVE POLICY-ADDR-STATE TO PSP-ADDR-STATE.
           MOVE POLICY-ADDR-ZIP TO PSP-ADDR-ZIP.
           MOVE POLICY-NUMBER TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           MOVE 'D' TO PSP-REC-TYPE.
           MOVE "==========================================="
               TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE "YOUR AGENT HAS CHANGED" TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE POLICY-HOLDER-NAME TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE POLICY-ADDR-STREET TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE SPACES TO PSP-LINE.
           STRING POLICY-ADDR-CITY ' ' POLICY-ADDR-STATE ' '
               POLICY-ADDR-ZIP
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE SPACES TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           STRING "POLICY: " POLICY-NUMBER "  " POLICY-TYPE
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE SPACES TO PSP-LINE.
           STRING "FROM " WS-BT-EFF-DATE(WS-BT-IDX)
               " YOUR POLICY IS SERVICED BY AGENT "
               WS-BT-TO(WS-BT-IDX)
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE SPACES TO PSP-LINE.
           STRING "    " WS-TO-NAME
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE SPACES TO PSP-LINE.
           STRING "IN PLACE OF " WS-FROM-NAME
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE "YOUR COVERAGE, PREMIUM AND BILLING ARE UNCHANGED."
               TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

      *> Mail to this address has come back - the letter waits on
      *> the returned-mail worklist for the new address.
       F410-HOLD-FOR-ADDRESS.
           ADD 1 TO WS-RETMAIL-HELD.
           MOVE WS-TODAY TO RMWORK-RUN-DATE.
           MOVE 'AGTXFER' TO RMWORK-DOCUMENT.
           MOVE POLICY-NUMBER TO RMWORK-POLICY-NUMBER.
           MOVE POLICY-CUST-NUMBER TO RMWORK-CUST-NUMBER.
           MOVE POLICY-HOLDER-NAME TO RMWORK-HOLDER-NAME.
           MOVE POLICY-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE.
           MOVE ZEROS TO RMWORK-AMOUNT.

           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.
           WRITE RMWORK-RECORD.
           CLOSE RETMAIL-WORK-FILE.

       F420-FIND-AGENT-NAMES.
           MOVE SPACES TO WS-FROM-NAME.
           MOVE SPACES TO WS-TO-NAME.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = WS-AUDIT-OLD(1:4)
                   MOVE WS-AG-NAME(WS-AG-IDX) TO WS-FROM-NAME
               END-IF
               IF WS-AG-CODE(WS-AG-IDX) = WS-BT-TO(WS-BT-IDX)
                   MOVE WS-AG-NAME(WS-AG-IDX) TO WS-TO-NAME
               END-IF
           END-PERFORM.

      *> Open quotes follow the book, so a quote bound after the
      *> transfer issues under the receiving agent. No quote file
      *> yet means there is nothing to move.
       F500-TRANSFER-QUOTES.
           OPEN I-O QUOTE-MASTER.
           IF WS-QUOTE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-QUOTES
               READ QUOTE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-QUOTES
               END-READ

               PERFORM UNTIL WS-END-OF-QUOTES = 'Y'
                   IF QUOTE-STATUS = 'O'
                       MOVE ZEROS TO WS-HOP-COUNT
                       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                           UNTIL WS-BT-IDX > WS-BT-COUNT
                           PERFORM F600-CHECK-QUOTE
                       END-PERFORM
                       IF WS-HOP-COUNT > ZEROS
                           PERFORM F650-MOVE-QUOTE
                       END-IF
                   END-IF

                   READ QUOTE-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-QUOTES
                   END-READ
               END-PERFORM

               CLOSE QUOTE-MASTER
           END-IF.

      *> Quotes have no policy number to audit under - the transfer
      *> history row is their trail.
       F600-CHECK-QUOTE.
           IF WS-BT-FROM(WS-BT-IDX) = QUOTE-AGENT-CODE
               AND ((WS-BT-POLICY(WS-BT-IDX) = ZEROS
                   AND WS-BT-QUOTE(WS-BT-IDX) = ZEROS)
               OR WS-BT-QUOTE(WS-BT-IDX) = QUOTE-NUMBER)
               MOVE 'Y' TO WS-BT-QUOTE-DONE(WS-BT-IDX)
               CALL 'AgentLicCheck' USING WS-BT-TO(WS-BT-IDX)
                   QUOTE-ADDR-STATE WS-TODAY WS-AGENT-LICENSED
               END-CALL
               IF WS-AGENT-LICENSED = 'N'
                   DISPLAY "QUOTE " QUOTE-NUMBER " NOT MOVED - "
                       WS-BT-TO(WS-BT-IDX) " NOT LICENSED IN "
                       QUOTE-ADDR-STATE
                   ADD 1 TO WS-XFER-UNLICENSED-COUNT
               ELSE
                   ADD 1 TO WS-HOP-COUNT
                   SET WS-HOP-BT(WS-HOP-COUNT) TO WS-BT-IDX
                   MOVE QUOTE-AGENT-CODE TO WS-HOP-FROM(WS-HOP-COUNT)
                   MOVE WS-BT-TO(WS-BT-IDX) TO QUOTE-AGENT-CODE
               END-IF
           END-IF.

       F650-MOVE-QUOTE.
           REWRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "TRANSFER REWRITE FAILED, QUOTE: "
                       QUOTE-NUMBER " STATUS: " WS-QUOTE-STATUS
                   MOVE WS-HOP-FROM(1) TO QUOTE-AGENT-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-XFER-QUOTE-COUNT
                   MOVE 'Q' TO BKX-TYPE
                   MOVE QUOTE-NUMBER TO BKX-NUMBER
                   PERFORM VARYING WS-HOP-SUB FROM 1 BY 1
                       UNTIL WS-HOP-SUB > WS-HOP-COUNT
                       SET WS-BT-IDX TO WS-HOP-BT(WS-HOP-SUB)
                       MOVE WS-HOP-FROM(WS-HOP-SUB) TO WS-AUDIT-OLD
                       PERFORM F700-WRITE-HISTORY-ROW
                   END-PERFORM
           END-REWRITE.

      *> BKX-TYPE and BKX-NUMBER are set by the caller; WS-AUDIT-OLD
      *> holds the agent this hop took the policy or quote from.
       F700-WRITE-HISTORY-ROW.
           MOVE WS-AUDIT-OLD(1:4) TO BKX-FROM-AGENT.
           MOVE WS-BT-TO(WS-BT-IDX) TO BKX-TO-AGENT.
           MOVE WS-BT-EFF-DATE(WS-BT-IDX) TO BKX-EFF-DATE.
           MOVE WS-TODAY TO BKX-RUN-DATE.
           WRITE BOOKXFER-RECORD.

      *> A named policy or quote that was not active (open) with the
      *> giving agent fails its transaction.
       F800-REPORT-NOT-FOUND.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               IF WS-BT-POLICY(WS-BT-IDX) NOT = ZEROS
                   AND WS-BT-POLICY-DONE(WS-BT-IDX) = 'N'
                   DISPLAY "REJECTED B " WS-BT-FROM(WS-BT-IDX)
                       ": POLICY " WS-BT-POLICY(WS-BT-IDX)
                       " NOT ACTIVE WITH AGENT"
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               IF WS-BT-QUOTE(WS-BT-IDX) NOT = ZEROS
                   AND WS-BT-QUOTE-DONE(WS-BT-IDX) = 'N'
                   DISPLAY "REJECTED B " WS-BT-FROM(WS-BT-IDX)
                       ": QUOTE " WS-BT-QUOTE(WS-BT-IDX)
                       " NOT OPEN WITH AGENT"
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM.

       F900-REJECT-ALL-TRANSFERS.
           ADD WS-BT-COUNT TO WS-REJECTED-COUNT.
           SUBTRACT WS-BT-COUNT FROM WS-TRANSFER-COUNT.
           MOVE 1 TO RETURN-CODE.

       H000-REWRITE-AGENTS.
           OPEN OUTPUT AGENT-MASTER-FILE.

               MOVE WS-AG-EFF-DATE(WS-AG-IDX)
                   TO AGENT-RATE-EFF-DATE
               MOVE WS-AG-STATUS(WS-AG-IDX) TO AGENT-STATUS
               MOVE WS-AG-TAX-ID(WS-AG-IDX) TO AGENT-TAX-ID
               MOVE WS-AG-REPORTS-TO(WS-AG-IDX) TO AGENT-REPORTS-TO
               MOVE WS-AG-OVRD-RATE(WS-AG-IDX) TO AGENT-OVRD-RATE
               MOVE WS-AG-PREV-OVRD-RATE(WS-AG-IDX)
                   TO AGENT-PREV-OVRD-RATE
               MOVE WS-AG-OVRD-EFF-DATE(WS-AG-IDX)
                   TO AGENT-OVRD-EFF-DATE
               WRITE AGENT-RECORD
           END-PERFORM.

           CLOSE AGENT-MASTER-FILE.

       H100-REWRITE-LICENSES.
           OPEN OUTPUT LICENSE-FILE.

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LICENSE-COUNT
               IF WS-LC-DROPPED(WS-LC-IDX) = 'N'
                   MOVE WS-LC-AGENT(WS-LC-IDX) TO AGTLIC-AGENT
                   MOVE WS-LC-STATE(WS-LC-IDX) TO AGTLIC-STATE
                   MOVE WS-LC-NUMBER(WS-LC-IDX) TO AGTLIC-NUMBER
                   MOVE WS-LC-EXPIRY(WS-LC-IDX) TO AGTLIC-EXPIRY
                   WRITE AGTLIC-RECORD
               END-IF
           END-PERFORM.

           CLOSE LICENSE-FILE.
