       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentOverride.

      *> Shared override-chain lookup - CALLed by CommissionStatement
      *> (paying the override), PolicyCancel (clawing it back) and
      *> InsuranceGL (accruing it) so all three walk the agency
      *> hierarchy the same way. Given the writing agent and the
      *> date the commission was earned (issue date, or a renewal
      *> term's start) it climbs AGENT-REPORTS-TO on AGENTS.DAT
      *> and returns every appointed manager above the agent with an
      *> override rate in force on that date. The agent master is
      *> loaded ONCE per run, the way RefCodeCheck holds its table.
      *> The climb stops at the top of the hierarchy, at a code not
      *> on the master, at ten levels, or where the reporting line
      *> loops back on itself (AgentMaintenance refuses to build a
      *> loop, but a hand edit could) - the loop is named on the
      *> console once per run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-MASTER-FILE ASSIGN TO 'AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       WORKING-STORAGE SECTION.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-TABLE-LOADED PIC X(1) VALUE 'N'.
       01 WS-LOOP-REPORTED PIC X(1) VALUE 'N'.

       01 WS-AGENT-TABLE.
           05 WS-AG-ENTRY OCCURS 50 TIMES INDEXED BY WS-AG-IDX.
               10 WS-AG-CODE            PIC X(4).
               10 WS-AG-STATUS          PIC X(1).
               10 WS-AG-REPORTS-TO      PIC X(4).
               10 WS-AG-OVRD-RATE       PIC V99.
               10 WS-AG-PREV-OVRD-RATE  PIC V99.
               10 WS-AG-OVRD-EFF-DATE   PIC 9(8).
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

       01 WS-UPLINE-CODE PIC X(4) VALUE SPACES.
       01 WS-LEVEL PIC 9(2) VALUE ZEROS.
       01 WS-MGR-RATE PIC V99 VALUE ZEROS.
       01 WS-VISITED-TABLE.
           05 WS-VISITED-CODE OCCURS 11 TIMES PIC X(4).
       01 WS-VISITED-SUB PIC 9(2) VALUE ZEROS.
       01 WS-IN-LOOP PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       COPY AGTOVRD.

       PROCEDURE DIVISION USING AGTOVRD-REQUEST.
       OVRD-MAIN.
           IF WS-TABLE-LOADED = 'N'
               PERFORM B000-LOAD-AGENTS
           END-IF.

           MOVE ZEROS TO AOV-MGR-COUNT.
           MOVE ZEROS TO WS-LEVEL.
           MOVE AOV-AGENT-CODE TO WS-VISITED-CODE(1).
           MOVE AOV-AGENT-CODE TO WS-UPLINE-CODE.
           PERFORM C000-FIND-AGENT.
           IF WS-FOUND-IDX = ZEROS
               MOVE SPACES TO WS-UPLINE-CODE
           ELSE
               MOVE WS-AG-REPORTS-TO(WS-FOUND-IDX) TO WS-UPLINE-CODE
           END-IF.

           PERFORM UNTIL WS-UPLINE-CODE = SPACES
               OR WS-LEVEL = 10
               PERFORM C100-CHECK-LOOP
               IF WS-IN-LOOP = 'Y'
                   IF WS-LOOP-REPORTED = 'N'
                       DISPLAY "AGENCY HIERARCHY LOOPS AT "
                           WS-UPLINE-CODE " ABOVE " AOV-AGENT-CODE
                           " - OVERRIDES STOP THERE"
                       MOVE 'Y' TO WS-LOOP-REPORTED
                   END-IF
                   MOVE SPACES TO WS-UPLINE-CODE
               ELSE
                   ADD 1 TO WS-LEVEL
                   MOVE WS-UPLINE-CODE
                       TO WS-VISITED-CODE(WS-LEVEL + 1)
                   PERFORM C000-FIND-AGENT
                   IF WS-FOUND-IDX = ZEROS
                       MOVE SPACES TO WS-UPLINE-CODE
                   ELSE
                       PERFORM D000-ADD-MANAGER
                       MOVE WS-AG-REPORTS-TO(WS-FOUND-IDX)
                           TO WS-UPLINE-CODE
                   END-IF
               END-IF
           END-PERFORM.
           GOBACK.

       B000-LOAD-AGENTS.
           MOVE ZEROS TO WS-AGENT-COUNT.
           OPEN INPUT AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AGENTS.DAT, STATUS: "
                   WS-AGENT-STATUS
               MOVE 'Y' TO WS-END-OF-AGENTS
           ELSE
               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-AGENTS = 'Y'
               OR WS-AGENT-COUNT = 50
               ADD 1 TO WS-AGENT-COUNT
               MOVE AGENT-CODE TO WS-AG-CODE(WS-AGENT-COUNT)
               MOVE AGENT-STATUS TO WS-AG-STATUS(WS-AGENT-COUNT)
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
               END-READ
           END-PERFORM.

           IF WS-AGENT-STATUS = '00' OR WS-AGENT-STATUS = '10'
               CLOSE AGENT-MASTER-FILE
           END-IF.
           MOVE 'Y' TO WS-TABLE-LOADED.

       C000-FIND-AGENT.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = WS-UPLINE-CODE
                   SET WS-FOUND-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM.

      *> A manager already met on this climb (or the writing agent
      *> itself) means the reporting line has come round again.
       C100-CHECK-LOOP.
           MOVE 'N' TO WS-IN-LOOP.
           PERFORM VARYING WS-VISITED-SUB FROM 1 BY 1
               UNTIL WS-VISITED-SUB > WS-LEVEL + 1
               IF WS-VISITED-CODE(WS-VISITED-SUB) = WS-UPLINE-CODE
                   MOVE 'Y' TO WS-IN-LOOP
               END-IF
           END-PERFORM.

      *> The override rate in force on the policy's issue date: the
      *> current rate once its effective date has been reached, the
      *> displaced rate for business issued before the change.
       D000-ADD-MANAGER.
           IF AOV-ISSUE-DATE >= WS-AG-OVRD-EFF-DATE(WS-FOUND-IDX)
               MOVE WS-AG-OVRD-RATE(WS-FOUND-IDX) TO WS-MGR-RATE
           ELSE
               MOVE WS-AG-PREV-OVRD-RATE(WS-FOUND-IDX) TO WS-MGR-RATE
           END-IF.
           IF WS-AG-STATUS(WS-FOUND-IDX) NOT = 'T'
               AND WS-MGR-RATE > ZEROS
               ADD 1 TO AOV-MGR-COUNT
               MOVE WS-UPLINE-CODE TO AOV-MGR-CODE(AOV-MGR-COUNT)
               MOVE WS-MGR-RATE TO AOV-MGR-RATE(AOV-MGR-COUNT)
           END-IF.
