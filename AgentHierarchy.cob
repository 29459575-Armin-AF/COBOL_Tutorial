       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentHierarchy.

      *> Monthly agency hierarchy report - for every appointed
      *> managing agent (anyone with an agent reporting to them on
      *> AGENTS.DAT) lists the whole downline as a tree, each agent
      *> indented under the manager they report to, with the agent's
      *> active policy count, in-force premium and premium written
      *> so far this year from the policy master, then the team
      *> totals the manager's override is earned on. The manager's
      *> own production heads the section but is not in the team
      *> totals. Agency management sees who sits where without
      *> reading the reports-to column off the master by hand.
      *> An exceptions section follows: agents reporting to a code
      *> not on the master, agents reporting to a terminated manager
      *> (no override is paid on them until they are moved), and
      *> reporting lines that loop back on themselves. Runs at
      *> month-end from InsuranceCycle.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO 'AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT HIERARCHY-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  HIERARCHY-REPORT-FILE.
       01  HIERARCHY-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/AGTHIER.TXT'.

      *> AGENTS.DAT with each agent's own production from the policy
      *> master. WS-AG-PRINTED stops a looping line being walked
      *> round forever while a manager's tree is printed.
       01 WS-AGENT-TABLE.
           05 WS-AG-ENTRY OCCURS 50 TIMES INDEXED BY WS-AG-IDX.
               10 WS-AG-CODE            PIC X(4).
               10 WS-AG-NAME            PIC X(20).
               10 WS-AG-STATUS          PIC X(1).
               10 WS-AG-REPORTS-TO      PIC X(4).
               10 WS-AG-OVRD-RATE       PIC V99.
               10 WS-AG-ACTIVE-COUNT    PIC 9(5).
               10 WS-AG-INFORCE         PIC 9(9)V99.
               10 WS-AG-WRITTEN         PIC 9(9)V99.
               10 WS-AG-MGR-IDX         PIC 9(3).
               10 WS-AG-PRINTED         PIC X(1).
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-MGR-SUB PIC 9(3) VALUE ZEROS.
       01 WS-CHILD-SUB PIC 9(3) VALUE ZEROS.
       01 WS-UNKNOWN-AGENT-COUNT PIC 9(5) VALUE ZEROS.

      *> Depth-first walk of one manager's downline - each entry is
      *> an agent still to print and how far below the manager it
      *> sits. An agent is stacked once at most, so 50 is enough.
       01 WS-STACK-TABLE.
           05 WS-STK-ENTRY OCCURS 50 TIMES.
               10 WS-STK-AGENT          PIC 9(3).
               10 WS-STK-LEVEL          PIC 9(2).
       01 WS-STACK-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-CUR-IDX PIC 9(3) VALUE ZEROS.
       01 WS-CUR-LEVEL PIC 9(2) VALUE ZEROS.
       01 WS-INDENT-COL PIC 9(2) VALUE ZEROS.

      *> Loop check - climbing from an agent more times than there
      *> are agents, or arriving back at the agent, means a loop.
       01 WS-UPLINE-IDX PIC 9(3) VALUE ZEROS.
       01 WS-UPLINE-LEVELS PIC 9(3) VALUE ZEROS.
       01 WS-IN-LOOP PIC X(1) VALUE 'N'.

       01 WS-TEAM-SIZE PIC 9(3) VALUE ZEROS.
       01 WS-TEAM-ACTIVE PIC 9(7) VALUE ZEROS.
       01 WS-TEAM-INFORCE PIC 9(11)V99 VALUE ZEROS.
       01 WS-TEAM-WRITTEN PIC 9(11)V99 VALUE ZEROS.
       01 WS-MANAGER-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-EXCEPTION-TEXT PIC X(40) VALUE SPACES.

       01 WS-DETAIL-NAME.
           05 WS-DN-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DN-NAME PIC X(20).
       01 WS-DETAIL-FIGURES.
           05 WS-DF-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DF-ACTIVE PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DF-INFORCE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DF-WRITTEN PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TEAM-FIGURES.
           05 WS-TF-ACTIVE PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TF-INFORCE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TF-WRITTEN PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           PERFORM B000-LOAD-AGENTS.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ POLICY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-POLICIES
           END-READ.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               PERFORM C000-ACCUMULATE-POLICY

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           CLOSE POLICY-MASTER.

           STRING "data/AGTHIER-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT HIERARCHY-REPORT-FILE.

           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           STRING "AGENCY HIERARCHY AND TEAM PRODUCTION "
               "(BUSINESS DATE " WS-TODAY ")"
               DELIMITED BY SIZE INTO HIERARCHY-REPORT-LINE
           END-STRING.
           WRITE HIERARCHY-REPORT-LINE.
           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           STRING "AGENT                                S    POLS"
               "  IN-FORCE PREM    WRITTEN YTD"
               DELIMITED BY SIZE INTO HIERARCHY-REPORT-LINE
           END-STRING.
           WRITE HIERARCHY-REPORT-LINE.

           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
               UNTIL WS-MGR-SUB > WS-AGENT-COUNT
               PERFORM D000-CHECK-MANAGER
           END-PERFORM.

           PERFORM F000-WRITE-EXCEPTIONS.

           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           STRING "MANAGERS: " WS-MANAGER-COUNT
               "   HIERARCHY EXCEPTIONS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO HIERARCHY-REPORT-LINE
           END-STRING.
           WRITE HIERARCHY-REPORT-LINE.
           CLOSE HIERARCHY-REPORT-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-REPORT-FILENAME
               WS-REPORT-STABLE.

           DISPLAY "MANAGING AGENTS REPORTED: " WS-MANAGER-COUNT.
           DISPLAY "HIERARCHY EXCEPTIONS:     " WS-EXCEPTION-COUNT.
           IF WS-UNKNOWN-AGENT-COUNT > 0
               DISPLAY "POLICIES WITH UNKNOWN AGENT CODE: "
                   WS-UNKNOWN-AGENT-COUNT
           END-IF.
           STOP RUN.

       B000-LOAD-AGENTS.
           MOVE ZEROS TO WS-AGENT-COUNT.
           OPEN INPUT AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AGENTS.DAT, STATUS: "
                   WS-AGENT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AGENT-MASTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-AGENTS
           END-READ.

           PERFORM UNTIL WS-END-OF-AGENTS = 'Y'
               OR WS-AGENT-COUNT = 50
               ADD 1 TO WS-AGENT-COUNT
               MOVE AGENT-CODE TO WS-AG-CODE(WS-AGENT-COUNT)
               MOVE AGENT-NAME TO WS-AG-NAME(WS-AGENT-COUNT)
               MOVE AGENT-STATUS TO WS-AG-STATUS(WS-AGENT-COUNT)
               MOVE AGENT-REPORTS-TO
                   TO WS-AG-REPORTS-TO(WS-AGENT-COUNT)
               IF AGENT-OVRD-RATE IS NUMERIC
                   MOVE AGENT-OVRD-RATE
                       TO WS-AG-OVRD-RATE(WS-AGENT-COUNT)
               ELSE
                   MOVE ZEROS TO WS-AG-OVRD-RATE(WS-AGENT-COUNT)
               END-IF
               MOVE ZEROS TO WS-AG-ACTIVE-COUNT(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AG-INFORCE(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AG-WRITTEN(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AG-MGR-IDX(WS-AGENT-COUNT)

               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS
               END-READ
           END-PERFORM.

           CLOSE AGENT-MASTER-FILE.

      *>   Resolve each reports-to code to its table entry once.
           PERFORM VARYING WS-CHILD-SUB FROM 1 BY 1
               UNTIL WS-CHILD-SUB > WS-AGENT-COUNT
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AGENT-COUNT
                   IF WS-AG-REPORTS-TO(WS-CHILD-SUB) NOT = SPACES
                       AND WS-AG-CODE(WS-AG-IDX)
                           = WS-AG-REPORTS-TO(WS-CHILD-SUB)
                       SET WS-AG-MGR-IDX(WS-CHILD-SUB) TO WS-AG-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> In force = active today; written = issued this calendar
      *> year whatever has happened to the policy since.
       C000-ACCUMULATE-POLICY.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = POLICY-AGENT-CODE
                   SET WS-FOUND-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZEROS
               ADD 1 TO WS-UNKNOWN-AGENT-COUNT
           ELSE
               IF POLICY-STATUS = 'A'
                   ADD 1 TO WS-AG-ACTIVE-COUNT(WS-FOUND-IDX)
                   ADD POLICY-PREMIUM TO WS-AG-INFORCE(WS-FOUND-IDX)
               END-IF
               IF POLICY-ISSUE-DATE(1:4) = WS-TODAY(1:4)
                   ADD POLICY-PREMIUM TO WS-AG-WRITTEN(WS-FOUND-IDX)
               END-IF
           END-IF.

      *> An appointed agent with at least one agent reporting to
      *> them is a manager and gets a section.
       D000-CHECK-MANAGER.
           MOVE ZEROS TO WS-TEAM-SIZE.
           PERFORM VARYING WS-CHILD-SUB FROM 1 BY 1
               UNTIL WS-CHILD-SUB > WS-AGENT-COUNT
               IF WS-AG-MGR-IDX(WS-CHILD-SUB) = WS-MGR-SUB
                   ADD 1 TO WS-TEAM-SIZE
               END-IF
           END-PERFORM.

           IF WS-TEAM-SIZE > ZEROS
               AND WS-AG-STATUS(WS-MGR-SUB) NOT = 'T'
               PERFORM D100-WRITE-MANAGER-TREE
           END-IF.

       D100-WRITE-MANAGER-TREE.
           ADD 1 TO WS-MANAGER-COUNT.
           MOVE ZEROS TO WS-TEAM-SIZE.
           MOVE ZEROS TO WS-TEAM-ACTIVE.
           MOVE ZEROS TO WS-TEAM-INFORCE.
           MOVE ZEROS TO WS-TEAM-WRITTEN.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               MOVE 'N' TO WS-AG-PRINTED(WS-AG-IDX)
           END-PERFORM.
           MOVE 'Y' TO WS-AG-PRINTED(WS-MGR-SUB).

           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           WRITE HIERARCHY-REPORT-LINE.
           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           STRING "MANAGER " WS-AG-CODE(WS-MGR-SUB) " "
               WS-AG-NAME(WS-MGR-SUB) "  OVERRIDE RATE ."
               WS-AG-OVRD-RATE(WS-MGR-SUB)
               DELIMITED BY SIZE INTO HIERARCHY-REPORT-LINE
           END-STRING.
           WRITE HIERARCHY-REPORT-LINE.
           MOVE WS-MGR-SUB TO WS-CUR-IDX.
           MOVE ZEROS TO WS-CUR-LEVEL.
           PERFORM E000-WRITE-AGENT-LINE.

      *>   Seed the stack with the manager's direct reports, last
      *>   first, so the tree prints in master-file order.
           MOVE ZEROS TO WS-STACK-COUNT.
           MOVE WS-MGR-SUB TO WS-CUR-IDX.
           MOVE ZEROS TO WS-CUR-LEVEL.
           PERFORM D200-PUSH-REPORTS.

           PERFORM UNTIL WS-STACK-COUNT = ZEROS
               MOVE WS-STK-AGENT(WS-STACK-COUNT) TO WS-CUR-IDX
               MOVE WS-STK-LEVEL(WS-STACK-COUNT) TO WS-CUR-LEVEL
               SUBTRACT 1 FROM WS-STACK-COUNT
               PERFORM E000-WRITE-AGENT-LINE
               ADD 1 TO WS-TEAM-SIZE
               ADD WS-AG-ACTIVE-COUNT(WS-CUR-IDX) TO WS-TEAM-ACTIVE
               ADD WS-AG-INFORCE(WS-CUR-IDX) TO WS-TEAM-INFORCE
               ADD WS-AG-WRITTEN(WS-CUR-IDX) TO WS-TEAM-WRITTEN
               PERFORM D200-PUSH-REPORTS
           END-PERFORM.

           MOVE WS-TEAM-ACTIVE TO WS-TF-ACTIVE.
           MOVE WS-TEAM-INFORCE TO WS-TF-INFORCE.
           MOVE WS-TEAM-WRITTEN TO WS-TF-WRITTEN.
           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           STRING "  TEAM TOTAL (" WS-TEAM-SIZE " AGENTS)"
               DELIMITED BY SIZE INTO HIERARCHY-REPORT-LINE
           END-STRING.
           MOVE WS-TEAM-FIGURES TO HIERARCHY-REPORT-LINE(40:37).
           WRITE HIERARCHY-REPORT-LINE.

      *> Stacks the agents reporting directly to WS-CUR-IDX one level
      *> further down. An agent already printed in this tree is not
      *> stacked again - that only happens round a loop.
       D200-PUSH-REPORTS.
           PERFORM VARYING WS-CHILD-SUB FROM WS-AGENT-COUNT BY -1
               UNTIL WS-CHILD-SUB < 1
               IF WS-AG-MGR-IDX(WS-CHILD-SUB) = WS-CUR-IDX
                   AND WS-AG-PRINTED(WS-CHILD-SUB) = 'N'
                   AND WS-STACK-COUNT < 50
                   ADD 1 TO WS-STACK-COUNT
                   MOVE WS-CHILD-SUB TO WS-STK-AGENT(WS-STACK-COUNT)
                   COMPUTE WS-STK-LEVEL(WS-STACK-COUNT) =
                       WS-CUR-LEVEL + 1
                   MOVE 'Y' TO WS-AG-PRINTED(WS-CHILD-SUB)
               END-IF
           END-PERFORM.

      *> Two columns of indent per level below the manager, held to
      *> six levels so the name never runs into the figures.
       E000-WRITE-AGENT-LINE.
           IF WS-CUR-LEVEL > 6
               COMPUTE WS-INDENT-COL = 6 * 2 + 1
           ELSE
               COMPUTE WS-INDENT-COL = WS-CUR-LEVEL * 2 + 1
           END-IF.
           MOVE WS-AG-CODE(WS-CUR-IDX) TO WS-DN-CODE.
           MOVE WS-AG-NAME(WS-CUR-IDX) TO WS-DN-NAME.
           MOVE WS-AG-STATUS(WS-CUR-IDX) TO WS-DF-STATUS.
           MOVE WS-AG-ACTIVE-COUNT(WS-CUR-IDX) TO WS-DF-ACTIVE.
           MOVE WS-AG-INFORCE(WS-CUR-IDX) TO WS-DF-INFORCE.
           MOVE WS-AG-WRITTEN(WS-CUR-IDX) TO WS-DF-WRITTEN.

           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           MOVE WS-DETAIL-NAME
               TO HIERARCHY-REPORT-LINE(WS-INDENT-COL:25).
           MOVE WS-DETAIL-FIGURES TO HIERARCHY-REPORT-LINE(38:39).
           WRITE HIERARCHY-REPORT-LINE.

       F000-WRITE-EXCEPTIONS.
           MOVE SPACES TO HIERARCHY-REPORT-LINE.
           WRITE HIERARCHY-REPORT-LINE.
           MOVE "HIERARCHY EXCEPTIONS" TO HIERARCHY-REPORT-LINE.
           WRITE HIERARCHY-REPORT-LINE.

           PERFORM VARYING WS-CHILD-SUB FROM 1 BY 1
               UNTIL WS-CHILD-SUB > WS-AGENT-COUNT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               PERFORM F100-CHECK-LOOP
               EVALUATE TRUE
                   WHEN WS-AG-REPORTS-TO(WS-CHILD-SUB) = SPACES
                       CONTINUE
                   WHEN WS-AG-MGR-IDX(WS-CHILD-SUB) = ZEROS
                       MOVE "REPORTS TO CODE NOT ON AGENT MASTER"
                           TO WS-EXCEPTION-TEXT
                   WHEN WS-IN-LOOP = 'Y'
                       MOVE "REPORTING LINE LOOPS"
                           TO WS-EXCEPTION-TEXT
                   WHEN WS-AG-STATUS(WS-AG-MGR-IDX(WS-CHILD-SUB))
                       = 'T'
                       MOVE "REPORTS TO TERMINATED MANAGER"
                           TO WS-EXCEPTION-TEXT
               END-EVALUATE
               IF WS-EXCEPTION-TEXT NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO HIERARCHY-REPORT-LINE
                   STRING WS-AG-CODE(WS-CHILD-SUB) " "
                       WS-AG-NAME(WS-CHILD-SUB) " -> "
                       WS-AG-REPORTS-TO(WS-CHILD-SUB) "  "
                       WS-EXCEPTION-TEXT
                       DELIMITED BY SIZE INTO HIERARCHY-REPORT-LINE
                   END-STRING
                   WRITE HIERARCHY-REPORT-LINE
               END-IF
           END-PERFORM.

           IF WS-EXCEPTION-COUNT = ZEROS
               MOVE "  NONE" TO HIERARCHY-REPORT-LINE
               WRITE HIERARCHY-REPORT-LINE
           END-IF.

       F100-CHECK-LOOP.
           MOVE 'N' TO WS-IN-LOOP.
           MOVE WS-AG-MGR-IDX(WS-CHILD-SUB) TO WS-UPLINE-IDX.
           MOVE ZEROS TO WS-UPLINE-LEVELS.
           PERFORM UNTIL WS-UPLINE-IDX = ZEROS
               OR WS-IN-LOOP = 'Y'
               IF WS-UPLINE-IDX = WS-CHILD-SUB
                   OR WS-UPLINE-LEVELS > WS-AGENT-COUNT
                   MOVE 'Y' TO WS-IN-LOOP
               ELSE
                   ADD 1 TO WS-UPLINE-LEVELS
                   MOVE WS-AG-MGR-IDX(WS-UPLINE-IDX) TO WS-UPLINE-IDX
               END-IF
           END-PERFORM.
