
      *> Monthly commission statement run - totals POLICY-PREMIUM by
      *> agent of record for active policies issued in the statement
      *> month, and for active policies whose renewal term
      *> (PolicyRenewal.cob) started in the statement month, and
      *> applies each agent's commission rate from the agent master,
      *> so agents are paid from the policy master instead of a
      *> retyped spreadsheet.
      *> Each agent's commission and netted chargebacks are rolled
      *> into the agent's row for the year on data/AGTYTD.DAT - the
      *> paid figures the January 1099 file (Commission1099.cob) is
      *> built from. A rerun for a month already posted leaves the
      *> year-to-date figures alone.
      *> Managing agents are also paid an override on their
      *> downline's written premium - every appointed manager up the
      *> writing agent's reporting line, each at their own override
      *> rate in force when the commission was earned (the shared
      *> AgentOverride module walks the line). The override is
      *> itemised by writing agent under the manager's statement
      *> line, adds to the manager's net and gross, and is clawed
      *> back through the same chargeback file when the business
      *> cancels.
      *> Each policy is paid as of the date its commission was
      *> earned - the issue date for new business, the term start
      *> for a renewal. A policy whose book has since been
      *> transferred is paid to the agent who held it on that date
      *> (shared AgentOfRecord module), so new business and renewal
      *> terms from a transfer's effective date pay the receiving
      *> agent at their own rate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGEBACK-STATUS.

           SELECT AGENT-YTD-FILE ASSIGN TO 'data/AGTYTD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       01  COMMISSION-REPORT-LINE      PIC X(80).

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-LINE             PIC X(30).

       FD  AGENT-YTD-FILE.
       COPY AGTYTD.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-TOTAL-COMM-DISPLAY PIC -(8)9.99 VALUE ZEROS.

      *> Agent table - loaded from AGENTS.DAT, then premium totals
      *> accumulated per agent from the month's issued and renewed
      *> policies.
       01 AGENT-TOTALS-TABLE.
           05  AGENT-TOTAL-ENTRY OCCURS 1 TO 50 TIMES
                                 DEPENDING ON WS-AGENT-COUNT
               10  AG-RATE              PIC V99.
      *>         The displaced rate and when the current one took
      *>         effect - each policy pays at the rate in force on
      *>         the date it earned commission, not whatever is
      *>         loaded today.
               10  AG-PREV-RATE         PIC V99.
               10  AG-EFF-DATE          PIC 9(8).
               10  AG-POLICY-COUNT      PIC 9(5).
               10  AG-PREMIUM           PIC 9(9)V99.
               10  AG-COMMISSION        PIC 9(9)V99.
               10  AG-OVERRIDE          PIC 9(9)V99.
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-WRITING-AGENT PIC X(4) VALUE SPACES.

      *> Date this policy's commission is earned on this statement -
      *> zeros when it earns none. A renewal term starts a
      *> term-length before POLICY-TERM-EXPIRY.
       01 WS-COMM-DATE PIC 9(8) VALUE ZEROS.
       01 WS-TERM-START PIC 9(8) VALUE ZEROS.
       01 WS-TERM-DAYS PIC 9(3) VALUE 365.

      *> Override earned this month, one row per manager and writing
      *> agent - the detail printed under each manager's statement.
       COPY AGTOVRD.
       01 WS-OV-TABLE.
           05 WS-OV-ENTRY OCCURS 500 TIMES INDEXED BY WS-OV-IDX.
               10 WS-OV-MANAGER         PIC X(4).
               10 WS-OV-WRITER          PIC X(4).
               10 WS-OV-PREMIUM         PIC 9(9)V99.
               10 WS-OV-AMOUNT          PIC 9(7)V99.
       01 WS-OV-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-OV-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-OV-SUB PIC 9(2) VALUE ZEROS.
       01 WS-MGR-IDX PIC 9(3) VALUE ZEROS.
       01 WS-OVERRIDE PIC 9(7)V99 VALUE ZEROS.
       01 WS-AGENT-OVERRIDE PIC 9(9)V99 VALUE ZEROS.
       01 WS-GROSS-COMMISSION PIC 9(9)V99 VALUE ZEROS.
       01 WS-WRITER-NAME PIC X(20) VALUE SPACES.

      *> Chargebacks carried forward from cancellations - held in
      *> storage, netted per agent, then rewritten with the applied
               10 WS-CB-DATE            PIC 9(8).
               10 WS-CB-AMOUNT          PIC 9(7)V99.
               10 WS-CB-APPLIED         PIC X(1).
               10 WS-CB-TYPE            PIC X(1).
      *>         'Y' only when THIS statement netted the row - rows
      *>         applied by earlier statements stay off the detail.
               10 WS-CB-NETTED          PIC X(1).
       01 WS-NET-COMMISSION-DISPLAY PIC -(8)9.99 VALUE ZEROS.
       01 WS-TOTAL-CHARGEBACK PIC 9(9)V99 VALUE ZEROS.

      *> Every year's rows of data/AGTYTD.DAT held in storage, this
      *> statement's figures rolled into the statement year's rows,
      *> and the file rewritten - same shape as the chargebacks.
       01 WS-YTD-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-YTD PIC X(1) VALUE 'N'.
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 999 TIMES INDEXED BY WS-YTD-IDX.
               10 WS-YTD-AGENT          PIC X(4).
               10 WS-YTD-YEAR           PIC 9(4).
               10 WS-YTD-GROSS          PIC 9(9)V99.
               10 WS-YTD-CHARGEBACK     PIC 9(9)V99.
               10 WS-YTD-NET            PIC S9(9)V99.
               10 WS-YTD-LAST-MONTH     PIC 9(6).
       01 WS-YTD-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-YTD-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-STATEMENT-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-YTD-ALREADY-COUNT PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           MOVE WS-BUS-DATE(1:6) TO WS-STATEMENT-MONTH.
           MOVE WS-BUS-DATE(1:4) TO WS-STATEMENT-YEAR.

           PERFORM B000-LOAD-AGENTS.
           PERFORM E000-LOAD-CHARGEBACKS.
           PERFORM G000-LOAD-YTD.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               IF POLICY-STATUS = 'A'
                   PERFORM C050-FIND-COMM-DATE
                   IF WS-COMM-DATE NOT = ZEROS
                       PERFORM C000-ACCUMULATE-POLICY
                   END-IF
               END-IF

               READ POLICY-MASTER NEXT RECORD

           PERFORM D000-WRITE-STATEMENTS.
           PERFORM F000-REWRITE-CHARGEBACKS.
           PERFORM G200-REWRITE-YTD.

           IF WS-YTD-ALREADY-COUNT > 0
               DISPLAY "AGENTS ALREADY POSTED TO YTD FOR "
                   WS-STATEMENT-MONTH ": " WS-YTD-ALREADY-COUNT
           END-IF.

           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "POLICIES WITH UNKNOWN AGENT CODE: "
               MOVE ZEROS TO AG-POLICY-COUNT(WS-AGENT-COUNT)
               MOVE ZEROS TO AG-PREMIUM(WS-AGENT-COUNT)
               MOVE ZEROS TO AG-COMMISSION(WS-AGENT-COUNT)
               MOVE ZEROS TO AG-OVERRIDE(WS-AGENT-COUNT)

               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS

           CLOSE AGENT-MASTER-FILE.

      *> New business pays in its issue month. A renewed policy pays
      *> again in the month its new term starts - the first term
      *> starts on the issue date and has already been paid for.
       C050-FIND-COMM-DATE.
           MOVE ZEROS TO WS-COMM-DATE.
           IF POLICY-ISSUE-DATE(1:6) = WS-STATEMENT-MONTH
               MOVE POLICY-ISSUE-DATE TO WS-COMM-DATE
           ELSE
               IF POLICY-TERM-EXPIRY NOT = ZEROS
                   COMPUTE WS-TERM-START = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(POLICY-TERM-EXPIRY)
                       - WS-TERM-DAYS)
                   IF WS-TERM-START(1:6) = WS-STATEMENT-MONTH
                       AND WS-TERM-START > POLICY-ISSUE-DATE
                       MOVE WS-TERM-START TO WS-COMM-DATE
                   END-IF
               END-IF
           END-IF.

       C000-ACCUMULATE-POLICY.
           CALL 'AgentOfRecord' USING POLICY-NUMBER WS-COMM-DATE
               POLICY-AGENT-CODE WS-WRITING-AGENT
           END-CALL.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AGENT-COUNT
               IF AG-CODE(AG-IDX) = WS-WRITING-AGENT
                   MOVE AG-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZEROS
               DISPLAY "POLICY " POLICY-NUMBER
                   " HAS UNKNOWN AGENT CODE: " WS-WRITING-AGENT
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               ADD 1 TO AG-POLICY-COUNT(WS-FOUND-IDX)
               ADD POLICY-PREMIUM TO AG-PREMIUM(WS-FOUND-IDX)
      *> Pay this policy at the rate in force on the date it earned
      *> commission: the current rate once the effective date has
      *> been reached, the displaced rate for business earned before
      *> the change.
               IF WS-COMM-DATE >= AG-EFF-DATE(WS-FOUND-IDX)
                   COMPUTE WS-COMMISSION ROUNDED =
                       POLICY-PREMIUM * AG-RATE(WS-FOUND-IDX)
               ELSE
                       POLICY-PREMIUM * AG-PREV-RATE(WS-FOUND-IDX)
               END-IF
               ADD WS-COMMISSION TO AG-COMMISSION(WS-FOUND-IDX)
               PERFORM C100-ACCUMULATE-OVERRIDES
           END-IF.

      *> Each manager up the writing agent's line earns their
      *> override rate on the premium - credited to the manager's
      *> row and itemised against the writing agent.
       C100-ACCUMULATE-OVERRIDES.
           MOVE WS-WRITING-AGENT TO AOV-AGENT-CODE.
           MOVE WS-COMM-DATE TO AOV-ISSUE-DATE.
           CALL 'AgentOverride' USING AGTOVRD-REQUEST.

           PERFORM VARYING WS-OV-SUB FROM 1 BY 1
               UNTIL WS-OV-SUB > AOV-MGR-COUNT
               COMPUTE WS-OVERRIDE ROUNDED =
                   POLICY-PREMIUM * AOV-MGR-RATE(WS-OV-SUB)
               MOVE ZEROS TO WS-MGR-IDX
               PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > WS-AGENT-COUNT
                   IF AG-CODE(AG-IDX) = AOV-MGR-CODE(WS-OV-SUB)
                       MOVE AG-IDX TO WS-MGR-IDX
                   END-IF
               END-PERFORM
               IF WS-MGR-IDX NOT = ZEROS
                   ADD WS-OVERRIDE TO AG-OVERRIDE(WS-MGR-IDX)
                   PERFORM C200-POST-OVERRIDE-DETAIL
               END-IF
           END-PERFORM.

       C200-POST-OVERRIDE-DETAIL.
           MOVE ZEROS TO WS-OV-FOUND.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
               UNTIL WS-OV-IDX > WS-OV-COUNT
               IF WS-OV-MANAGER(WS-OV-IDX) = AOV-MGR-CODE(WS-OV-SUB)
                   AND WS-OV-WRITER(WS-OV-IDX) = WS-WRITING-AGENT
                   SET WS-OV-FOUND TO WS-OV-IDX
               END-IF
           END-PERFORM.

           IF WS-OV-FOUND = ZEROS
               IF WS-OV-COUNT < 500
                   ADD 1 TO WS-OV-COUNT
                   MOVE WS-OV-COUNT TO WS-OV-FOUND
                   MOVE AOV-MGR-CODE(WS-OV-SUB)
                       TO WS-OV-MANAGER(WS-OV-FOUND)
                   MOVE WS-WRITING-AGENT TO WS-OV-WRITER(WS-OV-FOUND)
                   MOVE ZEROS TO WS-OV-PREMIUM(WS-OV-FOUND)
                   MOVE ZEROS TO WS-OV-AMOUNT(WS-OV-FOUND)
               ELSE
                   DISPLAY "OVERRIDE DETAIL TABLE FULL - "
                       AOV-MGR-CODE(WS-OV-SUB) " ON "
                       WS-WRITING-AGENT " NOT ITEMISED"
               END-IF
           END-IF.

           IF WS-OV-FOUND NOT = ZEROS
               ADD POLICY-PREMIUM TO WS-OV-PREMIUM(WS-OV-FOUND)
               ADD WS-OVERRIDE TO WS-OV-AMOUNT(WS-OV-FOUND)
           END-IF.

       D000-WRITE-STATEMENTS.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AGENT-COUNT
               MOVE AG-COMMISSION(AG-IDX) TO WS-COMMISSION
               MOVE AG-OVERRIDE(AG-IDX) TO WS-AGENT-OVERRIDE
               COMPUTE WS-GROSS-COMMISSION =
                   WS-COMMISSION + WS-AGENT-OVERRIDE
               PERFORM D100-SUM-AGENT-CHARGEBACKS
               COMPUTE WS-NET-COMMISSION =
                   WS-GROSS-COMMISSION - WS-AGENT-CHARGEBACK
               ADD WS-NET-COMMISSION TO WS-TOTAL-COMMISSION
               MOVE WS-NET-COMMISSION TO WS-NET-COMMISSION-DISPLAY
               PERFORM G100-POST-YTD

               MOVE SPACES TO COMMISSION-REPORT-LINE
               STRING AG-CODE(AG-IDX) ' ' AG-NAME(AG-IDX) ' '
                   DELIMITED BY SIZE INTO COMMISSION-REPORT-LINE
               END-STRING
               WRITE COMMISSION-REPORT-LINE
               IF WS-AGENT-OVERRIDE NOT = ZEROS
                   PERFORM D300-WRITE-OVERRIDE-LINES
               END-IF
               IF WS-AGENT-CHARGEBACK NOT = ZEROS
                   MOVE SPACES TO COMMISSION-REPORT-LINE
                   STRING "     LESS CHARGEBACKS: "
                           DELIMITED BY SIZE
                           INTO COMMISSION-REPORT-LINE
                       END-STRING
                       IF WS-CB-TYPE(WS-CB-IDX) = 'O'
                           MOVE "(OVERRIDE)"
                               TO COMMISSION-REPORT-LINE(61:10)
                       END-IF
                       WRITE COMMISSION-REPORT-LINE
                   END-IF
               END-PERFORM
               WRITE COMMISSION-REPORT-LINE
           END-IF.

      *> The manager's override itemised by writing agent, then the
      *> override total - with the net here when there are no
      *> chargebacks to print it on.
       D300-WRITE-OVERRIDE-LINES.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
               UNTIL WS-OV-IDX > WS-OV-COUNT
               IF WS-OV-MANAGER(WS-OV-IDX) = AG-CODE(AG-IDX)
                   MOVE SPACES TO WS-WRITER-NAME
                   PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                       UNTIL WS-FOUND-IDX > WS-AGENT-COUNT
                       IF AG-CODE(WS-FOUND-IDX)
                           = WS-OV-WRITER(WS-OV-IDX)
                           MOVE AG-NAME(WS-FOUND-IDX)
                               TO WS-WRITER-NAME
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO COMMISSION-REPORT-LINE
                   STRING "     OVERRIDE ON " WS-OV-WRITER(WS-OV-IDX)
                       ' ' WS-WRITER-NAME ' '
                       WS-OV-PREMIUM(WS-OV-IDX) ' '
                       WS-OV-AMOUNT(WS-OV-IDX)
                       DELIMITED BY SIZE INTO COMMISSION-REPORT-LINE
                   END-STRING
                   WRITE COMMISSION-REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO COMMISSION-REPORT-LINE.
           IF WS-AGENT-CHARGEBACK = ZEROS
               STRING "     PLUS OVERRIDES:   " WS-AGENT-OVERRIDE
                   "  NET: " WS-NET-COMMISSION-DISPLAY
                   DELIMITED BY SIZE INTO COMMISSION-REPORT-LINE
               END-STRING
           ELSE
               STRING "     PLUS OVERRIDES:   " WS-AGENT-OVERRIDE
                   DELIMITED BY SIZE INTO COMMISSION-REPORT-LINE
               END-STRING
           END-IF.
           WRITE COMMISSION-REPORT-LINE.

      *> No chargeback file just means no cancellations have clawed
      *> anything back yet.
       E000-LOAD-CHARGEBACKS.
                   MOVE CB-CANCEL-DATE TO WS-CB-DATE(WS-CB-COUNT)
                   MOVE CB-AMOUNT TO WS-CB-AMOUNT(WS-CB-COUNT)
                   MOVE CB-APPLIED TO WS-CB-APPLIED(WS-CB-COUNT)
                   MOVE CB-TYPE TO WS-CB-TYPE(WS-CB-COUNT)
                   MOVE 'N' TO WS-CB-NETTED(WS-CB-COUNT)

                   READ CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
           END-IF.

      *>   The file is written back whole at end of job, so rows past
      *>   the table would be lost - post nothing.
           IF WS-CB-COUNT = 999
               AND WS-END-OF-CHARGEBACKS = 'N'
               DISPLAY "CHARGEBACK FILE OVER 999 ROWS - NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       F000-REWRITE-CHARGEBACKS.
           IF WS-CB-COUNT = ZEROS
               CONTINUE
                   MOVE WS-CB-DATE(WS-CB-IDX) TO CB-CANCEL-DATE
                   MOVE WS-CB-AMOUNT(WS-CB-IDX) TO CB-AMOUNT
                   MOVE WS-CB-APPLIED(WS-CB-IDX) TO CB-APPLIED
                   MOVE WS-CB-TYPE(WS-CB-IDX) TO CB-TYPE
                   MOVE CHARGEBACK-RECORD TO CHARGEBACK-LINE
                   WRITE CHARGEBACK-LINE
               END-PERFORM
               CLOSE CHARGEBACK-FILE
           END-IF.

      *> No YTD file yet just means no statement has posted one.
       G000-LOAD-YTD.
           MOVE ZEROS TO WS-YTD-COUNT.
           OPEN INPUT AGENT-YTD-FILE.
           IF WS-YTD-STATUS = '00'
               READ AGENT-YTD-FILE
                   AT END MOVE 'Y' TO WS-END-OF-YTD
               END-READ

               PERFORM UNTIL WS-END-OF-YTD = 'Y'
                   OR WS-YTD-COUNT = 999
                   ADD 1 TO WS-YTD-COUNT
                   MOVE AGTYTD-AGENT TO WS-YTD-AGENT(WS-YTD-COUNT)
                   MOVE AGTYTD-YEAR TO WS-YTD-YEAR(WS-YTD-COUNT)
                   MOVE AGTYTD-GROSS TO WS-YTD-GROSS(WS-YTD-COUNT)
                   MOVE AGTYTD-CHARGEBACK
                       TO WS-YTD-CHARGEBACK(WS-YTD-COUNT)
                   MOVE AGTYTD-NET TO WS-YTD-NET(WS-YTD-COUNT)
                   MOVE AGTYTD-LAST-MONTH
                       TO WS-YTD-LAST-MONTH(WS-YTD-COUNT)

                   READ AGENT-YTD-FILE
                       AT END MOVE 'Y' TO WS-END-OF-YTD
                   END-READ
               END-PERFORM

               CLOSE AGENT-YTD-FILE
           END-IF.

           IF WS-YTD-COUNT = 999
               AND WS-END-OF-YTD = 'N'
               DISPLAY "AGENT YTD FILE OVER 999 ROWS - NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Rolls this agent's statement into the agent's row for the
      *> statement year, opening the row on the first statement of
      *> the year. An agent with nothing paid or charged back this
      *> month gets no row.
       G100-POST-YTD.
           MOVE ZEROS TO WS-YTD-FOUND.
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
               UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF WS-YTD-AGENT(WS-YTD-IDX) = AG-CODE(AG-IDX)
                   AND WS-YTD-YEAR(WS-YTD-IDX) = WS-STATEMENT-YEAR
                   SET WS-YTD-FOUND TO WS-YTD-IDX
               END-IF
           END-PERFORM.

           IF WS-GROSS-COMMISSION = ZEROS
               AND WS-AGENT-CHARGEBACK = ZEROS
               CONTINUE
           ELSE
           IF WS-YTD-FOUND NOT = ZEROS
               AND WS-YTD-LAST-MONTH(WS-YTD-FOUND)
                   = WS-STATEMENT-MONTH
               ADD 1 TO WS-YTD-ALREADY-COUNT
           ELSE
               IF WS-YTD-FOUND = ZEROS
                   AND WS-YTD-COUNT < 999
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-YTD-COUNT TO WS-YTD-FOUND
                   MOVE AG-CODE(AG-IDX) TO WS-YTD-AGENT(WS-YTD-FOUND)
                   MOVE WS-STATEMENT-YEAR
                       TO WS-YTD-YEAR(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-GROSS(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-CHARGEBACK(WS-YTD-FOUND)
                   MOVE ZEROS TO WS-YTD-NET(WS-YTD-FOUND)
               END-IF
               IF WS-YTD-FOUND = ZEROS
                   DISPLAY "AGENT YTD TABLE FULL - " AG-CODE(AG-IDX)
                       " NOT POSTED"
               ELSE
                   ADD WS-GROSS-COMMISSION
                       TO WS-YTD-GROSS(WS-YTD-FOUND)
                   ADD WS-AGENT-CHARGEBACK
                       TO WS-YTD-CHARGEBACK(WS-YTD-FOUND)
                   ADD WS-NET-COMMISSION TO WS-YTD-NET(WS-YTD-FOUND)
                   MOVE WS-STATEMENT-MONTH
                       TO WS-YTD-LAST-MONTH(WS-YTD-FOUND)
               END-IF
           END-IF
           END-IF.

       G200-REWRITE-YTD.
           IF WS-YTD-COUNT = ZEROS
               CONTINUE
           ELSE
               OPEN OUTPUT AGENT-YTD-FILE
               PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
                   MOVE WS-YTD-AGENT(WS-YTD-IDX) TO AGTYTD-AGENT
                   MOVE WS-YTD-YEAR(WS-YTD-IDX) TO AGTYTD-YEAR
                   MOVE WS-YTD-GROSS(WS-YTD-IDX) TO AGTYTD-GROSS
                   MOVE WS-YTD-CHARGEBACK(WS-YTD-IDX)
                       TO AGTYTD-CHARGEBACK
                   MOVE WS-YTD-NET(WS-YTD-IDX) TO AGTYTD-NET
                   MOVE WS-YTD-LAST-MONTH(WS-YTD-IDX)
                       TO AGTYTD-LAST-MONTH
                   WRITE AGTYTD-RECORD
               END-PERFORM
               CLOSE AGENT-YTD-FILE
           END-IF.
