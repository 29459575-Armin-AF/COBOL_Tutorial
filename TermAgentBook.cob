       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermAgentBook.

      *> Monthly terminated-agent book report - every agent marked
      *> terminated on AGENTS.DAT who is still the agent of record on
      *> active policies or open quotes, with each policy (number,
      *> type, holder, state, in-force premium) and each open quote
      *> listed under the agent, then the agent's counts and premium.
      *> Nobody is paid commission on these and nobody services the
      *> renewals until the book is moved with an AgentMaintenance
      *> 'B' transaction, so the report should come back empty. A
      *> closing line says so when it does. Runs at month-end from
      *> InsuranceCycle.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AGENT-MASTER-FILE ASSIGN TO 'AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT TERMBOOK-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  QUOTE-MASTER.
       COPY QUOTEREC.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  TERMBOOK-REPORT-FILE.
       01  TERMBOOK-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-QUOTE-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-QUOTE-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-QUOTES PIC X(1) VALUE 'N'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-QUOTES-PRESENT PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/TERMBOOK.TXT'.

      *> Terminated agents only, with what they still hold - the
      *> first pass counts, the detail is read again per agent.
       01 WS-AGENT-TABLE.
           05 WS-AG-ENTRY OCCURS 50 TIMES INDEXED BY WS-AG-IDX.
               10 WS-AG-CODE            PIC X(4).
               10 WS-AG-NAME            PIC X(20).
               10 WS-AG-POLICY-COUNT    PIC 9(5).
               10 WS-AG-PREMIUM         PIC 9(9)V99.
               10 WS-AG-QUOTE-COUNT     PIC 9(5).
               10 WS-AG-QUOTE-PREMIUM   PIC 9(9)V99.
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-CUR-SUB PIC 9(3) VALUE ZEROS.

       01 WS-HOLDING-AGENTS PIC 9(3) VALUE ZEROS.
       01 WS-TOTAL-POLICIES PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-PREMIUM PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-QUOTES PIC 9(7) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-KIND PIC X(6).
           05 WS-DL-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-TYPE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-HOLDER PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-STATE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-PREMIUM PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT PIC ZZ,ZZ9.
       01 WS-QUOTE-EDIT PIC ZZ,ZZ9.
       01 WS-PREMIUM-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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

           MOVE 'N' TO WS-END-OF-POLICIES.
           READ POLICY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-POLICIES
           END-READ.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               IF POLICY-STATUS = 'A'
                   PERFORM C000-COUNT-POLICY
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           CLOSE POLICY-MASTER.

      *>   No quote file yet just means there are no open quotes.
           OPEN INPUT QUOTE-MASTER.
           IF WS-QUOTE-STATUS = '00'
               MOVE 'Y' TO WS-QUOTES-PRESENT
               MOVE 'N' TO WS-END-OF-QUOTES
               READ QUOTE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-QUOTES
               END-READ

               PERFORM UNTIL WS-END-OF-QUOTES = 'Y'
                   IF QUOTE-STATUS = 'O'
                       PERFORM C100-COUNT-QUOTE
                   END-IF

                   READ QUOTE-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-QUOTES
                   END-READ
               END-PERFORM

               CLOSE QUOTE-MASTER
           END-IF.

           STRING "data/TERMBOOK-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT TERMBOOK-REPORT-FILE.

           MOVE SPACES TO TERMBOOK-REPORT-LINE.
           STRING "TERMINATED AGENTS STILL HOLDING BUSINESS "
               "(BUSINESS DATE " WS-TODAY ")"
               DELIMITED BY SIZE INTO TERMBOOK-REPORT-LINE
           END-STRING.
           WRITE TERMBOOK-REPORT-LINE.
           MOVE SPACES TO TERMBOOK-REPORT-LINE.
           STRING "        NUMBER   TYPE       HOLDER               ST"
               "      PREMIUM"
               DELIMITED BY SIZE INTO TERMBOOK-REPORT-LINE
           END-STRING.
           WRITE TERMBOOK-REPORT-LINE.

           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-AGENT-COUNT
               IF WS-AG-POLICY-COUNT(WS-CUR-SUB) > ZEROS
                   OR WS-AG-QUOTE-COUNT(WS-CUR-SUB) > ZEROS
                   PERFORM D000-WRITE-AGENT-BOOK
               END-IF
           END-PERFORM.

           MOVE SPACES TO TERMBOOK-REPORT-LINE.
           WRITE TERMBOOK-REPORT-LINE.
           IF WS-HOLDING-AGENTS = ZEROS
               MOVE SPACES TO TERMBOOK-REPORT-LINE
               STRING "NO TERMINATED AGENT HOLDS ACTIVE POLICIES OR "
                   "OPEN QUOTES"
                   DELIMITED BY SIZE INTO TERMBOOK-REPORT-LINE
               END-STRING
               WRITE TERMBOOK-REPORT-LINE
           ELSE
               MOVE WS-TOTAL-PREMIUM TO WS-TOTAL-EDIT
               MOVE SPACES TO TERMBOOK-REPORT-LINE
               STRING "AGENTS: " WS-HOLDING-AGENTS
                   "   POLICIES: " WS-TOTAL-POLICIES
                   "   QUOTES: " WS-TOTAL-QUOTES
                   "   PREMIUM: " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO TERMBOOK-REPORT-LINE
               END-STRING
               WRITE TERMBOOK-REPORT-LINE
           END-IF.
           CLOSE TERMBOOK-REPORT-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-REPORT-FILENAME
               WS-REPORT-STABLE.

           DISPLAY "TERMINATED AGENTS HOLDING BUSINESS: "
               WS-HOLDING-AGENTS.
           DISPLAY "ACTIVE POLICIES ON TERMINATED AGENTS: "
               WS-TOTAL-POLICIES.
           DISPLAY "OPEN QUOTES ON TERMINATED AGENTS: "
               WS-TOTAL-QUOTES.
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
               IF AGENT-STATUS = 'T'
                   ADD 1 TO WS-AGENT-COUNT
                   MOVE AGENT-CODE TO WS-AG-CODE(WS-AGENT-COUNT)
                   MOVE AGENT-NAME TO WS-AG-NAME(WS-AGENT-COUNT)
                   MOVE ZEROS TO WS-AG-POLICY-COUNT(WS-AGENT-COUNT)
                   MOVE ZEROS TO WS-AG-PREMIUM(WS-AGENT-COUNT)
                   MOVE ZEROS TO WS-AG-QUOTE-COUNT(WS-AGENT-COUNT)
                   MOVE ZEROS
                       TO WS-AG-QUOTE-PREMIUM(WS-AGENT-COUNT)
               END-IF

               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS
               END-READ
           END-PERFORM.

           CLOSE AGENT-MASTER-FILE.

       C000-COUNT-POLICY.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = POLICY-AGENT-CODE
                   SET WS-FOUND-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-AG-POLICY-COUNT(WS-FOUND-IDX)
               ADD POLICY-PREMIUM TO WS-AG-PREMIUM(WS-FOUND-IDX)
           END-IF.

       C100-COUNT-QUOTE.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = QUOTE-AGENT-CODE
                   SET WS-FOUND-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > ZEROS
               ADD 1 TO WS-AG-QUOTE-COUNT(WS-FOUND-IDX)
               ADD QUOTE-PREMIUM TO WS-AG-QUOTE-PREMIUM(WS-FOUND-IDX)
           END-IF.

      *> One section per agent - the masters are read again for the
      *> agent's own rows. There should be few such agents, and none
      *> once their books have been moved.
       D000-WRITE-AGENT-BOOK.
           ADD 1 TO WS-HOLDING-AGENTS.
           ADD WS-AG-POLICY-COUNT(WS-CUR-SUB) TO WS-TOTAL-POLICIES.
           ADD WS-AG-PREMIUM(WS-CUR-SUB) TO WS-TOTAL-PREMIUM.
           ADD WS-AG-QUOTE-COUNT(WS-CUR-SUB) TO WS-TOTAL-QUOTES.

           MOVE SPACES TO TERMBOOK-REPORT-LINE.
           WRITE TERMBOOK-REPORT-LINE.
           MOVE SPACES TO TERMBOOK-REPORT-LINE.
           STRING "AGENT " WS-AG-CODE(WS-CUR-SUB) " "
               WS-AG-NAME(WS-CUR-SUB) "  TERMINATED"
               DELIMITED BY SIZE INTO TERMBOOK-REPORT-LINE
           END-STRING.
           WRITE TERMBOOK-REPORT-LINE.

           IF WS-AG-POLICY-COUNT(WS-CUR-SUB) > ZEROS
               PERFORM D100-LIST-POLICIES
           END-IF.
           IF WS-AG-QUOTE-COUNT(WS-CUR-SUB) > ZEROS
               PERFORM D200-LIST-QUOTES
           END-IF.

           MOVE WS-AG-POLICY-COUNT(WS-CUR-SUB) TO WS-COUNT-EDIT.
           MOVE WS-AG-QUOTE-COUNT(WS-CUR-SUB) TO WS-QUOTE-EDIT.
           MOVE WS-AG-PREMIUM(WS-CUR-SUB) TO WS-PREMIUM-EDIT.
           MOVE SPACES TO TERMBOOK-REPORT-LINE.
           STRING "  ACTIVE POLICIES: " WS-COUNT-EDIT
               "  IN-FORCE PREMIUM: " WS-PREMIUM-EDIT
               "  OPEN QUOTES: " WS-QUOTE-EDIT
               DELIMITED BY SIZE INTO TERMBOOK-REPORT-LINE
           END-STRING.
           WRITE TERMBOOK-REPORT-LINE.

       D100-LIST-POLICIES.
           OPEN INPUT POLICY-MASTER.
           MOVE 'N' TO WS-END-OF-POLICIES.
           READ POLICY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-POLICIES
           END-READ.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               IF POLICY-STATUS = 'A'
                   AND POLICY-AGENT-CODE = WS-AG-CODE(WS-CUR-SUB)
                   MOVE "POL   " TO WS-DL-KIND
                   MOVE POLICY-NUMBER TO WS-DL-NUMBER
                   MOVE POLICY-TYPE TO WS-DL-TYPE
                   MOVE POLICY-HOLDER-NAME TO WS-DL-HOLDER
                   MOVE POLICY-ADDR-STATE TO WS-DL-STATE
                   MOVE POLICY-PREMIUM TO WS-DL-PREMIUM
                   MOVE WS-DETAIL-LINE TO TERMBOOK-REPORT-LINE
                   WRITE TERMBOOK-REPORT-LINE
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           CLOSE POLICY-MASTER.

       D200-LIST-QUOTES.
           OPEN INPUT QUOTE-MASTER.
           MOVE 'N' TO WS-END-OF-QUOTES.
           READ QUOTE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-QUOTES
           END-READ.

           PERFORM UNTIL WS-END-OF-QUOTES = 'Y'
               IF QUOTE-STATUS = 'O'
                   AND QUOTE-AGENT-CODE = WS-AG-CODE(WS-CUR-SUB)
                   MOVE "QUOTE " TO WS-DL-KIND
                   MOVE QUOTE-NUMBER TO WS-DL-NUMBER
                   MOVE QUOTE-TYPE TO WS-DL-TYPE
                   MOVE QUOTE-HOLDER-NAME TO WS-DL-HOLDER
                   MOVE QUOTE-ADDR-STATE TO WS-DL-STATE
                   MOVE QUOTE-PREMIUM TO WS-DL-PREMIUM
                   MOVE WS-DETAIL-LINE TO TERMBOOK-REPORT-LINE
                   WRITE TERMBOOK-REPORT-LINE
               END-IF

               READ QUOTE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-QUOTES
               END-READ
           END-PERFORM.

           CLOSE QUOTE-MASTER.
