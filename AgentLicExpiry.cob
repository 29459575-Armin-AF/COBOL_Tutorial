       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentLicExpiry.

      *> Monthly agent license expiry report - lists every license on
      *> AGENTLIC.DAT that expires within the next 60 days of the
      *> business date, plus any already expired and still on file,
      *> so agency management can chase renewals before quoting and
      *> issue start refusing the agent's business in that state.
      *> Licenses of terminated agents are left off - nobody needs to
      *> renew them. Runs at month-end from InsuranceCycle.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENSE-FILE ASSIGN TO 'AGENTLIC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LICENSE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO 'AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT EXPIRY-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LICENSE-FILE.
       COPY AGTLIC.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LICENSE-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-LICENSES PIC X(1) VALUE 'N'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/LICEXP.TXT'.

      *> The look-ahead window - a license expiring on or before
      *> today plus this many days is listed.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 60.
       01 WS-WINDOW-END PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-END-INT PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-LEFT PIC S9(5) VALUE ZEROS.
       01 WS-DAYS-DISPLAY PIC Z(4)9 VALUE ZEROS.
       01 WS-EXPIRING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZEROS.

       01 WS-AGENT-TABLE.
           05 WS-AG-ENTRY OCCURS 50 TIMES INDEXED BY WS-AG-IDX.
               10 WS-AG-CODE            PIC X(4).
               10 WS-AG-NAME            PIC X(20).
               10 WS-AG-STATUS          PIC X(1).
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-WORK-NAME PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-WINDOW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-END-INT)
               TO WS-WINDOW-END.

           OPEN INPUT LICENSE-FILE.
           IF WS-LICENSE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AGENTLIC.DAT, STATUS: "
                   WS-LICENSE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-LOAD-AGENTS.

           STRING "data/LICEXP-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT EXPIRY-REPORT-FILE.

           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "AGENT LICENSES EXPIRING BY " WS-WINDOW-END
               " (BUSINESS DATE " WS-TODAY ")"
               DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           END-STRING.
           WRITE EXPIRY-REPORT-LINE.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "AGNT NAME                 ST LICENSE#     "
               "EXPIRES   DAYS LEFT"
               DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           END-STRING.
           WRITE EXPIRY-REPORT-LINE.

           READ LICENSE-FILE
               AT END MOVE 'Y' TO WS-END-OF-LICENSES
           END-READ.

           PERFORM UNTIL WS-END-OF-LICENSES = 'Y'
               IF AGTLIC-EXPIRY <= WS-WINDOW-END
                   PERFORM C000-REPORT-LICENSE
               END-IF

               READ LICENSE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LICENSES
               END-READ
           END-PERFORM.

           CLOSE LICENSE-FILE.

           MOVE SPACES TO EXPIRY-REPORT-LINE.
           STRING "EXPIRING IN WINDOW: " WS-EXPIRING-COUNT
               "   ALREADY EXPIRED: " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           END-STRING.
           WRITE EXPIRY-REPORT-LINE.
           CLOSE EXPIRY-REPORT-FILE.
           CALL 'ReportGen' USING WS-TODAY WS-REPORT-FILENAME
               WS-REPORT-STABLE.

           DISPLAY "LICENSES EXPIRING WITHIN " WS-WINDOW-DAYS
               " DAYS: " WS-EXPIRING-COUNT.
           DISPLAY "LICENSES ALREADY EXPIRED:    " WS-EXPIRED-COUNT.
           STOP RUN.

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
               MOVE AGENT-NAME TO WS-AG-NAME(WS-AGENT-COUNT)
               MOVE AGENT-STATUS TO WS-AG-STATUS(WS-AGENT-COUNT)

               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS
               END-READ
           END-PERFORM.

           IF WS-AGENT-STATUS = '00' OR WS-AGENT-STATUS = '10'
               CLOSE AGENT-MASTER-FILE
           END-IF.

      *> An agent missing from AGENTS.DAT still gets listed, so the
      *> orphan license is seen and cleaned up.
       C000-REPORT-LICENSE.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-CODE(WS-AG-IDX) = AGTLIC-AGENT
                   SET WS-FOUND-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZEROS
               MOVE "NOT ON AGENT MASTER" TO WS-WORK-NAME
           ELSE
               MOVE WS-AG-NAME(WS-FOUND-IDX) TO WS-WORK-NAME
           END-IF.

           IF WS-FOUND-IDX NOT = ZEROS
               AND WS-AG-STATUS(WS-FOUND-IDX) = 'T'
               CONTINUE
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(AGTLIC-EXPIRY)
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY)
               MOVE SPACES TO EXPIRY-REPORT-LINE
               IF WS-DAYS-LEFT < 0
                   ADD 1 TO WS-EXPIRED-COUNT
                   STRING AGTLIC-AGENT " " WS-WORK-NAME " "
                       AGTLIC-STATE " " AGTLIC-NUMBER " "
                       AGTLIC-EXPIRY "   EXPIRED"
                       DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
                   STRING AGTLIC-AGENT " " WS-WORK-NAME " "
                       AGTLIC-STATE " " AGTLIC-NUMBER " "
                       AGTLIC-EXPIRY "     " WS-DAYS-DISPLAY
                       DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
                   END-STRING
               END-IF
               WRITE EXPIRY-REPORT-LINE
           END-IF.
