       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentLicCheck.

      *> Shared agent license check - CALLed at quote and at issue by
      *> insurance.cob, InsuranceBatch.cob and QuoteBind.cob. Returns
      *> 'Y' only when AGENTLIC.DAT holds a license for the agent in
      *> the applicant's state that is still good on the date given
      *> (the business date). An appointed agent with no license in
      *> the state, or an expired one, gets 'N' and the business is
      *> refused - appointment on AGENTS.DAT says who sells for us,
      *> not where they may legally sell. The license file is loaded
      *> ONCE per run and reused across calls, the same way
      *> PremiumCalc holds its rate table; no license file at all
      *> means nobody is licensed anywhere. Should the file outgrow
      *> the table, an agent and state not found in it is looked up
      *> by reading the file through, so a license past the table
      *> is never taken for no license.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENSE-FILE ASSIGN TO 'AGENTLIC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LICENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LICENSE-FILE.
       COPY AGTLIC.

       WORKING-STORAGE SECTION.
       01 WS-LICENSE-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-LICENSES PIC X(1) VALUE 'N'.
       01 WS-TABLE-LOADED PIC X(1) VALUE 'N'.
       01 WS-LICENSE-OVERFLOW PIC X(1) VALUE 'N'.

       01 WS-LICENSE-TABLE.
           05 WS-LC-ENTRY OCCURS 500 TIMES INDEXED BY WS-LC-IDX.
               10 WS-LC-AGENT           PIC X(4).
               10 WS-LC-STATE           PIC X(2).
               10 WS-LC-EXPIRY          PIC 9(8).
       01 WS-LICENSE-COUNT PIC 9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AGENT-CODE          PIC X(4).
       01 LK-STATE               PIC X(2).
       01 LK-CHECK-DATE          PIC 9(8).
       01 LK-LICENSED            PIC X(1).

       PROCEDURE DIVISION USING LK-AGENT-CODE LK-STATE
           LK-CHECK-DATE LK-LICENSED.
       LIC-MAIN.
           IF WS-TABLE-LOADED = 'N'
               PERFORM B000-LOAD-LICENSES
           END-IF.

           MOVE 'N' TO LK-LICENSED.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LICENSE-COUNT
               IF WS-LC-AGENT(WS-LC-IDX) = LK-AGENT-CODE
                   AND WS-LC-STATE(WS-LC-IDX) = LK-STATE
                   AND WS-LC-EXPIRY(WS-LC-IDX) >= LK-CHECK-DATE
                   MOVE 'Y' TO LK-LICENSED
               END-IF
           END-PERFORM.

           IF LK-LICENSED = 'N' AND WS-LICENSE-OVERFLOW = 'Y'
               PERFORM B100-SCAN-LICENSE-FILE
           END-IF.
           GOBACK.

       B000-LOAD-LICENSES.
           MOVE ZEROS TO WS-LICENSE-COUNT.
           MOVE 'N' TO WS-END-OF-LICENSES.

           OPEN INPUT LICENSE-FILE.
           IF WS-LICENSE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AGENTLIC.DAT, STATUS: "
                   WS-LICENSE-STATUS
               MOVE 'Y' TO WS-END-OF-LICENSES
           END-IF.

           PERFORM UNTIL WS-END-OF-LICENSES = 'Y'
               READ LICENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LICENSES
                   NOT AT END
                       IF WS-LICENSE-COUNT < 500
                           ADD 1 TO WS-LICENSE-COUNT
                           MOVE AGTLIC-AGENT
                               TO WS-LC-AGENT(WS-LICENSE-COUNT)
                           MOVE AGTLIC-STATE
                               TO WS-LC-STATE(WS-LICENSE-COUNT)
                           MOVE AGTLIC-EXPIRY
                               TO WS-LC-EXPIRY(WS-LICENSE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-LICENSE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LICENSE-STATUS = '00' OR WS-LICENSE-STATUS = '10'
               CLOSE LICENSE-FILE
           END-IF.
           MOVE 'Y' TO WS-TABLE-LOADED.
           IF WS-LICENSE-OVERFLOW = 'Y'
               DISPLAY "AGENTLIC.DAT OVER 500 ROWS - REST CHECKED "
                   "FROM THE FILE"
           END-IF.

      *> The license was not in the table and the table is short of
      *> the file - read the file through for it.
       B100-SCAN-LICENSE-FILE.
           MOVE 'N' TO WS-END-OF-LICENSES.
           OPEN INPUT LICENSE-FILE.
           IF WS-LICENSE-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-LICENSES
           END-IF.

           PERFORM UNTIL WS-END-OF-LICENSES = 'Y'
               READ LICENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-LICENSES
                   NOT AT END
                       IF AGTLIC-AGENT = LK-AGENT-CODE
                           AND AGTLIC-STATE = LK-STATE
                           AND AGTLIC-EXPIRY >= LK-CHECK-DATE
                           MOVE 'Y' TO LK-LICENSED
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LICENSE-STATUS = '00' OR WS-LICENSE-STATUS = '10'
               CLOSE LICENSE-FILE
           END-IF.
