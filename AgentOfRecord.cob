       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentOfRecord.

      *> Shared agent-of-record lookup - CALLed by
      *> CommissionStatement (paying commission), PolicyCancel
      *> (clawing it back) and InsuranceGL (accruing it) so all three
      *> agree on who earned a policy's commission once books start
      *> moving between agents. POLICY-AGENT-CODE is only today's
      *> agent; given the policy, a date and that code, this returns
      *> the agent who held the policy on the date, from the book
      *> transfer history (data/BOOKXFER.DAT) that AgentMaintenance
      *> appends to. The earliest transfer of the policy effective
      *> after the date names its from-agent; with none, today's
      *> agent held it then too. The history is read afresh on every
      *> call, the way SIUScoring rereads the claim history per
      *> claim, so there is no table to outgrow however many books
      *> move; no file yet just means no book has ever moved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-TRANSFER-FILE ASSIGN TO 'data/BOOKXFER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKXFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-TRANSFER-FILE.
       COPY BOOKXFER.

       WORKING-STORAGE SECTION.
       01 WS-BOOKXFER-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-TRANSFERS PIC X(1) VALUE 'N'.
       01 WS-EARLIEST-DATE PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-POLICY-NUMBER       PIC 9(7).
       01 LK-AS-OF-DATE          PIC 9(8).
       01 LK-CURRENT-AGENT       PIC X(4).
       01 LK-HELD-BY-AGENT       PIC X(4).

       PROCEDURE DIVISION USING LK-POLICY-NUMBER LK-AS-OF-DATE
           LK-CURRENT-AGENT LK-HELD-BY-AGENT.
       AOR-MAIN.
           MOVE LK-CURRENT-AGENT TO LK-HELD-BY-AGENT.
           MOVE 99999999 TO WS-EARLIEST-DATE.
           PERFORM B000-SCAN-TRANSFERS.
           GOBACK.

      *> Policy rows only - a quote's transfer pays nobody anything.
       B000-SCAN-TRANSFERS.
           MOVE 'N' TO WS-END-OF-TRANSFERS.
           OPEN INPUT BOOK-TRANSFER-FILE.
           IF WS-BOOKXFER-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-TRANSFERS
           ELSE
               READ BOOK-TRANSFER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANSFERS
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-TRANSFERS = 'Y'
               IF BKX-TYPE = 'P'
                   AND BKX-NUMBER = LK-POLICY-NUMBER
                   AND BKX-EFF-DATE > LK-AS-OF-DATE
                   AND BKX-EFF-DATE < WS-EARLIEST-DATE
                   MOVE BKX-EFF-DATE TO WS-EARLIEST-DATE
                   MOVE BKX-FROM-AGENT TO LK-HELD-BY-AGENT
               END-IF

               READ BOOK-TRANSFER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANSFERS
               END-READ
           END-PERFORM.

           IF WS-BOOKXFER-STATUS = '00' OR WS-BOOKXFER-STATUS = '10'
               CLOSE BOOK-TRANSFER-FILE
           END-IF.
