       IDENTIFICATION DIVISION.
       PROGRAM-ID. Commission1099.

      *> Year-end 1099 commission run - run in January for the
      *> calendar year just closed (the year before the business
      *> date). Takes each agent's net paid commission for the year
      *> from data/AGTYTD.DAT - commission paid by CommissionStatement
      *> less the CHARGEBK.DAT chargebacks it netted - and, for every
      *> agent at or over the reporting threshold, writes a 'B' row
      *> to the submission file data/TEN99-<year>.DAT (payer row from
      *> COMPANY.DAT up front, control totals at the end) and a
      *> printed recipient copy to data/TEN99COPY-<year>.TXT.
      *> An agent over the threshold with no usable taxpayer ID on
      *> AGENTS.DAT, or with no agent master row at all, cannot be
      *> filed: it is left off the submission and listed on
      *> data/TEN99EXC-<year>.TXT for finance to chase, then the run
      *> is rerun once the ID is keyed - every output is rebuilt
      *> from scratch each time. Ends RC 2 when there are
      *> exceptions, RC 1 when it cannot run at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-YTD-FILE ASSIGN TO 'data/AGTYTD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO 'AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANY-STATUS.

      *> Generations named from the tax year at OPEN time, the way
      *> YearEndStatement.cob names its earnings statements.
           SELECT SUBMISSION-FILE ASSIGN TO DYNAMIC WS-SUBMIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMIT-STATUS.

           SELECT RECIPIENT-COPY-FILE ASSIGN TO DYNAMIC
               WS-COPY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COPY-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-YTD-FILE.
       COPY AGTYTD.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  COMPANY-FILE.
       COPY COMPANY.

       FD  SUBMISSION-FILE.
       COPY TEN99.

       FD  RECIPIENT-COPY-FILE.
       01  RECIPIENT-COPY-LINE         PIC X(70).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-COMPANY-STATUS PIC X(2) VALUE '00'.
       01 WS-SUBMIT-STATUS PIC X(2) VALUE '00'.
       01 WS-COPY-STATUS PIC X(2) VALUE '00'.
       01 WS-EXCEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-YTD PIC X(1) VALUE 'N'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TAX-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-SUBMIT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-COPY-FILENAME PIC X(40) VALUE SPACES.
       01 WS-EXCEPT-FILENAME PIC X(40) VALUE SPACES.

      *> Reporting threshold for nonemployee compensation - an
      *> agent paid less than this net for the year is not filed.
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 600.00.

       01 WS-AGENT-TABLE.
           05 WS-AG-ENTRY OCCURS 50 TIMES INDEXED BY WS-AG-IDX.
               10 WS-AG-CODE            PIC X(4).
               10 WS-AG-NAME            PIC X(20).
               10 WS-AG-TAX-ID          PIC X(9).
       01 WS-AGENT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

       01 WS-REASON PIC X(30) VALUE SPACES.
       01 WS-WORK-NAME PIC X(20) VALUE SPACES.
       01 WS-REPORTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-UNDER-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REPORTED-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01 WS-NET-DISPLAY PIC -(8)9.99 VALUE ZEROS.
       01 WS-AMOUNT-DISPLAY PIC Z(9)9.99 VALUE ZEROS.
       01 WS-GROSS-DISPLAY PIC Z(8)9.99 VALUE ZEROS.
       01 WS-CHARGEBACK-DISPLAY PIC Z(8)9.99 VALUE ZEROS.
       01 WS-TOTAL-DISPLAY PIC Z(12)9.99 VALUE ZEROS.
       01 WS-TIN-MASKED PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-TAX-YEAR.
           SUBTRACT 1 FROM WS-TAX-YEAR.

           OPEN INPUT COMPANY-FILE.
           IF WS-COMPANY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN COMPANY.DAT, STATUS: "
                   WS-COMPANY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ COMPANY-FILE
               AT END MOVE SPACES TO COMPANY-RECORD
           END-READ.
           CLOSE COMPANY-FILE.
           IF COMPANY-FEIN NOT NUMERIC
               DISPLAY "COMPANY.DAT CARRIES NO VALID PAYER FEIN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AGENT-YTD-FILE.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY "NO AGENT YTD FILE ON HAND, STATUS: "
                   WS-YTD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-LOAD-AGENTS.

           STRING "data/TEN99-" WS-TAX-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-SUBMIT-FILENAME
           END-STRING.
           STRING "data/TEN99COPY-" WS-TAX-YEAR ".TXT"
               DELIMITED BY SIZE INTO WS-COPY-FILENAME
           END-STRING.
           STRING "data/TEN99EXC-" WS-TAX-YEAR ".TXT"
               DELIMITED BY SIZE INTO WS-EXCEPT-FILENAME
           END-STRING.
           OPEN OUTPUT SUBMISSION-FILE.
           OPEN OUTPUT RECIPIENT-COPY-FILE.
           OPEN OUTPUT EXCEPTION-FILE.

           PERFORM C000-WRITE-PAYER.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING "1099 EXCEPTIONS FOR TAX YEAR " WS-TAX-YEAR
               " - NOT FILED"
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.
           MOVE "AGNT NAME                 NET PAID      REASON"
               TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           READ AGENT-YTD-FILE
               AT END MOVE 'Y' TO WS-END-OF-YTD
           END-READ.

           PERFORM UNTIL WS-END-OF-YTD = 'Y'
               IF AGTYTD-YEAR = WS-TAX-YEAR
                   PERFORM D000-PROCESS-AGENT
               END-IF

               READ AGENT-YTD-FILE
                   AT END MOVE 'Y' TO WS-END-OF-YTD
               END-READ
           END-PERFORM.

           CLOSE AGENT-YTD-FILE.

           PERFORM C100-WRITE-CONTROL.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING "EXCEPTIONS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

           CLOSE SUBMISSION-FILE.
           CLOSE RECIPIENT-COPY-FILE.
           CLOSE EXCEPTION-FILE.

           MOVE WS-REPORTED-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "TAX YEAR:               " WS-TAX-YEAR.
           DISPLAY "AGENTS REPORTED:        " WS-REPORTED-COUNT.
           DISPLAY "TOTAL REPORTED:         " WS-TOTAL-DISPLAY.
           DISPLAY "UNDER THRESHOLD:        " WS-UNDER-COUNT.
           DISPLAY "EXCEPTIONS (NOT FILED): " WS-EXCEPTION-COUNT.
           DISPLAY "SUBMISSION FILE: " WS-SUBMIT-FILENAME.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "SEE " WS-EXCEPT-FILENAME
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-LOAD-AGENTS.
           MOVE ZEROS TO WS-AGENT-COUNT.
           OPEN INPUT AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AGENTS.DAT, STATUS: "
                   WS-AGENT-STATUS
               CLOSE AGENT-YTD-FILE
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
               MOVE AGENT-TAX-ID TO WS-AG-TAX-ID(WS-AGENT-COUNT)

               READ AGENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-AGENTS
               END-READ
           END-PERFORM.

           CLOSE AGENT-MASTER-FILE.

       C000-WRITE-PAYER.
           MOVE SPACES TO TEN99-RECORD.
           MOVE 'A' TO TEN99-TYPE.
           MOVE WS-TAX-YEAR TO TEN99-TAX-YEAR.
           MOVE COMPANY-FEIN TO TEN99-PAYER-TIN.
           MOVE COMPANY-NAME TO TEN99-PAYER-NAME.
           MOVE COMPANY-STREET TO TEN99-PAYER-STREET.
           MOVE COMPANY-CITY TO TEN99-PAYER-CITY.
           MOVE COMPANY-STATE TO TEN99-PAYER-STATE.
           MOVE COMPANY-ZIP TO TEN99-PAYER-ZIP.
           WRITE TEN99-RECORD.

       C100-WRITE-CONTROL.
           MOVE SPACES TO TEN99-RECORD.
           MOVE 'C' TO TEN99-TYPE.
           MOVE WS-TAX-YEAR TO TEN99-TAX-YEAR.
           MOVE WS-REPORTED-COUNT TO TEN99-PAYEE-COUNT.
           MOVE WS-REPORTED-TOTAL TO TEN99-TOTAL-AMOUNT.
           WRITE TEN99-RECORD.

      *> Net paid below the threshold (including a year that netted
      *> negative on chargebacks) is not reportable.
       D000-PROCESS-AGENT.
           IF AGTYTD-NET < WS-THRESHOLD
               ADD 1 TO WS-UNDER-COUNT
           ELSE
               MOVE ZEROS TO WS-FOUND-IDX
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AGENT-COUNT
                   IF WS-AG-CODE(WS-AG-IDX) = AGTYTD-AGENT
                       SET WS-FOUND-IDX TO WS-AG-IDX
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-REASON
               IF WS-FOUND-IDX = ZEROS
                   MOVE "NOT ON AGENT MASTER" TO WS-REASON
                   MOVE SPACES TO WS-WORK-NAME
               ELSE
                   MOVE WS-AG-NAME(WS-FOUND-IDX) TO WS-WORK-NAME
                   IF WS-AG-TAX-ID(WS-FOUND-IDX) = SPACES
                       MOVE "NO TAX ID ON FILE" TO WS-REASON
                   ELSE
                   IF WS-AG-TAX-ID(WS-FOUND-IDX) NOT NUMERIC
                       OR WS-AG-TAX-ID(WS-FOUND-IDX) = ZEROS
                       MOVE "TAX ID NOT NINE DIGITS" TO WS-REASON
                   END-IF
                   END-IF
               END-IF

               IF WS-REASON NOT = SPACES
                   PERFORM D100-WRITE-EXCEPTION
               ELSE
                   PERFORM D200-WRITE-PAYEE
                   PERFORM D300-WRITE-RECIPIENT-COPY
               END-IF
           END-IF.

       D100-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE AGTYTD-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING AGTYTD-AGENT " " WS-WORK-NAME " " WS-NET-DISPLAY
               " " WS-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

       D200-WRITE-PAYEE.
           MOVE SPACES TO TEN99-RECORD.
           MOVE 'B' TO TEN99-TYPE.
           MOVE WS-TAX-YEAR TO TEN99-TAX-YEAR.
           MOVE WS-AG-TAX-ID(WS-FOUND-IDX) TO TEN99-PAYEE-TIN.
           MOVE AGTYTD-AGENT TO TEN99-PAYEE-ACCOUNT.
           MOVE WS-WORK-NAME TO TEN99-PAYEE-NAME.
           MOVE AGTYTD-NET TO TEN99-PAYEE-AMOUNT.
           WRITE TEN99-RECORD.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD AGTYTD-NET TO WS-REPORTED-TOTAL.

      *> The recipient's copy shows only the last four digits of
      *> their taxpayer ID.
       D300-WRITE-RECIPIENT-COPY.
           MOVE SPACES TO WS-TIN-MASKED.
           STRING "***-**-" WS-AG-TAX-ID(WS-FOUND-IDX)(6:4)
               DELIMITED BY SIZE INTO WS-TIN-MASKED
           END-STRING.
           MOVE AGTYTD-NET TO WS-AMOUNT-DISPLAY.

           MOVE "==========================================="
               TO RECIPIENT-COPY-LINE.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "FORM 1099-NEC  TAX YEAR " WS-TAX-YEAR
               "  COPY B FOR RECIPIENT"
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "PAYER:     " COMPANY-NAME
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "           " COMPANY-STREET
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "           " COMPANY-CITY " " COMPANY-STATE " "
               COMPANY-ZIP
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "PAYER TIN: " COMPANY-FEIN
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "RECIPIENT: " WS-WORK-NAME "  AGENT "
               AGTYTD-AGENT
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "RECIPIENT TIN: " WS-TIN-MASKED
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "BOX 1 NONEMPLOYEE COMPENSATION: "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
           MOVE AGTYTD-GROSS TO WS-GROSS-DISPLAY.
           MOVE AGTYTD-CHARGEBACK TO WS-CHARGEBACK-DISPLAY.
           MOVE SPACES TO RECIPIENT-COPY-LINE.
           STRING "  (COMMISSION PAID " WS-GROSS-DISPLAY
               " LESS CHARGEBACKS " WS-CHARGEBACK-DISPLAY ")"
               DELIMITED BY SIZE INTO RECIPIENT-COPY-LINE
           END-STRING.
           WRITE RECIPIENT-COPY-LINE.
