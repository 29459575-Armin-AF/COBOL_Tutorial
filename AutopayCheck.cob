       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutopayCheck.

      *> Shared autopay check - CALLed by PolicyBilling.cob for each
      *> monthly-plan policy it bills. Returns 'Y' only when
      *> data/POLBANK.DAT holds an active ('A') enrollment for the
      *> policy, meaning AutopayDraft drafts its installments on the
      *> due date and no paper bill should go out for them. A policy
      *> dropped after two returned drafts gets 'N' and is billed
      *> again. The enrollment file is loaded ONCE per run and reused
      *> across calls, the same way AgentLicCheck holds its license
      *> table; no enrollment file at all means nobody is on autopay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO 'data/POLBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTOPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       COPY POLBANK.

       WORKING-STORAGE SECTION.
       01 WS-AUTOPAY-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-AUTOPAY PIC X(1) VALUE 'N'.
       01 WS-TABLE-LOADED PIC X(1) VALUE 'N'.

       01 WS-AUTOPAY-TABLE.
           05 WS-AP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AP-IDX.
               10 WS-AP-POLICY          PIC 9(7).
       01 WS-AUTOPAY-COUNT PIC 9(4) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-POLICY-NUMBER       PIC 9(7).
       01 LK-ON-AUTOPAY          PIC X(1).

       PROCEDURE DIVISION USING LK-POLICY-NUMBER LK-ON-AUTOPAY.
       AUTOPAY-MAIN.
           IF WS-TABLE-LOADED = 'N'
               PERFORM B000-LOAD-ENROLLMENTS
           END-IF.

           MOVE 'N' TO LK-ON-AUTOPAY.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AUTOPAY-COUNT
               IF WS-AP-POLICY(WS-AP-IDX) = LK-POLICY-NUMBER
                   MOVE 'Y' TO LK-ON-AUTOPAY
               END-IF
           END-PERFORM.
           GOBACK.

      *> Only active enrollments are held - a dropped row bills the
      *> same as no row.
       B000-LOAD-ENROLLMENTS.
           MOVE ZEROS TO WS-AUTOPAY-COUNT.
           MOVE 'N' TO WS-END-OF-AUTOPAY.

           OPEN INPUT AUTOPAY-FILE.
           IF WS-AUTOPAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-AUTOPAY
           END-IF.

           PERFORM UNTIL WS-END-OF-AUTOPAY = 'Y'
               READ AUTOPAY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-AUTOPAY
                   NOT AT END
                       IF POLBANK-STATUS = 'A'
                           AND WS-AUTOPAY-COUNT < 5000
                           ADD 1 TO WS-AUTOPAY-COUNT
                           MOVE POLBANK-POLICY-NUMBER
                               TO WS-AP-POLICY(WS-AUTOPAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-AUTOPAY-STATUS = '00' OR WS-AUTOPAY-STATUS = '10'
               CLOSE AUTOPAY-FILE
           END-IF.
           MOVE 'Y' TO WS-TABLE-LOADED.
