       01 WS-CHECK-ENDED PIC X(1) VALUE 'N'.
       01 WS-DIGIT-COUNT PIC 9(2) VALUE ZEROS.

      *> A pay type HR does send must be an active PAYTYPE code on
      *> the shared reference codes (RefCodeCheck).
       01 WS-REF-TYPE PIC X(8) VALUE 'PAYTYPE'.
       01 WS-REF-CODE PIC X(20) VALUE SPACES.
       01 WS-REF-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-REF-VALID PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           OPEN INPUT HR-IMPORT-FILE.
               MOVE "DEPARTMENT TOO LONG" TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND WS-CSV-CODE NOT = 'D'
               AND WS-CSV-PAY-TYPE NOT = SPACES
               MOVE FUNCTION UPPER-CASE (WS-CSV-PAY-TYPE)
                   TO WS-CSV-PAY-TYPE
               MOVE WS-CSV-PAY-TYPE TO WS-REF-CODE
               CALL 'RefCodeCheck' USING WS-REF-TYPE WS-REF-CODE
                   WS-REF-DESCRIPTION WS-REF-VALID
               END-CALL
               IF WS-REF-VALID NOT = 'Y'
                   MOVE "BAD PAY TYPE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       D000-WRITE-TRANSACTION.
           MOVE WS-CSV-CODE(1:1) TO EMP-TRAN-CODE.
           COMPUTE EMP-TRAN-ID = FUNCTION NUMVAL(WS-CSV-ID).
               END-IF
           END-IF.

      *> HR's optional last column - a pay type code, already
      *> checked above; left blank on an add it defaults to salaried.
           IF WS-CSV-CODE NOT = 'D' AND WS-CSV-PAY-TYPE NOT = SPACES
               MOVE WS-CSV-PAY-TYPE(1:1) TO EMP-TRAN-PAY-TYPE
           ELSE
               IF WS-CSV-CODE = 'A'
                   MOVE SPACE TO EMP-TRAN-PAY-TYPE
               END-IF
           END-IF.
           MOVE SPACES TO EMP-TRAN-POS-OVERRIDE.

           WRITE EMPLOYEE-TRANSACTION.
           ADD 1 TO WS-WRITTEN-COUNT.
