               10 WS-RG-DATE            PIC 9(8).
               10 WS-RG-AMOUNT          PIC 9(7)V99.
               10 WS-RG-STATUS          PIC X(1).
               10 WS-RG-PAID-DATE       PIC 9(8).
       01 WS-REG-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

               MOVE CHKREG-DATE TO WS-RG-DATE(WS-REG-COUNT)
               MOVE CHKREG-AMOUNT TO WS-RG-AMOUNT(WS-REG-COUNT)
               MOVE CHKREG-STATUS TO WS-RG-STATUS(WS-REG-COUNT)
               MOVE CHKREG-PAID-DATE TO WS-RG-PAID-DATE(WS-REG-COUNT)

               READ CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-REGISTER
               MOVE WS-RG-AMOUNT(WS-FOUND-IDX)
                   TO WS-RG-AMOUNT(WS-REG-COUNT)
               MOVE 'I' TO WS-RG-STATUS(WS-REG-COUNT)
               MOVE ZEROS TO WS-RG-PAID-DATE(WS-REG-COUNT)
               ADD 1 TO WS-REISSUED-COUNT

               MOVE WS-RG-AMOUNT(WS-FOUND-IDX) TO WS-POSPAY-AMOUNT
               MOVE WS-RG-DATE(WS-RG-IDX) TO CHKREG-DATE
               MOVE WS-RG-AMOUNT(WS-RG-IDX) TO CHKREG-AMOUNT
               MOVE WS-RG-STATUS(WS-RG-IDX) TO CHKREG-STATUS
               MOVE WS-RG-PAID-DATE(WS-RG-IDX) TO CHKREG-PAID-DATE
               WRITE CHECKREG-RECORD
           END-PERFORM.

