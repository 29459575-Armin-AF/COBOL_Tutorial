           MOVE WS-TODAY TO CHKREG-DATE.
           MOVE BANKRET-AMOUNT TO CHKREG-AMOUNT.
           MOVE 'I' TO CHKREG-STATUS.
           MOVE ZEROS TO CHKREG-PAID-DATE.

           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = '35'
