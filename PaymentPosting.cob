               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> No lockbox/keyed payments tonight is a quiet night, not a
      *> failure - the insurance cycle must not hold the steps behind
      *> this one for it.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-TRAN-STATUS = '35'
               DISPLAY "NO PAYMENTS.DAT TONIGHT, NOTHING TO POST"
               STOP RUN
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN PAYMENTS.DAT, STATUS: "
                   WS-TRAN-STATUS

           CLOSE PAYMENT-TRANS-FILE.
           CLOSE POLICY-MASTER.
      *> Every payment has now either posted or gone to suspense -
      *> empty the input so tomorrow night does not post it again.
           OPEN OUTPUT PAYMENT-TRANS-FILE.
           CLOSE PAYMENT-TRANS-FILE.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "PAYMENTS POSTED:       " WS-POSTED-COUNT.
           MOVE WS-SUSP-REASON TO PAYSUSP-REASON.
           MOVE WS-TODAY TO PAYSUSP-SUSP-DATE.
           MOVE 'S' TO PAYSUSP-STATUS.
           MOVE PAY-LOCKBOX-REF TO PAYSUSP-LOCKBOX-REF.

           OPEN EXTEND PAYMENT-SUSPENSE-FILE.
           IF WS-SUSP-STATUS = '35'
