      *> and reports every item still in suspense with its reason and
      *> how many days it has sat there, plus the unapplied cash
      *> total, so the money PaymentPosting could not apply is
      *> somebody's worklist instead of a forgotten printout. Items
      *> that came in through the bank lockbox show their batch and
      *> item reference for pulling the check image.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               DELIMITED BY SIZE INTO SUSPENSE-REPORT-LINE
           END-STRING.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING "ITEM  POLICY# PAY-DATE AMOUNT     AGE  REASON"
               "               LOCKBOX REF"
               DELIMITED BY SIZE INTO SUSPENSE-REPORT-LINE
           END-STRING.
           WRITE SUSPENSE-REPORT-LINE.

           READ PAYMENT-SUSPENSE-FILE
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING PAYSUSP-ITEM ' ' PAYSUSP-POLICY-NUMBER ' '
               PAYSUSP-PAY-DATE ' ' PAYSUSP-AMOUNT ' '
               WS-DAYS-OLD ' ' PAYSUSP-REASON ' '
               PAYSUSP-LOCKBOX-BATCH ' ' PAYSUSP-LOCKBOX-ITEM
               DELIMITED BY SIZE INTO SUSPENSE-REPORT-LINE
           END-STRING.
           WRITE SUSPENSE-REPORT-LINE.
