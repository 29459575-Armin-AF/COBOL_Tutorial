      *> carrying that customer number, with a household premium
      *> total - so the same customer's AUTO and HOME policies
      *> finally show up as one household instead of two unrelated
      *> rows. Same one-screen shape as PolicyLookup.cob. A number
      *> retired by a customer merge shows the household it was
      *> merged into.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   STOP RUN
           END-READ.

           IF CUST-STATUS = 'M'
               DISPLAY "CUSTOMER " WS-LOOKUP-NUMBER
                   " WAS MERGED INTO " CUST-MERGED-INTO
               MOVE CUST-MERGED-INTO TO WS-LOOKUP-NUMBER
               MOVE WS-LOOKUP-NUMBER TO WS-CUST-REL-KEY
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT FOUND: " WS-LOOKUP-NUMBER
                       CLOSE CUSTOMER-MASTER
                       STOP RUN
               END-READ
           END-IF.

           DISPLAY '================================='.
           DISPLAY 'HOUSEHOLD FOR CUSTOMER ' CUST-NUMBER.
           DISPLAY '  Name:      ' CUST-NAME.
           DISPLAY '  Street:    ' CUST-ADDR-STREET.
           DISPLAY '  City:      ' CUST-ADDR-CITY ' '
               CUST-ADDR-STATE ' ' CUST-ADDR-ZIP.
           IF CUST-BAD-ADDR-FLAG = 'Y'
               DISPLAY '  *** MAIL RETURNED ' CUST-BAD-ADDR-DATE
                   ' - ADDRESS NEEDS CORRECTING ***'
           END-IF.

           CLOSE CUSTOMER-MASTER.

