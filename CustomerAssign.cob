      *> caller's name and address using the CUSTSEQ sequence file
      *> and returns the new number. Either way the caller gets back
      *> a CUST-NUMBER that is really on data/CUSTOMER.DAT to stamp
      *> onto the policy. A number retired by a customer merge is
      *> swapped for the customer it was merged into, so new business
      *> keyed against the old number joins the surviving household.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ.

           IF WS-CUST-FOUND = 'Y' AND CUST-STATUS = 'M'
               DISPLAY "CUSTOMER " LK-CUST-NUMBER " MERGED INTO "
                   CUST-MERGED-INTO ", USING " CUST-MERGED-INTO
               MOVE CUST-MERGED-INTO TO LK-CUST-NUMBER
               MOVE 'N' TO WS-CUST-FOUND
               MOVE LK-CUST-NUMBER TO WS-CUST-REL-KEY
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF.

       C000-CREATE-CUSTOMER.
           PERFORM D000-NEXT-CUST-NUMBER.

           MOVE LK-CUST-CITY TO CUST-ADDR-CITY.
           MOVE LK-CUST-STATE TO CUST-ADDR-STATE.
           MOVE LK-CUST-ZIP TO CUST-ADDR-ZIP.
           MOVE SPACE TO CUST-BAD-ADDR-FLAG.
           MOVE ZEROS TO CUST-BAD-ADDR-DATE.
           MOVE 'A' TO CUST-STATUS.
           MOVE ZEROS TO CUST-MERGED-INTO.

           WRITE CUSTOMER-RECORD
               INVALID KEY
