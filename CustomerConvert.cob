       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerConvert.

      *> One-time customer master conversion - rebuilds
      *> data/CUSTOMER.DAT from the 68-byte layout into the 84-byte
      *> layout in copybooks/CUSTMST.cpy, which adds
      *> CUST-BAD-ADDR-FLAG and CUST-BAD-ADDR-DATE for returned-mail
      *> suppression and CUST-STATUS/CUST-MERGED-INTO for customer
      *> merges. Run alongside PolicyConvert.cob. Every customer
      *> comes across active, with the address presumed good. Same
      *> write-prove-swap pattern as PolicyConvert: the converted
      *> file goes to data/CUSTOMER.new and replaces the master only
      *> when the record counts agree.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO 'data/CUSTOMER.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-OLD-REL-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CUSTOMER-FILE ASSIGN TO 'data/CUSTOMER.new'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-NEW-REL-KEY
           FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTOMER-FILE.
      *> The pre-returned-mail record layout, frozen here so the
      *> converter can still read masters written under it.
       01  OLD-CUSTOMER-RECORD.
           05  OLD-CUST-NUMBER         PIC 9(6).
           05  OLD-CUST-NAME           PIC X(20).
           05  OLD-CUST-ADDR-STREET    PIC X(20).
           05  OLD-CUST-ADDR-CITY      PIC X(15).
           05  OLD-CUST-ADDR-STATE     PIC X(2).
           05  OLD-CUST-ADDR-ZIP       PIC X(5).

       FD  NEW-CUSTOMER-FILE.
       COPY CUSTMST.

       WORKING-STORAGE SECTION.
       01 WS-OLD-REL-KEY PIC 9(6).
       01 WS-NEW-REL-KEY PIC 9(6).
       01 WS-OLD-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-OLD PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZEROS.
      *> Set when an input record's customer number does not match
      *> its own slot - what a rerun against an already-converted
      *> master looks like through the old layout.
       01 WS-BAD-INPUT PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/CUSTOMER.DAT, STATUS: "
                   WS-OLD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-CUSTOMER-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/CUSTOMER.new, STATUS: "
                   WS-NEW-STATUS
               CLOSE OLD-CUSTOMER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ OLD-CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-OLD
           END-READ.

           PERFORM UNTIL WS-END-OF-OLD = 'Y'
               ADD 1 TO WS-READ-COUNT
               IF OLD-CUST-NUMBER NOT NUMERIC
                   OR OLD-CUST-NUMBER NOT = WS-OLD-REL-KEY
                   MOVE 'Y' TO WS-BAD-INPUT
                   DISPLAY "IMPLAUSIBLE INPUT RECORD AT SLOT "
                       WS-OLD-REL-KEY
               ELSE
                   PERFORM B000-CONVERT-RECORD
               END-IF

               READ OLD-CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-OLD
               END-READ
           END-PERFORM.

           CLOSE OLD-CUSTOMER-FILE.
           CLOSE NEW-CUSTOMER-FILE.

           DISPLAY "RECORDS READ:      " WS-READ-COUNT.
           DISPLAY "RECORDS CONVERTED: " WS-WRITTEN-COUNT.

           IF WS-BAD-INPUT = 'Y'
               CALL "SYSTEM" USING "rm -f data/CUSTOMER.new"
               DISPLAY "INPUT DOES NOT LOOK LIKE THE OLD LAYOUT -"
                   " WAS THE MASTER ALREADY CONVERTED? NOTHING"
                   " TOUCHED"
               MOVE 1 TO RETURN-CODE
           ELSE
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
               CALL "SYSTEM" USING
                   "mv data/CUSTOMER.new data/CUSTOMER.DAT"
               DISPLAY "CONVERSION BALANCED, NEW MASTER IN PLACE"
           ELSE
               DISPLAY "COUNTS DO NOT MATCH - OLD MASTER LEFT"
                   " UNTOUCHED, CONVERTED FILE IN data/CUSTOMER.new"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-CONVERT-RECORD.
           MOVE OLD-CUST-NUMBER TO WS-NEW-REL-KEY.
           MOVE OLD-CUST-NUMBER TO CUST-NUMBER.
           MOVE OLD-CUST-NAME TO CUST-NAME.
           MOVE OLD-CUST-ADDR-STREET TO CUST-ADDR-STREET.
           MOVE OLD-CUST-ADDR-CITY TO CUST-ADDR-CITY.
           MOVE OLD-CUST-ADDR-STATE TO CUST-ADDR-STATE.
           MOVE OLD-CUST-ADDR-ZIP TO CUST-ADDR-ZIP.
           MOVE SPACE TO CUST-BAD-ADDR-FLAG.
           MOVE ZEROS TO CUST-BAD-ADDR-DATE.
           MOVE 'A' TO CUST-STATUS.
           MOVE ZEROS TO CUST-MERGED-INTO.

           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CONVERT CUSTOMER: "
                       OLD-CUST-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
