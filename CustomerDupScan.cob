       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerDupScan.

      *> Candidate duplicate-customer scan - reads the whole customer
      *> master and lists every pair of live customers in the same
      *> ZIP whose names match, to data/CUSTDUPS.TXT, the way
      *> SSNDupScan.cob finds duplicate employees. Names are compared
      *> two ways: exactly, and on surname plus first initial, which
      *> catches the "PAT JONES" / "PATRICIA JONES" / "P JONES"
      *> spellings that gave one household several customer numbers.
      *> Each pair is a candidate only - someone confirms it before
      *> keying the CustomerMaintenance.cob merge. Customers already
      *> retired by a merge are left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'data/CUSTOMER.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-CUST-REL-KEY
           FILE STATUS IS WS-CUST-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO 'data/CUSTDUPS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMST.

       FD  DUP-REPORT-FILE.
       01  DUP-REPORT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CUST-REL-KEY PIC 9(6).
       01 WS-CUST-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-CUSTOMERS PIC X(1) VALUE 'N'.
       01 WS-DUP-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-MATCH-TYPE PIC X(24) VALUE SPACES.

      *> Every live customer's name and ZIP held in storage, with the
      *> surname and first initial split out once at load, then each
      *> pair compared.
       01 WS-SCAN-TABLE.
           05 WS-SCAN-ENTRY OCCURS 5000 TIMES.
               10 WS-SCAN-CUST          PIC 9(6).
               10 WS-SCAN-NAME          PIC X(20).
               10 WS-SCAN-ZIP           PIC X(5).
               10 WS-SCAN-SURNAME       PIC X(20).
               10 WS-SCAN-INITIAL       PIC X(1).
       01 WS-SCAN-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SCAN-SUB PIC 9(4) VALUE ZEROS.
       01 WS-SCAN-SUB2 PIC 9(4) VALUE ZEROS.
       01 WS-NAME-END PIC 9(2) VALUE ZEROS.
       01 WS-NAME-START PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CUSTOMER MASTER, STATUS: "
                   WS-CUST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CUSTOMER-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-READ.

           PERFORM UNTIL WS-END-OF-CUSTOMERS = 'Y'
               OR WS-SCAN-COUNT = 5000
               IF CUST-STATUS NOT = 'M'
                   ADD 1 TO WS-SCAN-COUNT
                   MOVE CUST-NUMBER TO WS-SCAN-CUST(WS-SCAN-COUNT)
                   MOVE CUST-NAME TO WS-SCAN-NAME(WS-SCAN-COUNT)
                   MOVE CUST-ADDR-ZIP TO WS-SCAN-ZIP(WS-SCAN-COUNT)
                   PERFORM B100-SPLIT-NAME
               END-IF

               READ CUSTOMER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-CUSTOMERS
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.

           OPEN OUTPUT DUP-REPORT-FILE.
           MOVE "CANDIDATE DUPLICATE CUSTOMERS (SAME ZIP)"
               TO DUP-REPORT-LINE.
           WRITE DUP-REPORT-LINE.

           PERFORM B000-COMPARE-PAIRS.

           MOVE SPACES TO DUP-REPORT-LINE.
           STRING "CANDIDATE PAIRS FOUND: " WS-DUP-COUNT
               DELIMITED BY SIZE INTO DUP-REPORT-LINE
           END-STRING.
           WRITE DUP-REPORT-LINE.
           CLOSE DUP-REPORT-FILE.

           DISPLAY "CANDIDATE DUPLICATE CUSTOMER PAIRS: " WS-DUP-COUNT.
           IF WS-DUP-COUNT > 0
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

       B000-COMPARE-PAIRS.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB >= WS-SCAN-COUNT
               COMPUTE WS-SCAN-SUB2 = WS-SCAN-SUB + 1
               PERFORM UNTIL WS-SCAN-SUB2 > WS-SCAN-COUNT
                   IF WS-SCAN-ZIP(WS-SCAN-SUB2)
                       = WS-SCAN-ZIP(WS-SCAN-SUB)
                       PERFORM C000-COMPARE-NAMES
                   END-IF
                   ADD 1 TO WS-SCAN-SUB2
               END-PERFORM
           END-PERFORM.

      *> The surname is the last word of the name, the initial its
      *> first character - "PAT JONES" gives JONES and P.
       B100-SPLIT-NAME.
           MOVE SPACES TO WS-SCAN-SURNAME(WS-SCAN-COUNT).
           MOVE CUST-NAME(1:1) TO WS-SCAN-INITIAL(WS-SCAN-COUNT).

           MOVE 20 TO WS-NAME-END.
           PERFORM UNTIL WS-NAME-END = 0
               OR CUST-NAME(WS-NAME-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-END
           END-PERFORM.

           IF WS-NAME-END > 0
               MOVE WS-NAME-END TO WS-NAME-START
               PERFORM UNTIL WS-NAME-START = 1
                   OR CUST-NAME(WS-NAME-START - 1:1) = SPACE
                   SUBTRACT 1 FROM WS-NAME-START
               END-PERFORM
               MOVE CUST-NAME(WS-NAME-START:
                   WS-NAME-END - WS-NAME-START + 1)
                   TO WS-SCAN-SURNAME(WS-SCAN-COUNT)
           END-IF.

       C000-COMPARE-NAMES.
           MOVE SPACES TO WS-MATCH-TYPE.
           IF WS-SCAN-NAME(WS-SCAN-SUB2) = WS-SCAN-NAME(WS-SCAN-SUB)
               MOVE "SAME NAME" TO WS-MATCH-TYPE
           ELSE
           IF WS-SCAN-SURNAME(WS-SCAN-SUB2) NOT = SPACES
               AND WS-SCAN-SURNAME(WS-SCAN-SUB2)
                   = WS-SCAN-SURNAME(WS-SCAN-SUB)
               AND WS-SCAN-INITIAL(WS-SCAN-SUB2)
                   = WS-SCAN-INITIAL(WS-SCAN-SUB)
               MOVE "SAME SURNAME AND INITIAL" TO WS-MATCH-TYPE
           END-IF
           END-IF.

           IF WS-MATCH-TYPE NOT = SPACES
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO DUP-REPORT-LINE
               STRING WS-SCAN-ZIP(WS-SCAN-SUB) " "
                   WS-SCAN-CUST(WS-SCAN-SUB) " "
                   WS-SCAN-NAME(WS-SCAN-SUB) " / "
                   WS-SCAN-CUST(WS-SCAN-SUB2) " "
                   WS-SCAN-NAME(WS-SCAN-SUB2) " "
                   WS-MATCH-TYPE
                   DELIMITED BY SIZE INTO DUP-REPORT-LINE
               END-STRING
               WRITE DUP-REPORT-LINE
           END-IF.
