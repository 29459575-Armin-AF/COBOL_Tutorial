       IDENTIFICATION DIVISION.
       PROGRAM-ID. PolicyConvert.

      *> One-time policy master conversion - rebuilds data/POLICY.DAT
      *> from the 185-byte layout into the 194-byte layout in
      *> copybooks/POLICYREC.cpy, which adds POLICY-BAD-ADDR-FLAG and
      *> POLICY-BAD-ADDR-DATE for returned-mail suppression. Every
      *> policy comes across with its address presumed good (flag
      *> space, date zeros); the rest of the record is copied as is.
      *> Writes the converted file to data/POLICY.new, proves the
      *> record counts against each other, and only then swaps it in
      *> over data/POLICY.DAT - a failed conversion leaves the old
      *> master untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-POLICY-FILE ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-OLD-REL-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-POLICY-FILE ASSIGN TO 'data/POLICY.new'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-NEW-REL-KEY
           FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-POLICY-FILE.
      *> The pre-returned-mail record layout, frozen here so the
      *> converter can still read masters written under it.
       01  OLD-POLICY-RECORD.
           05  OLD-POLICY-NUMBER       PIC 9(7).
           05  OLD-POLICY-AGE          PIC 9(3).
           05  OLD-POLICY-TYPE         PIC X(10).
           05  OLD-POLICY-PREMIUM      PIC 9(7)V99.
           05  OLD-POLICY-ISSUE-DATE   PIC 9(8).
           05  OLD-POLICY-DECLARED     PIC 9(7).
           05  OLD-POLICY-SMOKER       PIC X(1).
           05  OLD-POLICY-COVERAGE     PIC 9(7).
           05  OLD-POLICY-STATUS       PIC X(1).
           05  OLD-POLICY-CANCEL-DATE  PIC 9(8).
           05  OLD-POLICY-CANCEL-RSN   PIC X(20).
           05  OLD-POLICY-PAID         PIC 9(7)V99.
           05  OLD-POLICY-AGENT-CODE   PIC X(4).
           05  OLD-POLICY-HOLDER-NAME  PIC X(20).
           05  OLD-POLICY-ADDR-STREET  PIC X(20).
           05  OLD-POLICY-ADDR-CITY    PIC X(15).
           05  OLD-POLICY-ADDR-STATE   PIC X(2).
           05  OLD-POLICY-ADDR-ZIP     PIC X(5).
           05  OLD-POLICY-LAST-BILL    PIC 9(8).
           05  OLD-POLICY-PAY-PLAN     PIC X(1).
           05  OLD-POLICY-CUST-NUMBER  PIC 9(6).
           05  OLD-POLICY-DEDUCTIBLE   PIC 9(5).
           05  OLD-POLICY-TERM-EXPIRY  PIC 9(8).
           05  OLD-POLICY-RENEWAL-FLAG PIC X(1).

       FD  NEW-POLICY-FILE.
       COPY POLICYREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-REL-KEY PIC 9(7).
       01 WS-NEW-REL-KEY PIC 9(7).
       01 WS-OLD-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-OLD PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZEROS.
      *> Set when any input record fails the plausibility checks -
      *> the telltale of a rerun against an already-converted master,
      *> whose 194-byte records read as garbage through the 185-byte
      *> old layout. Matching read/write counts alone would not catch
      *> that, so the swap is refused instead.
       01 WS-BAD-INPUT PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           OPEN INPUT OLD-POLICY-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/POLICY.DAT, STATUS: "
                   WS-OLD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-POLICY-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/POLICY.new, STATUS: "
                   WS-NEW-STATUS
               CLOSE OLD-POLICY-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ OLD-POLICY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-OLD
           END-READ.

           PERFORM UNTIL WS-END-OF-OLD = 'Y'
               ADD 1 TO WS-READ-COUNT
               PERFORM A100-CHECK-PLAUSIBLE
               IF WS-BAD-INPUT = 'N'
                   PERFORM B000-CONVERT-RECORD
               END-IF

               READ OLD-POLICY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-OLD
               END-READ
           END-PERFORM.

           CLOSE OLD-POLICY-FILE.
           CLOSE NEW-POLICY-FILE.

           DISPLAY "RECORDS READ:      " WS-READ-COUNT.
           DISPLAY "RECORDS CONVERTED: " WS-WRITTEN-COUNT.

           IF WS-BAD-INPUT = 'Y'
               CALL "SYSTEM" USING "rm -f data/POLICY.new"
               DISPLAY "INPUT DOES NOT LOOK LIKE THE OLD LAYOUT -"
                   " WAS THE MASTER ALREADY CONVERTED? NOTHING"
                   " TOUCHED"
               MOVE 1 TO RETURN-CODE
           ELSE
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
               CALL "SYSTEM" USING
                   "mv data/POLICY.new data/POLICY.DAT"
               DISPLAY "CONVERSION BALANCED, NEW MASTER IN PLACE"
           ELSE
               DISPLAY "COUNTS DO NOT MATCH - OLD MASTER LEFT"
                   " UNTOUCHED, CONVERTED FILE IN data/POLICY.new"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> A genuine old-layout record has clean numeric fields and a
      *> known status byte exactly where the old layout puts them.
      *> Garbage here means the input is not the old layout - most
      *> likely an accidental second run against the converted file.
       A100-CHECK-PLAUSIBLE.
           IF OLD-POLICY-STATUS NOT = 'A'
               AND OLD-POLICY-STATUS NOT = 'C'
               AND OLD-POLICY-STATUS NOT = 'L'
               AND OLD-POLICY-STATUS NOT = 'E'
               MOVE 'Y' TO WS-BAD-INPUT
           END-IF.
           IF OLD-POLICY-ISSUE-DATE NOT NUMERIC
               OR OLD-POLICY-PREMIUM NOT NUMERIC
               OR OLD-POLICY-PAID NOT NUMERIC
               OR OLD-POLICY-TERM-EXPIRY NOT NUMERIC
               MOVE 'Y' TO WS-BAD-INPUT
           END-IF.
           IF OLD-POLICY-RENEWAL-FLAG NOT = SPACE
               AND OLD-POLICY-RENEWAL-FLAG NOT = 'R'
               AND OLD-POLICY-RENEWAL-FLAG NOT = 'N'
               MOVE 'Y' TO WS-BAD-INPUT
           END-IF.
           IF WS-BAD-INPUT = 'Y'
               DISPLAY "IMPLAUSIBLE INPUT RECORD AT SLOT "
                   WS-OLD-REL-KEY
           END-IF.

      *> Same key, same data, plus a clean returned-mail indicator.
       B000-CONVERT-RECORD.
           MOVE OLD-POLICY-NUMBER TO WS-NEW-REL-KEY.
           MOVE OLD-POLICY-NUMBER TO POLICY-NUMBER.
           MOVE OLD-POLICY-AGE TO POLICY-AGE.
           MOVE OLD-POLICY-TYPE TO POLICY-TYPE.
           MOVE OLD-POLICY-PREMIUM TO POLICY-PREMIUM.
           MOVE OLD-POLICY-ISSUE-DATE TO POLICY-ISSUE-DATE.
           MOVE OLD-POLICY-DECLARED TO POLICY-DECLARED-VALUE.
           MOVE OLD-POLICY-SMOKER TO POLICY-SMOKER.
           MOVE OLD-POLICY-COVERAGE TO POLICY-COVERAGE-AMOUNT.
           MOVE OLD-POLICY-STATUS TO POLICY-STATUS.
           MOVE OLD-POLICY-CANCEL-DATE TO POLICY-CANCEL-DATE.
           MOVE OLD-POLICY-CANCEL-RSN TO POLICY-CANCEL-REASON.
           MOVE OLD-POLICY-PAID TO POLICY-PAID-TO-DATE.
           MOVE OLD-POLICY-AGENT-CODE TO POLICY-AGENT-CODE.
           MOVE OLD-POLICY-HOLDER-NAME TO POLICY-HOLDER-NAME.
           MOVE OLD-POLICY-ADDR-STREET TO POLICY-ADDR-STREET.
           MOVE OLD-POLICY-ADDR-CITY TO POLICY-ADDR-CITY.
           MOVE OLD-POLICY-ADDR-STATE TO POLICY-ADDR-STATE.
           MOVE OLD-POLICY-ADDR-ZIP TO POLICY-ADDR-ZIP.
           MOVE OLD-POLICY-LAST-BILL TO POLICY-LAST-BILL-DATE.
           MOVE OLD-POLICY-PAY-PLAN TO POLICY-PAY-PLAN.
           MOVE OLD-POLICY-CUST-NUMBER TO POLICY-CUST-NUMBER.
           MOVE OLD-POLICY-DEDUCTIBLE TO POLICY-DEDUCTIBLE.
           MOVE OLD-POLICY-TERM-EXPIRY TO POLICY-TERM-EXPIRY.
           MOVE OLD-POLICY-RENEWAL-FLAG TO POLICY-RENEWAL-FLAG.
           MOVE SPACE TO POLICY-BAD-ADDR-FLAG.
           MOVE ZEROS TO POLICY-BAD-ADDR-DATE.

           WRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CONVERT POLICY: "
                       OLD-POLICY-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
