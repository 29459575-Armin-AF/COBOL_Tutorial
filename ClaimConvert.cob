       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimConvert.

      *> One-time claims master conversion - rebuilds data/CLAIMS.DAT
      *> from a line-sequential file into an indexed file keyed on
      *> CLAIM-NUMBER with CLAIM-POLICY-NUMBER as an alternate key
      *> (copybooks/CLAIMREC.cpy), so the claim programs read claims
      *> directly instead of loading the whole master into a table.
      *> The record layout itself does not change; a recovered
      *> amount left as spaces on rows written before recoveries were
      *> tracked comes across as zeros. Same write-prove-swap pattern
      *> as CustomerConvert: the converted file goes to
      *> data/CLAIMS.new and is read back end to end, and it replaces
      *> the master only when the record count and the total of
      *> CLAIM-PAID-AMOUNT agree before and after. The old master is
      *> kept as data/CLAIMS.OLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CLAIMS-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CLAIMS-FILE ASSIGN TO 'data/CLAIMS.new'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CLAIMS-FILE.
      *> The line-sequential claims row, frozen here so the converter
      *> can still read masters written under it.
       01  OLD-CLAIM-RECORD.
           05  OLD-CLAIM-NUMBER        PIC 9(7).
           05  OLD-CLAIM-POLICY-NUMBER PIC 9(7).
           05  OLD-CLAIM-DATE          PIC 9(8).
           05  OLD-CLAIM-AMOUNT        PIC 9(7)V99.
           05  OLD-CLAIM-STATUS        PIC X(1).
           05  OLD-CLAIM-RESERVE       PIC 9(7)V99.
           05  OLD-CLAIM-PAID-AMOUNT   PIC 9(7)V99.
           05  OLD-CLAIM-RECOVERED     PIC 9(7)V99.

       FD  NEW-CLAIMS-FILE.
       COPY CLAIMREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-OLD PIC X(1) VALUE 'N'.
       01 WS-END-OF-NEW PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-PROVED-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-READ-PAID PIC 9(11)V99 VALUE ZEROS.
       01 WS-PROVED-PAID PIC 9(11)V99 VALUE ZEROS.
      *> Set when an input row's numbers are not numeric - what a
      *> rerun against an already-converted master looks like
      *> through the line-sequential layout.
       01 WS-BAD-INPUT PIC X(1) VALUE 'N'.

      *> The indexed file handler may keep the index beside the data
      *> under the same name, so everything called CLAIMS.new* is
      *> renamed across.
       01 WS-SWAP-COMMAND PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           OPEN INPUT OLD-CLAIMS-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/CLAIMS.DAT, STATUS: "
                   WS-OLD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-CLAIMS-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/CLAIMS.new, STATUS: "
                   WS-NEW-STATUS
               CLOSE OLD-CLAIMS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ OLD-CLAIMS-FILE
               AT END MOVE 'Y' TO WS-END-OF-OLD
           END-READ.

           PERFORM UNTIL WS-END-OF-OLD = 'Y'
               ADD 1 TO WS-READ-COUNT
               IF OLD-CLAIM-NUMBER NOT NUMERIC
                   OR OLD-CLAIM-POLICY-NUMBER NOT NUMERIC
                   OR OLD-CLAIM-PAID-AMOUNT NOT NUMERIC
                   MOVE 'Y' TO WS-BAD-INPUT
                   DISPLAY "IMPLAUSIBLE INPUT RECORD NUMBER "
                       WS-READ-COUNT
               ELSE
                   ADD OLD-CLAIM-PAID-AMOUNT TO WS-READ-PAID
                   PERFORM B000-CONVERT-RECORD
               END-IF

               READ OLD-CLAIMS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-OLD
               END-READ
           END-PERFORM.

           CLOSE OLD-CLAIMS-FILE.
           CLOSE NEW-CLAIMS-FILE.

           PERFORM C000-PROVE-NEW-FILE.

           DISPLAY "RECORDS READ:      " WS-READ-COUNT.
           DISPLAY "RECORDS CONVERTED: " WS-WRITTEN-COUNT.
           DISPLAY "RECORDS READ BACK: " WS-PROVED-COUNT.
           DISPLAY "PAID TOTAL BEFORE: " WS-READ-PAID.
           DISPLAY "PAID TOTAL AFTER:  " WS-PROVED-PAID.

           IF WS-BAD-INPUT = 'Y'
               CALL "SYSTEM" USING "rm -f data/CLAIMS.new*"
               DISPLAY "INPUT DOES NOT LOOK LIKE THE OLD LAYOUT -"
                   " WAS THE MASTER ALREADY CONVERTED? NOTHING"
                   " TOUCHED"
               MOVE 1 TO RETURN-CODE
           ELSE
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
               AND WS-READ-COUNT = WS-PROVED-COUNT
               AND WS-READ-PAID = WS-PROVED-PAID
               CALL "SYSTEM" USING
                   "mv data/CLAIMS.DAT data/CLAIMS.OLD"
               STRING "for f in data/CLAIMS.new*; do "
                   "mv $f data/CLAIMS.DAT${f#data/CLAIMS.new}; done"
                   DELIMITED BY SIZE INTO WS-SWAP-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-SWAP-COMMAND
               DISPLAY "CONVERSION BALANCED, NEW MASTER IN PLACE,"
                   " OLD MASTER KEPT AS data/CLAIMS.OLD"
           ELSE
               DISPLAY "COUNTS OR PAID TOTALS DO NOT MATCH - OLD"
                   " MASTER LEFT UNTOUCHED, CONVERTED FILE IN"
                   " data/CLAIMS.new"
               MOVE 1 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.

       B000-CONVERT-RECORD.
           MOVE OLD-CLAIM-NUMBER TO CLAIM-NUMBER.
           MOVE OLD-CLAIM-POLICY-NUMBER TO CLAIM-POLICY-NUMBER.
           MOVE OLD-CLAIM-DATE TO CLAIM-DATE.
           MOVE OLD-CLAIM-AMOUNT TO CLAIM-AMOUNT.
           MOVE OLD-CLAIM-STATUS TO CLAIM-STATUS.
           MOVE OLD-CLAIM-RESERVE TO CLAIM-RESERVE.
           MOVE OLD-CLAIM-PAID-AMOUNT TO CLAIM-PAID-AMOUNT.
           IF OLD-CLAIM-RECOVERED NOT NUMERIC
               MOVE ZEROS TO CLAIM-RECOVERED-AMOUNT
           ELSE
               MOVE OLD-CLAIM-RECOVERED TO CLAIM-RECOVERED-AMOUNT
           END-IF.

           WRITE CLAIM-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CONVERT CLAIM, NUMBER ALREADY"
                       " WRITTEN: " OLD-CLAIM-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      *> The converted file read back end to end - its own count and
      *> paid total, not the ones taken while writing it.
       C000-PROVE-NEW-FILE.
           OPEN INPUT NEW-CLAIMS-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "UNABLE TO REOPEN data/CLAIMS.new, STATUS: "
                   WS-NEW-STATUS
           ELSE
               READ NEW-CLAIMS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-NEW
               END-READ

               PERFORM UNTIL WS-END-OF-NEW = 'Y'
                   ADD 1 TO WS-PROVED-COUNT
                   ADD CLAIM-PAID-AMOUNT TO WS-PROVED-PAID

                   READ NEW-CLAIMS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-NEW
                   END-READ
               END-PERFORM

               CLOSE NEW-CLAIMS-FILE
           END-IF.
