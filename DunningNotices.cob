      *> collections worklist of the 90+ accounts so someone owns
      *> each one. The letters stop by themselves once
      *> PaymentPosting brings the balance current, because the run
      *> is driven by the balance, not a mailing list. A policy
      *> flagged bad-address by ReturnedMail.cob gets no letter - the
      *> notice goes to the returned-mail worklist
      *> (data/RETMAILWK.DAT) instead, though a 90+ account still
      *> lands on the collections worklist. A policy whose dunning
      *> notice is already waiting on the worklist is not held a
      *> second time - one row per policy until it is re-addressed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COLLWORK-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       FD  COLLECTIONS-WORK-FILE.
       COPY COLLWORK.

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-NOTICE-STATUS PIC X(2) VALUE '00'.
       01 WS-COLLWORK-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-RETMAIL PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROS.
       01 WS-ISSUE-INT PIC 9(8) VALUE ZEROS.
       01 WS-BALANCE-DISPLAY PIC -(6)9.99 VALUE ZEROS.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-WORKLIST-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-NOTICE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-NOTICE-STABLE PIC X(40) VALUE 'data/DUNNING.TXT'.

      *> Policies with a dunning notice already held on the
      *> returned-mail worklist, loaded before the run appends.
       01 WS-ALREADY-HELD-TABLE.
           05 WS-AH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AH-IDX.
               10 WS-AH-POLICY          PIC 9(7).
       01 WS-ALREADY-HELD-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-ALREADY-HELD PIC X(1) VALUE 'N'.
       01 WS-RETMAIL-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-ALREADY-HELD-SKIPS PIC 9(5) VALUE ZEROS.
      *> Print spool row (shared PrintSpool module) - the notice
      *> count is the piece count on the mailing control log.
       COPY PRTSPOOL.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM A100-LOAD-ALREADY-HELD.
           IF WS-RETMAIL-OVERFLOW = 'Y'
               DISPLAY "RETURNED-MAIL WORKLIST OVER 2000 DUNNING "
                   "ROWS - NO NOTICES RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
           END-STRING.
           OPEN OUTPUT DUNNING-NOTICE-FILE.
           OPEN OUTPUT COLLECTIONS-WORK-FILE.
           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.

           READ POLICY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-POLICIES
           CLOSE POLICY-MASTER.
           CLOSE DUNNING-NOTICE-FILE.
           CLOSE COLLECTIONS-WORK-FILE.
           CLOSE RETMAIL-WORK-FILE.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'DUNNING' TO PSP-DOC-TYPE.
           MOVE 'DunningNotices' TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE WS-NOTICE-COUNT TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           CALL 'ReportGen' USING WS-TODAY WS-NOTICE-FILENAME
               WS-NOTICE-STABLE.

           DISPLAY "DUNNING NOTICES WRITTEN:  " WS-NOTICE-COUNT.
           DISPLAY "COLLECTIONS WORKLIST:     " WS-WORKLIST-COUNT.
           DISPLAY "HELD FOR RETURNED MAIL:   " WS-HELD-COUNT.
           DISPLAY "ALREADY HELD, NOT ADDED:  " WS-ALREADY-HELD-SKIPS.
           STOP RUN.

      *> No worklist yet simply means nothing has been held back.
       A100-LOAD-ALREADY-HELD.
           MOVE ZEROS TO WS-ALREADY-HELD-COUNT.
           OPEN INPUT RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '00'
               READ RETMAIL-WORK-FILE
                   AT END MOVE 'Y' TO WS-END-OF-RETMAIL
               END-READ

               PERFORM UNTIL WS-END-OF-RETMAIL = 'Y'
                   IF RMWORK-DOCUMENT = 'DUNNING'
                       IF WS-ALREADY-HELD-COUNT < 2000
                           ADD 1 TO WS-ALREADY-HELD-COUNT
                           MOVE RMWORK-POLICY-NUMBER TO
                               WS-AH-POLICY(WS-ALREADY-HELD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RETMAIL-OVERFLOW
                       END-IF
                   END-IF

                   READ RETMAIL-WORK-FILE
                       AT END MOVE 'Y' TO WS-END-OF-RETMAIL
                   END-READ
               END-PERFORM

               CLOSE RETMAIL-WORK-FILE
           END-IF.

      *> Under 30 days is merely current business - no letter yet.
       B000-CHECK-POLICY.
           COMPUTE WS-BALANCE =
               COMPUTE WS-DAYS-OUTSTANDING =
                   WS-TODAY-INT - WS-ISSUE-INT
               IF WS-DAYS-OUTSTANDING >= 30
                   IF POLICY-BAD-ADDR-FLAG = 'Y'
                       PERFORM C100-HOLD-NOTICE
                   ELSE
                       PERFORM C000-WRITE-NOTICE
                   END-IF
                   IF WS-DAYS-OUTSTANDING >= 90
                       PERFORM D000-WRITE-WORKLIST-ROW
                   END-IF
       C000-WRITE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE WS-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'DUNNING' TO PSP-DOC-TYPE.
           MOVE 'DunningNotices' TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE POLICY-HOLDER-NAME TO PSP-RECIPIENT.
           MOVE POLICY-ADDR-STREET TO PSP-ADDR-STREET.
           MOVE POLICY-ADDR-CITY TO PSP-ADDR-CITY.
           MOVE POLICY-ADDR-STATE TO PSP-ADDR-STATE.
           MOVE POLICY-ADDR-ZIP TO PSP-ADDR-ZIP.
           MOVE POLICY-NUMBER TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           MOVE "==========================================="
               TO DUNNING-NOTICE-LINE.
           PERFORM C200-WRITE-NOTICE-LINE.
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING < 60
                   MOVE "PAYMENT REMINDER" TO DUNNING-NOTICE-LINE
                   MOVE "FINAL NOTICE - ACCOUNT IN COLLECTIONS"
                       TO DUNNING-NOTICE-LINE
           END-EVALUATE.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE POLICY-HOLDER-NAME TO DUNNING-NOTICE-LINE.
           PERFORM C200-WRITE-NOTICE-LINE.
           MOVE POLICY-ADDR-STREET TO DUNNING-NOTICE-LINE.
           PERFORM C200-WRITE-NOTICE-LINE.
           MOVE SPACES TO DUNNING-NOTICE-LINE.
           STRING POLICY-ADDR-CITY ' ' POLICY-ADDR-STATE ' '
               POLICY-ADDR-ZIP
               DELIMITED BY SIZE INTO DUNNING-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE SPACES TO DUNNING-NOTICE-LINE.
           STRING "POLICY NUMBER:    " POLICY-NUMBER
               DELIMITED BY SIZE INTO DUNNING-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE SPACES TO DUNNING-NOTICE-LINE.
           STRING "AMOUNT PAST DUE:  " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO DUNNING-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           MOVE SPACES TO DUNNING-NOTICE-LINE.
           STRING "DAYS OUTSTANDING: " WS-DAYS-OUTSTANDING
               DELIMITED BY SIZE INTO DUNNING-NOTICE-LINE
           END-STRING.
           PERFORM C200-WRITE-NOTICE-LINE.

           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING < 60
                   MOVE "PLEASE SEND YOUR PAYMENT AT YOUR EARLIEST"
                       TO DUNNING-NOTICE-LINE
                   PERFORM C200-WRITE-NOTICE-LINE
                   MOVE "CONVENIENCE. IF ALREADY SENT, THANK YOU."
                       TO DUNNING-NOTICE-LINE
               WHEN WS-DAYS-OUTSTANDING < 90
                   MOVE "YOUR ACCOUNT IS SERIOUSLY PAST DUE. PLEASE"
                       TO DUNNING-NOTICE-LINE
                   PERFORM C200-WRITE-NOTICE-LINE
                   MOVE "REMIT THE BALANCE WITHIN 15 DAYS."
                       TO DUNNING-NOTICE-LINE
               WHEN OTHER
                   MOVE "UNLESS PAID IMMEDIATELY, YOUR POLICY WILL"
                       TO DUNNING-NOTICE-LINE
                   PERFORM C200-WRITE-NOTICE-LINE
                   MOVE "LAPSE FOR NON-PAYMENT AND COVERAGE WILL END."
                       TO DUNNING-NOTICE-LINE
           END-EVALUATE.
           PERFORM C200-WRITE-NOTICE-LINE.

      *> Mail to this address has come back - the notice waits on
      *> the returned-mail worklist for a corrected address.
      *> The worklist keeps a row until ReturnedMail re-addresses
      *> the policy, so a notice already held is not held again.
       C100-HOLD-NOTICE.
           MOVE 'N' TO WS-ALREADY-HELD.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
               UNTIL WS-AH-IDX > WS-ALREADY-HELD-COUNT
               IF WS-AH-POLICY(WS-AH-IDX) = POLICY-NUMBER
                   MOVE 'Y' TO WS-ALREADY-HELD
               END-IF
           END-PERFORM.

           IF WS-ALREADY-HELD = 'Y'
               ADD 1 TO WS-ALREADY-HELD-SKIPS
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-TODAY TO RMWORK-RUN-DATE
               MOVE 'DUNNING' TO RMWORK-DOCUMENT
               MOVE POLICY-NUMBER TO RMWORK-POLICY-NUMBER
               MOVE POLICY-CUST-NUMBER TO RMWORK-CUST-NUMBER
               MOVE POLICY-HOLDER-NAME TO RMWORK-HOLDER-NAME
               MOVE POLICY-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE
               MOVE WS-BALANCE TO RMWORK-AMOUNT
               WRITE RMWORK-RECORD
           END-IF.

       D000-WRITE-WORKLIST-ROW.
           ADD 1 TO WS-WORKLIST-COUNT.
           MOVE WS-DAYS-OUTSTANDING TO COLLWORK-DAYS.
           MOVE WS-TODAY TO COLLWORK-RUN-DATE.
           WRITE COLLWORK-RECORD.

      *> Each notice line goes to the mailing file and to the day's
      *> print spool for the vendor stream.
       C200-WRITE-NOTICE-LINE.
           WRITE DUNNING-NOTICE-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE DUNNING-NOTICE-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
