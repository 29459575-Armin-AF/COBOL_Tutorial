      *> number), reduces POLICY-PAID-TO-DATE by the refund as the
      *> money goes out, marks the pending row released, and appends
      *> the refund to data/REFHIST.DAT. Held ('N') decisions leave
      *> the row pending for next time. So is an approved refund on
      *> a policy flagged bad-address by ReturnedMail.cob: no check
      *> is cut, and a row goes to the returned-mail worklist
      *> (data/RETMAILWK.DAT) instead. A check that does go out is
      *> addressed from the policy as it stands today, so an address
      *> corrected since the refund was registered is the one used.
      *> Each check released also puts a refund letter for the
      *> policyholder on the day's print spool (shared PrintSpool
      *> module) to go out in the vendor stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-TRANS-FILE.
       FD  REFUND-HISTORY-FILE.
       COPY REFHIST.

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-PENDING-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01 WS-HISTORY-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-PENDING PIC X(1) VALUE 'N'.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RETMAIL-HELD PIC 9(5) VALUE ZEROS.
       01 WS-RELEASED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-LETTER-AMOUNT PIC Z(6)9.99.
      *> Print spool row - one letter per refund released, so the
      *> released count is the piece count on the mailing control
      *> log.
       COPY PRTSPOOL.

      *> The pending-refund file held in storage, approvals applied,
      *> file rewritten at end-of-job.
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Operator activity journal (shared OperJournal module) - the
      *> decision half of the segregation-of-duties check, stamped
      *> with whoever ran this job.
       01 WS-JRNL-PROGRAM PIC X(20) VALUE 'RefundRelease'.
       01 WS-JRNL-EVENT PIC X(8) VALUE 'DECISION'.
       01 WS-JRNL-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-JRNL-OBJ-TYPE PIC X(8) VALUE 'REFUND'.
       01 WS-JRNL-OBJ-KEY PIC X(10) VALUE SPACES.



       PROCEDURE DIVISION.
           CLOSE APPROVAL-TRANS-FILE.
           CLOSE POLICY-MASTER.
           CLOSE REFUND-EXTRACT-FILE.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'REFUND' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE WS-RELEASED-COUNT TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           PERFORM G000-REWRITE-PENDING.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "REFUNDS RELEASED:      " WS-RELEASED-COUNT.
           DISPLAY "REFUNDS HELD:          " WS-HELD-COUNT.
           DISPLAY "HELD, RETURNED MAIL:   " WS-RETMAIL-HELD.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "TOTAL REFUNDED:        " WS-RELEASED-TOTAL.
           STOP RUN.
                       REFAPP-POLICY-NUMBER
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN REFAPP-DECISION = 'Y'
                   PERFORM C100-JOURNAL-APPROVAL
                   PERFORM D000-RELEASE-REFUND
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE.

       C100-JOURNAL-APPROVAL.
           MOVE REFAPP-POLICY-NUMBER TO WS-JRNL-OBJ-KEY.
           CALL 'OperJournal' USING WS-JRNL-PROGRAM WS-JRNL-EVENT
               WS-JRNL-OPERATOR WS-JRNL-OBJ-TYPE WS-JRNL-OBJ-KEY.

       D000-RELEASE-REFUND.
           MOVE REFAPP-POLICY-NUMBER TO WS-POLICY-REL-KEY.
           READ POLICY-MASTER
                       REFAPP-POLICY-NUMBER
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF POLICY-BAD-ADDR-FLAG = 'Y'
                       PERFORM E100-HOLD-FOR-ADDRESS
                   ELSE
                       PERFORM E000-PAY-OUT
                   END-IF
           END-READ.

      *> The paid-to-date comes down as the check goes out, so the
      *> credit balance cannot be registered - and refunded - twice.
       E000-PAY-OUT.
           MOVE POLICY-ADDR-STREET TO WS-PD-STREET(WS-FOUND-IDX).
           MOVE POLICY-ADDR-CITY TO WS-PD-CITY(WS-FOUND-IDX).
           MOVE POLICY-ADDR-STATE TO WS-PD-STATE(WS-FOUND-IDX).
           MOVE POLICY-ADDR-ZIP TO WS-PD-ZIP(WS-FOUND-IDX).
           IF WS-PD-AMOUNT(WS-FOUND-IDX) > POLICY-PAID-TO-DATE
               MOVE POLICY-PAID-TO-DATE
                   TO WS-PD-AMOUNT(WS-FOUND-IDX)
                   END-CALL
                   PERFORM F000-WRITE-EXTRACT-ROW
                   PERFORM F100-WRITE-HISTORY-ROW
                   PERFORM F200-SPOOL-REFUND-LETTER
           END-REWRITE.

      *> Mail to this address has come back - the refund stays
      *> pending, approved again once a new address is keyed.
       E100-HOLD-FOR-ADDRESS.
           ADD 1 TO WS-RETMAIL-HELD.
           MOVE WS-TODAY TO RMWORK-RUN-DATE.
           MOVE 'REFUND' TO RMWORK-DOCUMENT.
           MOVE POLICY-NUMBER TO RMWORK-POLICY-NUMBER.
           MOVE POLICY-CUST-NUMBER TO RMWORK-CUST-NUMBER.
           MOVE POLICY-HOLDER-NAME TO RMWORK-HOLDER-NAME.
           MOVE POLICY-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE.
           MOVE WS-PD-AMOUNT(WS-FOUND-IDX) TO RMWORK-AMOUNT.

           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.
           WRITE RMWORK-RECORD.
           CLOSE RETMAIL-WORK-FILE.

       F000-WRITE-EXTRACT-ROW.
           MOVE SPACES TO REFUND-EXTRACT-LINE.
           STRING WS-PD-POLICY(WS-FOUND-IDX) ' '
           WRITE REFHIST-RECORD.
           CLOSE REFUND-HISTORY-FILE.

      *> The letter that goes in the envelope with the check.
       F200-SPOOL-REFUND-LETTER.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'REFUND' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE WS-PD-PAYEE(WS-FOUND-IDX) TO PSP-RECIPIENT.
           MOVE WS-PD-STREET(WS-FOUND-IDX) TO PSP-ADDR-STREET.
           MOVE WS-PD-CITY(WS-FOUND-IDX) TO PSP-ADDR-CITY.
           MOVE WS-PD-STATE(WS-FOUND-IDX) TO PSP-ADDR-STATE.
           MOVE WS-PD-ZIP(WS-FOUND-IDX) TO PSP-ADDR-ZIP.
           MOVE WS-PD-POLICY(WS-FOUND-IDX) TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           MOVE 'D' TO PSP-REC-TYPE.
           MOVE "==========================================="
               TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE "PREMIUM REFUND" TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE WS-PD-PAYEE(WS-FOUND-IDX) TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE WS-PD-STREET(WS-FOUND-IDX) TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE SPACES TO PSP-LINE.
           STRING WS-PD-CITY(WS-FOUND-IDX) ' '
               WS-PD-STATE(WS-FOUND-IDX) ' '
               WS-PD-ZIP(WS-FOUND-IDX)
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE SPACES TO PSP-LINE.
           STRING "POLICY NUMBER:    " WS-PD-POLICY(WS-FOUND-IDX)
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE WS-PD-AMOUNT(WS-FOUND-IDX) TO WS-LETTER-AMOUNT.
           MOVE SPACES TO PSP-LINE.
           STRING "REFUND AMOUNT:    " WS-LETTER-AMOUNT
               DELIMITED BY SIZE INTO PSP-LINE
           END-STRING.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE "YOUR POLICY HAS A CREDIT BALANCE. A CHECK FOR"
               TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           MOVE "THE AMOUNT ABOVE IS ENCLOSED." TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

       G000-REWRITE-PENDING.
           OPEN OUTPUT REFUND-PENDING-FILE.

