      *> (POLICY-PREMIUM less POLICY-PAID-TO-DATE) has aged past the
      *> grace period from the issue date, writing a mailable lapse
      *> notice per policy the way PolicyBilling writes renewal
      *> notices - or, where the address is flagged bad, a row on
      *> the returned-mail worklist (data/RETMAILWK.DAT) instead.
      *> Until now POLICY-STATUS 'L' was defined but nothing
      *> ever set it - delinquent policies were cancelled by hand.
      *> The companion PolicyReinstate.cob run is the road back.
      *> A checkpoint (data/LAPSECKPT.DAT) is taken every
      *> WS-CHECKPOINT-INTERVAL policies - the last policy processed
      *> and the lapse count and amounts so far. A rerun the same
      *> business date resumes after that policy with those restored
      *> and a restart marker in the notice file, unless it is
      *> started with FRESH on the command line. The interrupted
      *> run's lapses are already on the master, so a resumed run
      *> proves it at the end (PolicyBalLapsed) - the control record
      *> with this run's lapses moved from active to lapsed - before
      *> stamping a fresh one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

           SELECT LAPSE-CHECKPOINT-FILE ASSIGN TO 'data/LAPSECKPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       FD  LAPSE-NOTICE-FILE.
       01  LAPSE-NOTICE-LINE           PIC X(60).

       FD  LAPSE-CHECKPOINT-FILE.
       COPY POLCKPT.

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-NOTICE-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROS.
       01 WS-BALANCE PIC S9(7)V99 VALUE ZEROS.
       01 WS-BALANCE-DISPLAY PIC -(6)9.99 VALUE ZEROS.
       01 WS-LAPSED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-LAPSED-PREMIUM PIC 9(11)V99 VALUE ZEROS.
       01 WS-LAPSED-PAID PIC 9(11)V99 VALUE ZEROS.
       01 WS-NOTICE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-NOTICE-STABLE PIC X(40) VALUE 'data/LAPSENOT.TXT'.
      *> Print spool row (shared PrintSpool module) - every lapse
      *> gets a notice, so the lapse count less those held for a bad
      *> address is the piece count on the mailing control log.
       COPY PRTSPOOL.
       01 WS-RETMAIL-HELD PIC 9(5) VALUE ZEROS.
       01 WS-NOTICES-MAILED PIC 9(5) VALUE ZEROS.

      *> A balance older than this many days from issue lapses - the
      *> 90+ bucket ARAging reports, plus nothing.
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Checkpoint/restart - FRESH on the command line sets a
      *> current checkpoint aside and runs from the top.
       01 WS-CKPT-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-RESUMING PIC X(1) VALUE 'N'.
       01 WS-RESTART-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 50.
       01 WS-POLICIES-SINCE-CKPT PIC 9(5) VALUE ZEROS.
       01 WS-POLICIES-DONE PIC 9(7) VALUE ZEROS.
       01 WS-CKPT-TOTALS.
           05 WS-CK-LAPSED-COUNT        PIC 9(5).
           05 WS-CK-LAPSED-PREMIUM      PIC 9(11)V99.
           05 WS-CK-LAPSED-PAID         PIC 9(11)V99.
           05 WS-CK-RETMAIL-HELD        PIC 9(5).



       PROCEDURE DIVISION.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM E000-CHECK-RESTART.
           IF WS-RESUMING = 'N'
               CALL 'PolicyBalCheck' USING WS-BALANCED
               IF WS-BALANCED = 'N'
                   DISPLAY "POLICY MASTER FAILED BALANCE CONTROL, "
                       "REFUSING TO RUN"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
           STRING "data/LAPSENOT-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-NOTICE-FILENAME
           END-STRING.
           IF WS-RESUMING = 'Y'
               OPEN EXTEND LAPSE-NOTICE-FILE
           END-IF.
           IF WS-RESUMING = 'N' OR WS-NOTICE-STATUS = '35'
               OPEN OUTPUT LAPSE-NOTICE-FILE
           END-IF.
           IF WS-RESUMING = 'Y'
               MOVE SPACES TO LAPSE-NOTICE-LINE
               STRING "*** RESTARTED AFTER POLICY " WS-RESTART-POLICY
                   " ***"
                   DELIMITED BY SIZE INTO LAPSE-NOTICE-LINE
               END-STRING
               WRITE LAPSE-NOTICE-LINE
               MOVE WS-RESTART-POLICY TO WS-POLICY-REL-KEY
               START POLICY-MASTER
                   KEY IS GREATER THAN WS-POLICY-REL-KEY
                   INVALID KEY MOVE 'Y' TO WS-END-OF-POLICIES
               END-START
           END-IF.

           IF WS-END-OF-POLICIES = 'N'
               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               IF POLICY-STATUS = 'A'
                   PERFORM B000-CHECK-POLICY
               ELSE
               IF WS-RESUMING = 'Y' AND POLICY-STATUS = 'L'
                   AND POLICY-CANCEL-DATE = WS-TODAY
                   AND POLICY-CANCEL-REASON = "LAPSED NON-PAYMENT"
                   PERFORM C100-COUNT-EARLIER-LAPSE
               END-IF
               END-IF

               ADD 1 TO WS-POLICIES-DONE
               ADD 1 TO WS-POLICIES-SINCE-CKPT
               IF WS-POLICIES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
                   PERFORM G000-WRITE-CHECKPOINT
               END-IF

               READ POLICY-MASTER NEXT RECORD

           CLOSE POLICY-MASTER.
           CLOSE LAPSE-NOTICE-FILE.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'LAPSENOT' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           COMPUTE WS-NOTICES-MAILED =
               WS-LAPSED-COUNT - WS-RETMAIL-HELD.
           MOVE WS-NOTICES-MAILED TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           CALL 'ReportGen' USING WS-TODAY WS-NOTICE-FILENAME
               WS-NOTICE-STABLE.

           IF WS-RESUMING = 'Y'
               CALL 'PolicyBalLapsed' USING WS-BALANCED
                   WS-LAPSED-COUNT WS-LAPSED-PREMIUM WS-LAPSED-PAID
           END-IF.
           IF WS-BALANCED = 'Y'
               CALL 'PolicyBalStamp' USING WS-BALANCED
           ELSE
               DISPLAY "POLICY MASTER FAILED BALANCE CONTROL AFTER "
                   "RESTART, CONTROL RECORD NOT RESTAMPED"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM F000-CLEAR-CHECKPOINT.
           DISPLAY "POLICIES LAPSED: " WS-LAPSED-COUNT.
           DISPLAY "HELD, RETURNED MAIL: " WS-RETMAIL-HELD.
           STOP RUN.

       B000-CHECK-POLICY.
                       WS-POLICY-STATUS " POLICY " POLICY-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-LAPSED-COUNT
                   ADD POLICY-PREMIUM TO WS-LAPSED-PREMIUM
                   ADD POLICY-PAID-TO-DATE TO WS-LAPSED-PAID
                   CALL 'PolicyAudit' USING WS-AUDIT-PROGRAM
                       POLICY-NUMBER WS-AUDIT-FIELD
                       WS-AUDIT-OLD WS-AUDIT-NEW
                   END-CALL
                   IF POLICY-BAD-ADDR-FLAG = 'Y'
                       PERFORM D200-HOLD-NOTICE
                   ELSE
                       PERFORM D000-WRITE-LAPSE-NOTICE
                   END-IF
           END-REWRITE.

      *> Lapsed today past the checkpoint - the interrupted run got
      *> this far before it stopped, and its notice is already in
      *> the file ahead of the restart marker (or on the returned-
      *> mail worklist).
       C100-COUNT-EARLIER-LAPSE.
           ADD 1 TO WS-LAPSED-COUNT.
           IF POLICY-BAD-ADDR-FLAG = 'Y'
               ADD 1 TO WS-RETMAIL-HELD
           END-IF.
           ADD POLICY-PREMIUM TO WS-LAPSED-PREMIUM.
           ADD POLICY-PAID-TO-DATE TO WS-LAPSED-PAID.

       D000-WRITE-LAPSE-NOTICE.
           MOVE WS-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'LAPSENOT' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE POLICY-HOLDER-NAME TO PSP-RECIPIENT.
           MOVE POLICY-ADDR-STREET TO PSP-ADDR-STREET.
           MOVE POLICY-ADDR-CITY TO PSP-ADDR-CITY.
           MOVE POLICY-ADDR-STATE TO PSP-ADDR-STATE.
           MOVE POLICY-ADDR-ZIP TO PSP-ADDR-ZIP.
           MOVE POLICY-NUMBER TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           MOVE "==========================================="
               TO LAPSE-NOTICE-LINE.
           PERFORM D100-WRITE-NOTICE-LINE.
           MOVE "NOTICE OF LAPSE FOR NON-PAYMENT"
               TO LAPSE-NOTICE-LINE.
           PERFORM D100-WRITE-NOTICE-LINE.

           MOVE POLICY-HOLDER-NAME TO LAPSE-NOTICE-LINE.
           PERFORM D100-WRITE-NOTICE-LINE.
           MOVE POLICY-ADDR-STREET TO LAPSE-NOTICE-LINE.
           PERFORM D100-WRITE-NOTICE-LINE.
           MOVE SPACES TO LAPSE-NOTICE-LINE.
           STRING POLICY-ADDR-CITY ' ' POLICY-ADDR-STATE ' '
               POLICY-ADDR-ZIP
               DELIMITED BY SIZE INTO LAPSE-NOTICE-LINE
           END-STRING.
           PERFORM D100-WRITE-NOTICE-LINE.

           MOVE SPACES TO LAPSE-NOTICE-LINE.
           STRING "POLICY NUMBER:    " POLICY-NUMBER
               DELIMITED BY SIZE INTO LAPSE-NOTICE-LINE
           END-STRING.
           PERFORM D100-WRITE-NOTICE-LINE.

           MOVE SPACES TO LAPSE-NOTICE-LINE.
           STRING "LAPSED AS OF:     " WS-TODAY
               DELIMITED BY SIZE INTO LAPSE-NOTICE-LINE
           END-STRING.
           PERFORM D100-WRITE-NOTICE-LINE.

           MOVE SPACES TO LAPSE-NOTICE-LINE.
           STRING "BALANCE DUE:      " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO LAPSE-NOTICE-LINE
           END-STRING.
           PERFORM D100-WRITE-NOTICE-LINE.

           MOVE "YOUR COVERAGE HAS ENDED FOR NON-PAYMENT."
               TO LAPSE-NOTICE-LINE.
           PERFORM D100-WRITE-NOTICE-LINE.
           MOVE "PAY THE BALANCE DUE TO REINSTATE THIS POLICY."
               TO LAPSE-NOTICE-LINE.
           PERFORM D100-WRITE-NOTICE-LINE.

      *> Each notice line goes to the mailing file and to the day's
      *> print spool for the vendor stream.
       D100-WRITE-NOTICE-LINE.
           WRITE LAPSE-NOTICE-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE LAPSE-NOTICE-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

      *> Mail to this address has come back - the notice waits on
      *> the returned-mail worklist for a corrected address. The
      *> lapse itself stands either way.
       D200-HOLD-NOTICE.
           ADD 1 TO WS-RETMAIL-HELD.
           MOVE WS-TODAY TO RMWORK-RUN-DATE.
           MOVE 'LAPSENOT' TO RMWORK-DOCUMENT.
           MOVE POLICY-NUMBER TO RMWORK-POLICY-NUMBER.
           MOVE POLICY-CUST-NUMBER TO RMWORK-CUST-NUMBER.
           MOVE POLICY-HOLDER-NAME TO RMWORK-HOLDER-NAME.
           MOVE POLICY-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE.
           MOVE WS-BALANCE TO RMWORK-AMOUNT.

           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.
           WRITE RMWORK-RECORD.
           CLOSE RETMAIL-WORK-FILE.

      *> A checkpoint taken for today's business date is offered
      *> for resumption; one left from an earlier date is stale.
       E000-CHECK-RESTART.
           MOVE 'N' TO WS-RESUMING.
           MOVE SPACES TO POLCKPT-RECORD.
           OPEN INPUT LAPSE-CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
               READ LAPSE-CHECKPOINT-FILE
                   AT END MOVE SPACES TO POLCKPT-RECORD
               END-READ
               CLOSE LAPSE-CHECKPOINT-FILE
           END-IF.

           IF POLCKPT-REC-TYPE = 'H'
               AND POLCKPT-LAST-POLICY NOT = ZEROS
               IF POLCKPT-RUN-DATE NOT = WS-TODAY
                   DISPLAY "CHECKPOINT FROM " POLCKPT-RUN-DATE
                       " IS STALE, LAPSE RUN STARTS FROM THE TOP"
               ELSE
               IF WS-RUN-MODE = 'FRESH'
                   DISPLAY "CHECKPOINT AFTER POLICY "
                       POLCKPT-LAST-POLICY
                       " SET ASIDE, LAPSE RUN STARTS FROM THE TOP"
               ELSE
                   MOVE 'Y' TO WS-RESUMING
                   MOVE POLCKPT-LAST-POLICY TO WS-RESTART-POLICY
                   MOVE POLCKPT-POLICIES-DONE TO WS-POLICIES-DONE
                   MOVE POLCKPT-TOTALS TO WS-CKPT-TOTALS
                   MOVE WS-CK-LAPSED-COUNT TO WS-LAPSED-COUNT
                   MOVE WS-CK-LAPSED-PREMIUM TO WS-LAPSED-PREMIUM
                   MOVE WS-CK-LAPSED-PAID TO WS-LAPSED-PAID
                   MOVE WS-CK-RETMAIL-HELD TO WS-RETMAIL-HELD
                   DISPLAY "RESUMING FROM CHECKPOINT AFTER POLICY: "
                       WS-RESTART-POLICY
                   DISPLAY "CHECKPOINT TAKEN " POLCKPT-TAKEN-AT ", "
                       WS-POLICIES-DONE " POLICIES ALREADY DONE - "
                       "RUN WITH FRESH TO START OVER"
               END-IF
               END-IF
           END-IF.

       F000-CLEAR-CHECKPOINT.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE ZEROS TO POLCKPT-RUN-DATE.
           MOVE ZEROS TO POLCKPT-PASS.
           MOVE ZEROS TO POLCKPT-LAST-POLICY.
           MOVE ZEROS TO POLCKPT-POLICIES-DONE.
           MOVE ZEROS TO POLCKPT-TAKEN-AT.
           OPEN OUTPUT LAPSE-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE LAPSE-CHECKPOINT-FILE.

       G000-WRITE-CHECKPOINT.
           MOVE WS-LAPSED-COUNT TO WS-CK-LAPSED-COUNT.
           MOVE WS-LAPSED-PREMIUM TO WS-CK-LAPSED-PREMIUM.
           MOVE WS-LAPSED-PAID TO WS-CK-LAPSED-PAID.
           MOVE WS-RETMAIL-HELD TO WS-CK-RETMAIL-HELD.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE WS-TODAY TO POLCKPT-RUN-DATE.
           MOVE 1 TO POLCKPT-PASS.
           MOVE POLICY-NUMBER TO POLCKPT-LAST-POLICY.
           MOVE WS-POLICIES-DONE TO POLCKPT-POLICIES-DONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO POLCKPT-TAKEN-AT.
           MOVE WS-CKPT-TOTALS TO POLCKPT-TOTALS.
           OPEN OUTPUT LAPSE-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE LAPSE-CHECKPOINT-FILE.
           MOVE ZEROS TO WS-POLICIES-SINCE-CKPT.
