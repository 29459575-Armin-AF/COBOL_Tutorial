       IDENTIFICATION DIVISION.
       PROGRAM-ID. PolicyRenewal.

      *> Pre-renewal underwriting and term expiry run - walks the
      *> policy master and, for each active policy:
      *>   - about 60 days before POLICY-TERM-EXPIRY, reviews the
      *>     expiring term against the limits on RENEWLIM.DAT: claims
      *>     filed in the term and their net paid losses (from
      *>     data/CLAIMS.DAT), and reinstatements and whether any
      *>     payment came in at all (from data/PAYHIST.DAT). A breach
      *>     sets POLICY-RENEWAL-FLAG 'N' and writes a mailable
      *>     non-renewal notice - or, where the address is flagged
      *>     bad, a row on the returned-mail worklist
      *>     (data/RETMAILWK.DAT) instead; a clean term sets 'R'.
      *>   - at expiry, moves an 'R' policy into its next 365-day
      *>     term (monthly plans get their old schedule cleared so
      *>     InstallmentSchedule writes the new year's), and expires
      *>     an 'N' policy to status 'E' dated the term end.
      *> Before this PolicyBilling billed every anniversary forever,
      *> whatever the policy's record. PolicyBilling now leaves 'N'
      *> policies alone. A policy with no expiry on file (written
      *> before terms existed) is stamped one from its issue date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> I-O so each reviewed, renewed or expired policy can be
      *> rewritten in place.
           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

      *> Each policy's claims are read off the CLAIM-POLICY-NUMBER
      *> alternate key as its term comes up for review.
           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT INSTALLMENT-FILE ASSIGN TO 'data/INSTSCHED.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-INST-REL-KEY
           FILE STATUS IS WS-INST-STATUS.

           SELECT RENEWAL-LIMITS-FILE ASSIGN TO 'RENEWLIM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.

      *> Dated generations per run (stable data/RENEWRVW.TXT and
      *> data/NONRENEW.TXT copies kept by the shared ReportGen
      *> module).
           SELECT REVIEW-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REVIEW-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT NONRENEW-NOTICE-FILE ASSIGN TO DYNAMIC
               WS-NOTICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       COPY POLICYREC.

       FD  CLAIMS-MASTER-FILE.
       COPY CLAIMREC.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  INSTALLMENT-FILE.
       COPY INSTSCHD.

       FD  RENEWAL-LIMITS-FILE.
       COPY RENEWLIM.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE          PIC X(80).

       FD  NONRENEW-NOTICE-FILE.
       01  NONRENEW-NOTICE-LINE        PIC X(60).

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-CLAIMS-STATUS PIC X(2) VALUE '00'.
       01 WS-PAYHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-INST-STATUS PIC X(2) VALUE '00'.
       01 WS-INST-REL-KEY PIC 9(9).
       01 WS-INST-FILE-OPEN PIC X(1) VALUE 'N'.
       01 WS-CLAIMS-FILE-OPEN PIC X(1) VALUE 'N'.
       01 WS-INST-SUB PIC 9(2) VALUE ZEROS.
       01 WS-UNBILLED-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-LIMITS-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-NOTICE-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-CLAIMS PIC X(1) VALUE 'N'.
       01 WS-END-OF-PAYHIST PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRY-INT PIC 9(8) VALUE ZEROS.
       01 WS-TERM-START PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-TO-EXPIRY PIC S9(5) VALUE ZEROS.
       01 WS-REVIEW-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REVIEW-STABLE PIC X(40) VALUE 'data/RENEWRVW.TXT'.
       01 WS-NOTICE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-NOTICE-STABLE PIC X(40) VALUE 'data/NONRENEW.TXT'.
      *> Print spool row (shared PrintSpool module) - one notice per
      *> non-renewal, so that count is the piece count on the
      *> mailing control log.
       COPY PRTSPOOL.
       01 WS-STAMPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RENEW-OK-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-NONRENEW-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RETMAIL-HELD PIC 9(5) VALUE ZEROS.
       01 WS-NOTICES-MAILED PIC 9(5) VALUE ZEROS.
       01 WS-RENEWED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZEROS.

      *> Policy term in days, and how far ahead of expiry the term is
      *> reviewed - far enough out that a non-renewal notice reaches
      *> the policyholder in time to place the risk elsewhere.
       01 WS-TERM-DAYS PIC 9(3) VALUE 365.
       01 WS-REVIEW-DAYS PIC 9(3) VALUE 60.

      *> Working renewal limits - defaults used when RENEWLIM.DAT is
      *> absent, overridden from it when present.
       01 WS-MAX-CLAIMS PIC 9(2) VALUE 03.
       01 WS-MAX-LOSS-PCT PIC 9(3) VALUE 150.
       01 WS-MAX-REINSTATE PIC 9(2) VALUE 01.

       01 WS-CLAIM-RECOVERED PIC 9(7)V99 VALUE ZEROS.

      *> Review results for the policy in hand.
       01 WS-TERM-CLAIMS PIC 9(3) VALUE ZEROS.
       01 WS-TERM-LOSSES PIC S9(9)V99 VALUE ZEROS.
       01 WS-TERM-PAYMENTS PIC 9(3) VALUE ZEROS.
       01 WS-TERM-REINSTATES PIC 9(3) VALUE ZEROS.
       01 WS-LOSS-LIMIT PIC 9(9)V99 VALUE ZEROS.
       01 WS-LOSSES-DISPLAY PIC -(8)9.99 VALUE ZEROS.
       01 WS-NONRENEW-REASON PIC X(20) VALUE SPACES.

      *> Audit-trail fields for the shared PolicyAudit module.
       01 WS-AUDIT-PROGRAM PIC X(20) VALUE 'PolicyRenewal'.
       01 WS-AUDIT-FIELD PIC X(15) VALUE SPACES.
       01 WS-AUDIT-OLD PIC X(20) VALUE SPACES.
       01 WS-AUDIT-NEW PIC X(20) VALUE SPACES.
      *> One policy can be stamped, reviewed and renewed in the same
      *> night, but a sequential REWRITE needs a READ before it - so
      *> each change queues its audit row here, the record is
      *> rewritten once, and the queue is written only if that
      *> rewrite took.
       01 WS-AUDIT-QUEUE.
           05 WS-AQ-ENTRY OCCURS 3 TIMES INDEXED BY WS-AQ-IDX.
               10 WS-AQ-FIELD           PIC X(15).
               10 WS-AQ-OLD             PIC X(20).
               10 WS-AQ-NEW             PIC X(20).
       01 WS-AUDIT-COUNT PIC 9(1) VALUE ZEROS.
       01 WS-REVIEW-ACTION PIC X(10) VALUE SPACES.
      *> Policy-master balance control (shared PolicyBalCheck
      *> module) - refuse to run against a file that no longer adds
      *> up to the last control record, and stamp a fresh one after
      *> our own rewrites.
       01 WS-BALANCED PIC X(1) VALUE 'Y'.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - TRY AGAIN "
                   "AFTER IT COMPLETES"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           CALL 'PolicyBalCheck' USING WS-BALANCED.
           IF WS-BALANCED = 'N'
               DISPLAY "POLICY MASTER FAILED BALANCE CONTROL, "
                   "REFUSING TO RUN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM S000-LOAD-RENEWAL-LIMITS.
           PERFORM B000-OPEN-CLAIMS.

           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN POLICY MASTER, STATUS: "
                   WS-POLICY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No installment file just means nobody is on a monthly plan.
           OPEN I-O INSTALLMENT-FILE.
           IF WS-INST-STATUS = '00'
               MOVE 'Y' TO WS-INST-FILE-OPEN
           END-IF.

           STRING "data/RENEWRVW-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REVIEW-FILENAME
           END-STRING.
           STRING "data/NONRENEW-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-NOTICE-FILENAME
           END-STRING.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           OPEN OUTPUT NONRENEW-NOTICE-FILE.
           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.

           MOVE "RENEWAL UNDERWRITING REVIEW"
               TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE
           "POLICY# EXPIRES  ACTION     CLMS NET-LOSSES   REIN REASON"
               TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

           READ POLICY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-POLICIES
           END-READ.

           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               IF POLICY-STATUS = 'A'
                   PERFORM C000-PROCESS-POLICY
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ
           END-PERFORM.

           CLOSE POLICY-MASTER.
           IF WS-INST-FILE-OPEN = 'Y'
               CLOSE INSTALLMENT-FILE
           END-IF.
           IF WS-CLAIMS-FILE-OPEN = 'Y'
               CLOSE CLAIMS-MASTER-FILE
           END-IF.

           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "REVIEWED OK: " WS-RENEW-OK-COUNT
               "  NON-RENEWED: " WS-NONRENEW-COUNT
               "  RENEWED: " WS-RENEWED-COUNT
               "  EXPIRED: " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING.
           WRITE REVIEW-REPORT-LINE.

           CLOSE REVIEW-REPORT-FILE.
           CLOSE NONRENEW-NOTICE-FILE.
           CLOSE RETMAIL-WORK-FILE.
           COMPUTE WS-NOTICES-MAILED =
               WS-NONRENEW-COUNT - WS-RETMAIL-HELD.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'NONRENEW' TO PSP-DOC-TYPE.
           MOVE WS-AUDIT-PROGRAM TO PSP-PROGRAM.
           MOVE WS-TODAY TO PSP-RUN-DATE.
           MOVE WS-NOTICES-MAILED TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           CALL 'ReportGen' USING WS-TODAY WS-REVIEW-FILENAME
               WS-REVIEW-STABLE.
           CALL 'ReportGen' USING WS-TODAY WS-NOTICE-FILENAME
               WS-NOTICE-STABLE.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "TERMS STAMPED:       " WS-STAMPED-COUNT.
           DISPLAY "REVIEWED, RENEWING:  " WS-RENEW-OK-COUNT.
           DISPLAY "NON-RENEWAL NOTICES: " WS-NONRENEW-COUNT.
           DISPLAY "HELD, RETURNED MAIL: " WS-RETMAIL-HELD.
           DISPLAY "POLICIES RENEWED:    " WS-RENEWED-COUNT.
           DISPLAY "POLICIES EXPIRED:    " WS-EXPIRED-COUNT.
           STOP RUN.

       S000-LOAD-RENEWAL-LIMITS.
           OPEN INPUT RENEWAL-LIMITS-FILE.
           IF WS-LIMITS-STATUS = '00'
               READ RENEWAL-LIMITS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RENEWLIM-MAX-CLAIMS TO WS-MAX-CLAIMS
                       MOVE RENEWLIM-MAX-LOSS-PCT TO WS-MAX-LOSS-PCT
                       MOVE RENEWLIM-MAX-REINSTATE
                           TO WS-MAX-REINSTATE
               END-READ
               CLOSE RENEWAL-LIMITS-FILE
           END-IF.

      *> No claims file yet just means no policy has had a claim.
       B000-OPEN-CLAIMS.
           OPEN INPUT CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS = '00'
               MOVE 'Y' TO WS-CLAIMS-FILE-OPEN
           END-IF.

      *> Review first, then act on expiry - a policy reviewed late
      *> (already inside the window on its first night here) still
      *> gets its decision before the term end is acted on.
       C000-PROCESS-POLICY.
           MOVE ZEROS TO WS-AUDIT-COUNT.
           IF POLICY-TERM-EXPIRY = ZEROS
               PERFORM C100-STAMP-TERM
           END-IF.

           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(POLICY-TERM-EXPIRY).
           COMPUTE WS-DAYS-TO-EXPIRY = WS-EXPIRY-INT - WS-TODAY-INT.

           IF POLICY-RENEWAL-FLAG = SPACE
               AND WS-DAYS-TO-EXPIRY <= WS-REVIEW-DAYS
               PERFORM D000-REVIEW-TERM
           END-IF.

           IF POLICY-TERM-EXPIRY <= WS-TODAY
               EVALUATE POLICY-RENEWAL-FLAG
                   WHEN 'R'
                       PERFORM E000-RENEW-POLICY
                   WHEN 'N'
                       PERFORM F000-EXPIRE-POLICY
               END-EVALUATE
           END-IF.

           IF WS-AUDIT-COUNT > ZEROS
               PERFORM X000-REWRITE-POLICY
           END-IF.

      *> A policy written before terms existed gets the term it is in
      *> today, counted from its issue date.
       C100-STAMP-TERM.
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(POLICY-ISSUE-DATE)
               + WS-TERM-DAYS.
           PERFORM UNTIL WS-EXPIRY-INT > WS-TODAY-INT
               ADD WS-TERM-DAYS TO WS-EXPIRY-INT
           END-PERFORM.
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
               TO POLICY-TERM-EXPIRY.
           MOVE SPACE TO POLICY-RENEWAL-FLAG.

           MOVE 'TERM-EXPIRY' TO WS-AUDIT-FIELD.
           MOVE SPACES TO WS-AUDIT-OLD.
           MOVE POLICY-TERM-EXPIRY TO WS-AUDIT-NEW.
           PERFORM X100-QUEUE-AUDIT.
           ADD 1 TO WS-STAMPED-COUNT.

      *> The term under review runs from a term-length before expiry
      *> up to today. Denied claims do not count against the policy;
      *> losses are what was actually paid less what was recovered.
       D000-REVIEW-TERM.
           COMPUTE WS-TERM-START = FUNCTION DATE-OF-INTEGER(
               WS-EXPIRY-INT - WS-TERM-DAYS).
           MOVE ZEROS TO WS-TERM-CLAIMS WS-TERM-LOSSES
               WS-TERM-PAYMENTS WS-TERM-REINSTATES.
           MOVE SPACES TO WS-NONRENEW-REASON.

           IF WS-CLAIMS-FILE-OPEN = 'Y'
               PERFORM D100-REVIEW-TERM-CLAIMS
           END-IF.

           PERFORM D200-REVIEW-TERM-PAYMENTS.

           COMPUTE WS-LOSS-LIMIT =
               POLICY-PREMIUM * WS-MAX-LOSS-PCT / 100.

           EVALUATE TRUE
               WHEN WS-TERM-CLAIMS > WS-MAX-CLAIMS
                   MOVE 'CLAIM FREQUENCY' TO WS-NONRENEW-REASON
               WHEN WS-TERM-LOSSES > WS-LOSS-LIMIT
                   MOVE 'LOSS RATIO' TO WS-NONRENEW-REASON
               WHEN WS-TERM-REINSTATES > WS-MAX-REINSTATE
                   MOVE 'REPEATED LAPSES' TO WS-NONRENEW-REASON
               WHEN WS-TERM-PAYMENTS = ZEROS
                   AND POLICY-PREMIUM > ZEROS
                   MOVE 'NO PAYMENT IN TERM' TO WS-NONRENEW-REASON
           END-EVALUATE.

           MOVE 'RENEWAL-FLAG' TO WS-AUDIT-FIELD.
           MOVE POLICY-RENEWAL-FLAG TO WS-AUDIT-OLD.
           IF WS-NONRENEW-REASON = SPACES
               MOVE 'R' TO POLICY-RENEWAL-FLAG
               MOVE 'R RENEWS' TO WS-AUDIT-NEW
               MOVE 'RENEWS' TO WS-REVIEW-ACTION
               ADD 1 TO WS-RENEW-OK-COUNT
               PERFORM X100-QUEUE-AUDIT
               PERFORM Y000-WRITE-REVIEW-LINE
           ELSE
               MOVE 'N' TO POLICY-RENEWAL-FLAG
               MOVE SPACES TO WS-AUDIT-NEW
               STRING 'N ' WS-NONRENEW-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW
               END-STRING
               MOVE 'NON-RENEW' TO WS-REVIEW-ACTION
               ADD 1 TO WS-NONRENEW-COUNT
               PERFORM X100-QUEUE-AUDIT
               PERFORM Y000-WRITE-REVIEW-LINE
               IF POLICY-BAD-ADDR-FLAG = 'Y'
                   PERFORM G200-HOLD-NOTICE
               ELSE
                   PERFORM G000-WRITE-NONRENEW-NOTICE
               END-IF
           END-IF.

      *> Rows written before recoveries were tracked carry spaces.
       D100-REVIEW-TERM-CLAIMS.
           MOVE 'N' TO WS-END-OF-CLAIMS.
           MOVE POLICY-NUMBER TO CLAIM-POLICY-NUMBER.
           START CLAIMS-MASTER-FILE
               KEY IS EQUAL TO CLAIM-POLICY-NUMBER
               INVALID KEY MOVE 'Y' TO WS-END-OF-CLAIMS
           END-START.

           PERFORM UNTIL WS-END-OF-CLAIMS = 'Y'
               READ CLAIMS-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-CLAIMS
               END-READ
               IF WS-END-OF-CLAIMS = 'N'
                   AND CLAIM-POLICY-NUMBER NOT = POLICY-NUMBER
                   MOVE 'Y' TO WS-END-OF-CLAIMS
               END-IF
               IF WS-END-OF-CLAIMS = 'N'
                   AND CLAIM-DATE >= WS-TERM-START
                   AND CLAIM-STATUS NOT = 'D'
                   IF CLAIM-RECOVERED-AMOUNT NOT NUMERIC
                       MOVE ZEROS TO WS-CLAIM-RECOVERED
                   ELSE
                       MOVE CLAIM-RECOVERED-AMOUNT
                           TO WS-CLAIM-RECOVERED
                   END-IF
                   ADD 1 TO WS-TERM-CLAIMS
                   COMPUTE WS-TERM-LOSSES = WS-TERM-LOSSES
                       + CLAIM-PAID-AMOUNT - WS-CLAIM-RECOVERED
               END-IF
           END-PERFORM.

      *> PAYHIST is read through for each policy under review - only
      *> the policies coming up to expiry tonight, and the whole
      *> history is seen however long it grows. A returned autopay
      *> draft takes back the payment its draft row counted - the
      *> draft always sits ahead of its return.
       D200-REVIEW-TERM-PAYMENTS.
           MOVE 'N' TO WS-END-OF-PAYHIST.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-PAYHIST
           END-IF.

           PERFORM UNTIL WS-END-OF-PAYHIST = 'Y'
               READ PAYMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-PAYHIST
                   NOT AT END
                       IF PAYHIST-POLICY-NUMBER = POLICY-NUMBER
                           AND PAYHIST-DATE >= WS-TERM-START
                           PERFORM D210-COUNT-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PAYHIST-STATUS = '00' OR WS-PAYHIST-STATUS = '10'
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       D210-COUNT-PAYMENT.
           IF PAYHIST-SOURCE = 'ACH RETURN'
               IF WS-TERM-PAYMENTS > ZEROS
                   SUBTRACT 1 FROM WS-TERM-PAYMENTS
               END-IF
           ELSE
               ADD 1 TO WS-TERM-PAYMENTS
           END-IF.
           IF PAYHIST-SOURCE = 'REINSTATE'
               ADD 1 TO WS-TERM-REINSTATES
           END-IF.

      *> Into the next term. A monthly plan's finished schedule is
      *> cleared so the installment generator writes the new year's
      *> twelve rows, dated from the new term start.
       E000-RENEW-POLICY.
           MOVE 'TERM-EXPIRY' TO WS-AUDIT-FIELD.
           MOVE POLICY-TERM-EXPIRY TO WS-AUDIT-OLD.
           ADD WS-TERM-DAYS TO WS-EXPIRY-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
               TO POLICY-TERM-EXPIRY.
           MOVE SPACE TO POLICY-RENEWAL-FLAG.
           MOVE POLICY-TERM-EXPIRY TO WS-AUDIT-NEW.
           PERFORM X100-QUEUE-AUDIT.
           MOVE 'RENEWED' TO WS-REVIEW-ACTION.
           ADD 1 TO WS-RENEWED-COUNT.
           MOVE ZEROS TO WS-TERM-CLAIMS WS-TERM-LOSSES
               WS-TERM-REINSTATES.
           MOVE SPACES TO WS-NONRENEW-REASON.
           PERFORM Y000-WRITE-REVIEW-LINE.

           IF POLICY-PAY-PLAN = 'M' AND WS-INST-FILE-OPEN = 'Y'
               PERFORM E100-CLEAR-SCHEDULE
           END-IF.

       E100-CLEAR-SCHEDULE.
           MOVE ZEROS TO WS-UNBILLED-COUNT.
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > 12
               COMPUTE WS-INST-REL-KEY =
                   POLICY-NUMBER * 100 + WS-INST-SUB
               READ INSTALLMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INST-PAID-FLAG = 'N'
                           ADD 1 TO WS-UNBILLED-COUNT
                       END-IF
                       DELETE INSTALLMENT-FILE RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO CLEAR INSTALLMENT "
                                   WS-INST-SUB " FOR POLICY "
                                   POLICY-NUMBER
                       END-DELETE
               END-READ
           END-PERFORM.
           IF WS-UNBILLED-COUNT > ZEROS
               DISPLAY "POLICY " POLICY-NUMBER " RENEWED WITH "
                   WS-UNBILLED-COUNT " INSTALLMENTS NEVER BILLED"
           END-IF.

      *> Non-renewed and at term end - the policy expires, dated the
      *> day the term ran out rather than the day this run noticed.
       F000-EXPIRE-POLICY.
           MOVE 'STATUS' TO WS-AUDIT-FIELD.
           MOVE 'A' TO WS-AUDIT-OLD.
           MOVE 'E NON-RENEWED' TO WS-AUDIT-NEW.
           MOVE 'E' TO POLICY-STATUS.
           MOVE POLICY-TERM-EXPIRY TO POLICY-CANCEL-DATE.
           MOVE "NON-RENEWED AT TERM" TO POLICY-CANCEL-REASON.
           PERFORM X100-QUEUE-AUDIT.
           MOVE 'EXPIRED' TO WS-REVIEW-ACTION.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE ZEROS TO WS-TERM-CLAIMS WS-TERM-LOSSES
               WS-TERM-REINSTATES.
           MOVE SPACES TO WS-NONRENEW-REASON.
           PERFORM Y000-WRITE-REVIEW-LINE.

       G000-WRITE-NONRENEW-NOTICE.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'NONRENEW' TO PSP-DOC-TYPE.
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
               TO NONRENEW-NOTICE-LINE.
           PERFORM G100-WRITE-NOTICE-LINE.
           MOVE "NOTICE OF NON-RENEWAL" TO NONRENEW-NOTICE-LINE.
           PERFORM G100-WRITE-NOTICE-LINE.

           MOVE POLICY-HOLDER-NAME TO NONRENEW-NOTICE-LINE.
           PERFORM G100-WRITE-NOTICE-LINE.
           MOVE POLICY-ADDR-STREET TO NONRENEW-NOTICE-LINE.
           PERFORM G100-WRITE-NOTICE-LINE.
           MOVE SPACES TO NONRENEW-NOTICE-LINE.
           STRING POLICY-ADDR-CITY ' ' POLICY-ADDR-STATE ' '
               POLICY-ADDR-ZIP
               DELIMITED BY SIZE INTO NONRENEW-NOTICE-LINE
           END-STRING.
           PERFORM G100-WRITE-NOTICE-LINE.

           MOVE SPACES TO NONRENEW-NOTICE-LINE.
           STRING "POLICY NUMBER:    " POLICY-NUMBER
               DELIMITED BY SIZE INTO NONRENEW-NOTICE-LINE
           END-STRING.
           PERFORM G100-WRITE-NOTICE-LINE.

           MOVE SPACES TO NONRENEW-NOTICE-LINE.
           STRING "POLICY TYPE:      " POLICY-TYPE
               DELIMITED BY SIZE INTO NONRENEW-NOTICE-LINE
           END-STRING.
           PERFORM G100-WRITE-NOTICE-LINE.

           MOVE SPACES TO NONRENEW-NOTICE-LINE.
           STRING "COVERAGE ENDS:    " POLICY-TERM-EXPIRY
               DELIMITED BY SIZE INTO NONRENEW-NOTICE-LINE
           END-STRING.
           PERFORM G100-WRITE-NOTICE-LINE.

           MOVE SPACES TO NONRENEW-NOTICE-LINE.
           STRING "REASON:           " WS-NONRENEW-REASON
               DELIMITED BY SIZE INTO NONRENEW-NOTICE-LINE
           END-STRING.
           PERFORM G100-WRITE-NOTICE-LINE.

           MOVE "THIS POLICY WILL NOT BE RENEWED. COVERAGE"
               TO NONRENEW-NOTICE-LINE.
           PERFORM G100-WRITE-NOTICE-LINE.
           MOVE "CONTINUES UNTIL THE DATE ABOVE AND THEN ENDS."
               TO NONRENEW-NOTICE-LINE.
           PERFORM G100-WRITE-NOTICE-LINE.

      *> Each notice line goes to the mailing file and to the day's
      *> print spool for the vendor stream.
       G100-WRITE-NOTICE-LINE.
           WRITE NONRENEW-NOTICE-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE NONRENEW-NOTICE-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

      *> Mail to this address has come back - the notice waits on
      *> the returned-mail worklist for a corrected address. The
      *> non-renewal itself stands either way.
       G200-HOLD-NOTICE.
           ADD 1 TO WS-RETMAIL-HELD.
           MOVE WS-TODAY TO RMWORK-RUN-DATE.
           MOVE 'NONRENEW' TO RMWORK-DOCUMENT.
           MOVE POLICY-NUMBER TO RMWORK-POLICY-NUMBER.
           MOVE POLICY-CUST-NUMBER TO RMWORK-CUST-NUMBER.
           MOVE POLICY-HOLDER-NAME TO RMWORK-HOLDER-NAME.
           MOVE POLICY-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE.
           MOVE ZEROS TO RMWORK-AMOUNT.
           WRITE RMWORK-RECORD.

       X000-REWRITE-POLICY.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "RENEWAL REWRITE FAILED, STATUS: "
                       WS-POLICY-STATUS " POLICY " POLICY-NUMBER
               NOT INVALID KEY
                   PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                       UNTIL WS-AQ-IDX > WS-AUDIT-COUNT
                       CALL 'PolicyAudit' USING WS-AUDIT-PROGRAM
                           POLICY-NUMBER WS-AQ-FIELD(WS-AQ-IDX)
                           WS-AQ-OLD(WS-AQ-IDX) WS-AQ-NEW(WS-AQ-IDX)
                       END-CALL
                   END-PERFORM
           END-REWRITE.

       X100-QUEUE-AUDIT.
           ADD 1 TO WS-AUDIT-COUNT.
           MOVE WS-AUDIT-FIELD TO WS-AQ-FIELD(WS-AUDIT-COUNT).
           MOVE WS-AUDIT-OLD TO WS-AQ-OLD(WS-AUDIT-COUNT).
           MOVE WS-AUDIT-NEW TO WS-AQ-NEW(WS-AUDIT-COUNT).

       Y000-WRITE-REVIEW-LINE.
           MOVE WS-TERM-LOSSES TO WS-LOSSES-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING POLICY-NUMBER ' ' POLICY-TERM-EXPIRY ' '
               WS-REVIEW-ACTION ' ' WS-TERM-CLAIMS ' '
               WS-LOSSES-DISPLAY ' ' WS-TERM-REINSTATES ' '
               WS-NONRENEW-REASON
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING.
           WRITE REVIEW-REPORT-LINE.
