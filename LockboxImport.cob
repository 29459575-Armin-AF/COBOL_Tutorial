       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxImport.

      *> Bank lockbox import - reads the bank's LOCKBOX.DAT
      *> transmission (file header, then batches of batch header,
      *> detail items and batch trailer) and turns the remitted checks
      *> into PAYMENTS.DAT transactions for PaymentPosting.cob, so
      *> nobody rekeys the bank's listing. Every batch is proved
      *> against its trailer - item count and dollar total - before
      *> anything in it is released; a batch that does not prove is
      *> rejected whole and listed on data/LOCKBOX.TXT for the bank
      *> to resend, and the other batches still post. An item whose
      *> policy number the bank could not read (not a number) goes
      *> straight to the data/PAYSUSP.DAT suspense file with its
      *> lockbox batch and item reference, where SuspenseRepost.cob
      *> applies it once someone reads the coupon. The lockbox id
      *> and transmission date of every imported file are kept on
      *> data/LOCKBOXCTL.DAT - the same transmission is never
      *> imported twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO 'LOCKBOX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT PAYMENT-TRANS-FILE ASSIGN TO 'PAYMENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT PAYMENT-SUSPENSE-FILE ASSIGN TO 'data/PAYSUSP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-STATUS.

           SELECT LOCKBOX-CONTROL-FILE ASSIGN TO 'data/LOCKBOXCTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBCTL-STATUS.

           SELECT LOCKBOX-REPORT-FILE ASSIGN TO 'data/LOCKBOX.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       COPY LOCKBOX.

       FD  PAYMENT-TRANS-FILE.
       COPY PAYTRAN.

       FD  PAYMENT-SUSPENSE-FILE.
       COPY PAYSUSP.

       FD  LOCKBOX-CONTROL-FILE.
       01  LBCTL-RECORD.
           05  LBCTL-LOCKBOX-ID        PIC X(10).
           05  LBCTL-TRANS-DATE        PIC 9(8).
           05  LBCTL-IMPORT-DATE       PIC 9(8).

       FD  LOCKBOX-REPORT-FILE.
       01  LOCKBOX-REPORT-LINE         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-SUSP-STATUS PIC X(2) VALUE '00'.
       01 WS-LBCTL-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-LOCKBOX PIC X(1) VALUE 'N'.
       01 WS-END-OF-SUSPENSE PIC X(1) VALUE 'N'.
       01 WS-END-OF-LBCTL PIC X(1) VALUE 'N'.
       01 WS-ALREADY-IMPORTED PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-LOCKBOX-ID PIC X(10) VALUE SPACES.
       01 WS-TRANS-DATE PIC 9(8) VALUE ZEROS.
      *> Suspense item numbers keep climbing across runs - seeded
      *> from the highest item already on the file, the same way
      *> PaymentPosting.cob numbers its own.
       01 WS-NEXT-ITEM PIC 9(5) VALUE ZEROS.
       01 WS-SUSP-REASON PIC X(20) VALUE 'UNREADABLE POLICY#'.

      *> The batch being read. Its items are held here until the
      *> trailer proves them; the first thing found wrong with a
      *> batch is the reason it is rejected.
       01 WS-IN-BATCH PIC X(1) VALUE 'N'.
       01 WS-BATCH-BAD PIC X(1) VALUE 'N'.
       01 WS-BATCH-REASON PIC X(30) VALUE SPACES.
       01 WS-CUR-BATCH PIC X(5) VALUE SPACES.
       01 WS-CUR-DEPOSIT-DATE PIC 9(8) VALUE ZEROS.
       01 WS-BANK-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-BANK-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 500 TIMES.
               10 WS-IT-ITEM            PIC X(5).
               10 WS-IT-POLICY          PIC X(7).
               10 WS-IT-AMOUNT          PIC 9(7)V99.
       01 WS-ITEM-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ITEM-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-ITEM-SUB PIC 9(5) VALUE ZEROS.
       01 WS-BATCH-SUSPENDED PIC 9(5) VALUE ZEROS.

      *> Run totals.
       01 WS-BATCHES-ACCEPTED PIC 9(5) VALUE ZEROS.
       01 WS-BATCHES-REJECTED PIC 9(5) VALUE ZEROS.
       01 WS-PAYMENTS-WRITTEN PIC 9(5) VALUE ZEROS.
       01 WS-PAYMENTS-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-SUSPENDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-SUSPENDED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-REJECTED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-STRAY-COUNT PIC 9(5) VALUE ZEROS.

       01 WS-TOTAL-DISPLAY PIC Z(8)9.99 VALUE ZEROS.
       01 WS-TOTAL-DISPLAY2 PIC Z(8)9.99 VALUE ZEROS.

      *> Batch-in-progress lock (shared BatchLockCheck module) - the
      *> import feeds the nightly posting run and must not be run by
      *> hand while the cycle holds the lock.
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

      *> No transmission from the bank tonight is a quiet night, not
      *> a failure - the cycle must not hold payment posting for it.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS = '35'
               DISPLAY "NO LOCKBOX.DAT TONIGHT, NOTHING TO IMPORT"
               STOP RUN
           END-IF.
           IF WS-LOCKBOX-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN LOCKBOX.DAT, STATUS: "
                   WS-LOCKBOX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ LOCKBOX-FILE
               AT END MOVE 'Y' TO WS-END-OF-LOCKBOX
           END-READ.
           IF WS-END-OF-LOCKBOX = 'Y' OR LOCKBOX-REC-TYPE NOT = 'H'
               DISPLAY "LOCKBOX.DAT HAS NO FILE HEADER, "
                   "REFUSING TO IMPORT"
               CLOSE LOCKBOX-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOCKBOX-ID TO WS-LOCKBOX-ID.
           MOVE LOCKBOX-TRANS-DATE TO WS-TRANS-DATE.

           PERFORM P000-CHECK-IMPORT-CONTROL.
           PERFORM D000-SEED-ITEM-NUMBER.

           OPEN EXTEND PAYMENT-TRANS-FILE.
           IF WS-TRAN-STATUS = '35'
               OPEN OUTPUT PAYMENT-TRANS-FILE
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN PAYMENTS.DAT, STATUS: "
                   WS-TRAN-STATUS
               CLOSE LOCKBOX-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LOCKBOX-REPORT-FILE.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "LOCKBOX IMPORT - LOCKBOX " WS-LOCKBOX-ID
               " TRANSMISSION " WS-TRANS-DATE " RUN " WS-TODAY
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           WRITE LOCKBOX-REPORT-LINE.

           READ LOCKBOX-FILE
               AT END MOVE 'Y' TO WS-END-OF-LOCKBOX
           END-READ.

           PERFORM UNTIL WS-END-OF-LOCKBOX = 'Y'
               PERFORM B000-PROCESS-RECORD

               READ LOCKBOX-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LOCKBOX
               END-READ
           END-PERFORM.

      *> A batch still open at end of file never got its trailer -
      *> the transmission was cut short, so it cannot be proved.
           IF WS-IN-BATCH = 'Y'
               IF WS-BATCH-BAD = 'N'
                   MOVE 'Y' TO WS-BATCH-BAD
                   MOVE "NO BATCH TRAILER" TO WS-BATCH-REASON
               END-IF
               PERFORM C400-REJECT-BATCH
           END-IF.

           CLOSE LOCKBOX-FILE.
           CLOSE PAYMENT-TRANS-FILE.

           PERFORM Q000-WRITE-IMPORT-CONTROL.
           PERFORM R000-WRITE-SUMMARY.
           CLOSE LOCKBOX-REPORT-FILE.

           DISPLAY "LOCKBOX BATCHES ACCEPTED: " WS-BATCHES-ACCEPTED.
           DISPLAY "LOCKBOX BATCHES REJECTED: " WS-BATCHES-REJECTED.
           DISPLAY "PAYMENTS WRITTEN:         " WS-PAYMENTS-WRITTEN.
           DISPLAY "ITEMS TO SUSPENSE:        " WS-SUSPENDED-COUNT.
           IF WS-BATCHES-REJECTED > 0 OR WS-STRAY-COUNT > 0
               DISPLAY "OUT-OF-BALANCE OR DAMAGED BATCHES - "
                   "SEE data/LOCKBOX.TXT"
           END-IF.
           STOP RUN.

       B000-PROCESS-RECORD.
           EVALUATE LOCKBOX-REC-TYPE
               WHEN 'B'
                   PERFORM C000-START-BATCH
               WHEN 'D'
                   PERFORM C100-ADD-DETAIL
               WHEN 'T'
                   PERFORM C200-CLOSE-BATCH
               WHEN OTHER
                   IF WS-IN-BATCH = 'Y'
                       IF WS-BATCH-BAD = 'N'
                           MOVE 'Y' TO WS-BATCH-BAD
                           MOVE "UNKNOWN RECORD TYPE"
                               TO WS-BATCH-REASON
                       END-IF
                   ELSE
                       MOVE "UNKNOWN RECORD TYPE" TO WS-BATCH-REASON
                       PERFORM C500-REPORT-STRAY
                   END-IF
           END-EVALUATE.

      *> A batch header while the last batch is still open means its
      *> trailer is missing - reject that one before starting anew.
       C000-START-BATCH.
           IF WS-IN-BATCH = 'Y'
               IF WS-BATCH-BAD = 'N'
                   MOVE 'Y' TO WS-BATCH-BAD
                   MOVE "NO BATCH TRAILER" TO WS-BATCH-REASON
               END-IF
               PERFORM C400-REJECT-BATCH
           END-IF.

           MOVE 'Y' TO WS-IN-BATCH.
           MOVE 'N' TO WS-BATCH-BAD.
           MOVE SPACES TO WS-BATCH-REASON.
           MOVE ZEROS TO WS-ITEM-COUNT.
           MOVE ZEROS TO WS-ITEM-TOTAL.
           MOVE ZEROS TO WS-BANK-COUNT.
           MOVE ZEROS TO WS-BANK-TOTAL.
           MOVE LOCKBOX-BH-BATCH TO WS-CUR-BATCH.
           IF LOCKBOX-BH-DEPOSIT-DATE IS NUMERIC
               MOVE LOCKBOX-BH-DEPOSIT-DATE TO WS-CUR-DEPOSIT-DATE
           ELSE
               MOVE WS-TRANS-DATE TO WS-CUR-DEPOSIT-DATE
           END-IF.

      *> Items are counted and totalled as the bank sent them; an
      *> amount that is not a number cannot be totalled, so the batch
      *> cannot prove and is rejected.
       C100-ADD-DETAIL.
           IF WS-IN-BATCH = 'N'
               MOVE "DETAIL OUTSIDE A BATCH" TO WS-BATCH-REASON
               PERFORM C500-REPORT-STRAY
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               IF LOCKBOX-D-AMOUNT IS NOT NUMERIC
                   IF WS-BATCH-BAD = 'N'
                       MOVE 'Y' TO WS-BATCH-BAD
                       MOVE "UNREADABLE ITEM AMOUNT" TO WS-BATCH-REASON
                   END-IF
               ELSE
                   ADD LOCKBOX-D-AMOUNT TO WS-ITEM-TOTAL
               END-IF

               IF LOCKBOX-D-BATCH NOT = WS-CUR-BATCH
                   AND WS-BATCH-BAD = 'N'
                   MOVE 'Y' TO WS-BATCH-BAD
                   MOVE "ITEM BATCH MISMATCH" TO WS-BATCH-REASON
               END-IF

               IF WS-ITEM-COUNT > 500
                   IF WS-BATCH-BAD = 'N'
                       MOVE 'Y' TO WS-BATCH-BAD
                       MOVE "BATCH TOO LARGE" TO WS-BATCH-REASON
                   END-IF
               ELSE
                   MOVE LOCKBOX-D-ITEM TO WS-IT-ITEM(WS-ITEM-COUNT)
                   MOVE LOCKBOX-D-POLICY
                       TO WS-IT-POLICY(WS-ITEM-COUNT)
                   IF LOCKBOX-D-AMOUNT IS NUMERIC
                       MOVE LOCKBOX-D-AMOUNT
                           TO WS-IT-AMOUNT(WS-ITEM-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-IT-AMOUNT(WS-ITEM-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> The trailer proves the batch: same batch number, and the
      *> bank's item count and dollar total agree with what was read.
       C200-CLOSE-BATCH.
           IF WS-IN-BATCH = 'N'
               MOVE "TRAILER OUTSIDE A BATCH" TO WS-BATCH-REASON
               PERFORM C500-REPORT-STRAY
           ELSE
               MOVE ZEROS TO WS-BANK-COUNT
               MOVE ZEROS TO WS-BANK-TOTAL
               IF LOCKBOX-BT-COUNT IS NUMERIC
                   MOVE LOCKBOX-BT-COUNT TO WS-BANK-COUNT
               END-IF
               IF LOCKBOX-BT-TOTAL IS NUMERIC
                   MOVE LOCKBOX-BT-TOTAL TO WS-BANK-TOTAL
               END-IF

               IF WS-BATCH-BAD = 'N'
                   EVALUATE TRUE
                       WHEN LOCKBOX-BT-BATCH NOT = WS-CUR-BATCH
                           MOVE 'Y' TO WS-BATCH-BAD
                           MOVE "TRAILER BATCH MISMATCH"
                               TO WS-BATCH-REASON
                       WHEN LOCKBOX-BT-COUNT IS NOT NUMERIC
                           OR WS-BANK-COUNT NOT = WS-ITEM-COUNT
                           MOVE 'Y' TO WS-BATCH-BAD
                           MOVE "ITEM COUNT OUT OF BALANCE"
                               TO WS-BATCH-REASON
                       WHEN LOCKBOX-BT-TOTAL IS NOT NUMERIC
                           OR WS-BANK-TOTAL NOT = WS-ITEM-TOTAL
                           MOVE 'Y' TO WS-BATCH-BAD
                           MOVE "DOLLAR TOTAL OUT OF BALANCE"
                               TO WS-BATCH-REASON
                   END-EVALUATE
               END-IF

               IF WS-BATCH-BAD = 'Y'
                   PERFORM C400-REJECT-BATCH
               ELSE
                   PERFORM C300-ACCEPT-BATCH
               END-IF
           END-IF.

      *> A proved batch is released: readable policy numbers become
      *> payment transactions dated the deposit day, the rest go to
      *> suspense carrying the batch and item reference.
       C300-ACCEPT-BATCH.
           MOVE ZEROS TO WS-BATCH-SUSPENDED.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-POLICY(WS-ITEM-SUB) IS NUMERIC
                   PERFORM D100-WRITE-PAYMENT
               ELSE
                   PERFORM E000-WRITE-SUSPENSE
                   ADD 1 TO WS-BATCH-SUSPENDED
               END-IF
           END-PERFORM.

           ADD 1 TO WS-BATCHES-ACCEPTED.
           MOVE WS-ITEM-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "BATCH " WS-CUR-BATCH " ACCEPTED   ITEMS "
               WS-ITEM-COUNT " TOTAL " WS-TOTAL-DISPLAY
               " TO SUSPENSE " WS-BATCH-SUSPENDED
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE 'N' TO WS-IN-BATCH.

      *> Nothing from a rejected batch is written anywhere - the bank
      *> resends it. The line shows the bank's figures against the
      *> figures read so the difference can be found.
       C400-REJECT-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED.
           ADD WS-ITEM-TOTAL TO WS-REJECTED-TOTAL.
           MOVE WS-BANK-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE WS-ITEM-TOTAL TO WS-TOTAL-DISPLAY2.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "BATCH " WS-CUR-BATCH " REJECTED   "
               WS-BATCH-REASON
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "      BANK ITEMS " WS-BANK-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               "   READ ITEMS " WS-ITEM-COUNT
               " TOTAL " WS-TOTAL-DISPLAY2
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE 'N' TO WS-IN-BATCH.

      *> A record that belongs to no batch cannot be proved or
      *> posted - listed so the bank can be asked about it.
       C500-REPORT-STRAY.
           ADD 1 TO WS-STRAY-COUNT.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "RECORD IGNORED - " DELIMITED BY SIZE
               WS-BATCH-REASON DELIMITED BY "  "
               ": " LOCKBOX-RECORD DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE SPACES TO WS-BATCH-REASON.

      *> Reads the suspense file once at start-up for the highest
      *> item number already issued.
       D000-SEED-ITEM-NUMBER.
           MOVE ZEROS TO WS-NEXT-ITEM.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           IF WS-SUSP-STATUS = '00'
               READ PAYMENT-SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-SUSPENSE
               END-READ

               PERFORM UNTIL WS-END-OF-SUSPENSE = 'Y'
                   IF PAYSUSP-ITEM > WS-NEXT-ITEM
                       MOVE PAYSUSP-ITEM TO WS-NEXT-ITEM
                   END-IF

                   READ PAYMENT-SUSPENSE-FILE
                       AT END MOVE 'Y' TO WS-END-OF-SUSPENSE
                   END-READ
               END-PERFORM

               CLOSE PAYMENT-SUSPENSE-FILE
           END-IF.

       D100-WRITE-PAYMENT.
           MOVE WS-IT-POLICY(WS-ITEM-SUB) TO PAY-POLICY-NUMBER.
           MOVE WS-CUR-DEPOSIT-DATE TO PAY-DATE.
           MOVE WS-IT-AMOUNT(WS-ITEM-SUB) TO PAY-AMOUNT.
           MOVE WS-CUR-BATCH TO PAY-LOCKBOX-BATCH.
           MOVE WS-IT-ITEM(WS-ITEM-SUB) TO PAY-LOCKBOX-ITEM.
           WRITE PAYMENT-TRANSACTION.
           ADD 1 TO WS-PAYMENTS-WRITTEN.
           ADD WS-IT-AMOUNT(WS-ITEM-SUB) TO WS-PAYMENTS-TOTAL.

       E000-WRITE-SUSPENSE.
           ADD 1 TO WS-NEXT-ITEM.
           MOVE WS-NEXT-ITEM TO PAYSUSP-ITEM.
           MOVE ZEROS TO PAYSUSP-POLICY-NUMBER.
           MOVE WS-CUR-DEPOSIT-DATE TO PAYSUSP-PAY-DATE.
           MOVE WS-IT-AMOUNT(WS-ITEM-SUB) TO PAYSUSP-AMOUNT.
           MOVE WS-SUSP-REASON TO PAYSUSP-REASON.
           MOVE WS-TODAY TO PAYSUSP-SUSP-DATE.
           MOVE 'S' TO PAYSUSP-STATUS.
           MOVE WS-CUR-BATCH TO PAYSUSP-LOCKBOX-BATCH.
           MOVE WS-IT-ITEM(WS-ITEM-SUB) TO PAYSUSP-LOCKBOX-ITEM.

           OPEN EXTEND PAYMENT-SUSPENSE-FILE.
           IF WS-SUSP-STATUS = '35'
               OPEN OUTPUT PAYMENT-SUSPENSE-FILE
           END-IF.
           WRITE PAYSUSP-RECORD.
           CLOSE PAYMENT-SUSPENSE-FILE.

           ADD 1 TO WS-SUSPENDED-COUNT.
           ADD WS-IT-AMOUNT(WS-ITEM-SUB) TO WS-SUSPENDED-TOTAL.
           DISPLAY "LOCKBOX ITEM SUSPENDED, ITEM " WS-NEXT-ITEM
               ": BATCH " WS-CUR-BATCH " ITEM "
               WS-IT-ITEM(WS-ITEM-SUB) " POLICY "
               WS-IT-POLICY(WS-ITEM-SUB).

      *> A transmission already on the control file has been
      *> imported - doing it again would post every check twice. The
      *> bank's file is left in place until the next transmission
      *> replaces it, so a second night finding it is a quiet night,
      *> not a failure.
       P000-CHECK-IMPORT-CONTROL.
           MOVE 'N' TO WS-ALREADY-IMPORTED.
           OPEN INPUT LOCKBOX-CONTROL-FILE.
           IF WS-LBCTL-STATUS = '00'
               READ LOCKBOX-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LBCTL
               END-READ

               PERFORM UNTIL WS-END-OF-LBCTL = 'Y'
                   IF LBCTL-LOCKBOX-ID = WS-LOCKBOX-ID
                       AND LBCTL-TRANS-DATE = WS-TRANS-DATE
                       MOVE 'Y' TO WS-ALREADY-IMPORTED
                   END-IF

                   READ LOCKBOX-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-END-OF-LBCTL
                   END-READ
               END-PERFORM

               CLOSE LOCKBOX-CONTROL-FILE
           END-IF.

           IF WS-ALREADY-IMPORTED = 'Y'
               DISPLAY "LOCKBOX " WS-LOCKBOX-ID " TRANSMISSION "
                   WS-TRANS-DATE " ALREADY IMPORTED, NOTHING TO "
                   "POST"
               CLOSE LOCKBOX-FILE
               STOP RUN
           END-IF.

       Q000-WRITE-IMPORT-CONTROL.
           OPEN EXTEND LOCKBOX-CONTROL-FILE.
           IF WS-LBCTL-STATUS = '35'
               OPEN OUTPUT LOCKBOX-CONTROL-FILE
           END-IF.
           MOVE WS-LOCKBOX-ID TO LBCTL-LOCKBOX-ID.
           MOVE WS-TRANS-DATE TO LBCTL-TRANS-DATE.
           MOVE WS-TODAY TO LBCTL-IMPORT-DATE.
           WRITE LBCTL-RECORD.
           CLOSE LOCKBOX-CONTROL-FILE.

       R000-WRITE-SUMMARY.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "BATCHES ACCEPTED: " WS-BATCHES-ACCEPTED
               "   REJECTED: " WS-BATCHES-REJECTED
               "   STRAY RECORDS: " WS-STRAY-COUNT
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE WS-PAYMENTS-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "PAYMENTS WRITTEN: " WS-PAYMENTS-WRITTEN
               " TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE WS-SUSPENDED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "TO SUSPENSE:      " WS-SUSPENDED-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
           MOVE WS-REJECTED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO LOCKBOX-REPORT-LINE.
           STRING "REJECTED (READ):  " WS-BATCHES-REJECTED
               " TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-LINE
           END-STRING.
           WRITE LOCKBOX-REPORT-LINE.
