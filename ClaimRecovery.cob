       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimRecovery.

      *> Claim recovery posting run - reads subrogation and salvage
      *> transactions from RECOVTRN.DAT and applies them against the
      *> recovery file (data/RECOVERY.DAT) and the claims master: open
      *> an expected recovery on a paid claim, post money collected
      *> (kept cumulatively in CLAIM-RECOVERED-AMOUNT), or write off
      *> what is still outstanding. Recovered money can never exceed
      *> what was paid on the claim. Money back from an at-fault
      *> party's insurer or a salvage sale finally has somewhere to
      *> land, and LossRatio/ManagementPack can report net incurred
      *> losses instead of gross paid only. Open expectations stay on
      *> RecoveryWorklist.cob until collected or written off.
      *> Each claim is read and rewritten by CLAIM-NUMBER on the
      *> indexed claims master. Rows collected in full or written
      *> off move to data/RECOVHIST.DAT (same layout) when the
      *> recovery file is rewritten, so it only carries what is
      *> still open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-TRANS-FILE ASSIGN TO 'RECOVTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO 'data/RECOVERY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT RECOVERY-HISTORY-FILE ASSIGN TO 'data/RECOVHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVHIST-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO 'data/CLMRECOV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-TRANS-FILE.
       COPY RECOVTR.

       FD  CLAIMS-MASTER-FILE.
       COPY CLAIMREC.

       FD  RECOVERY-FILE.
       COPY RECOVERY.

      *> Settled recovery rows, moved here as they stood.
       FD  RECOVERY-HISTORY-FILE.
       01  RECOVERY-HISTORY-LINE       PIC X(63).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-CLAIMS-STATUS PIC X(2) VALUE '00'.
       01 WS-RECOVERY-STATUS PIC X(2) VALUE '00'.
       01 WS-RECOVHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-RECOVERIES PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-COLLECTED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-WRITTEN-OFF-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      *> The claim a transaction applies to, read by CLAIM-NUMBER.
       01 WS-CLAIM-FOUND PIC X(1) VALUE 'N'.

      *> The recovery file held in storage, transactions applied,
      *> file rewritten at end-of-job.
       01 WS-RECOVERY-TABLE.
           05 WS-RC-ENTRY OCCURS 999 TIMES INDEXED BY WS-RC-IDX.
               10 WS-RC-CLAIM           PIC 9(7).
               10 WS-RC-TYPE            PIC X(1).
               10 WS-RC-PARTY           PIC X(20).
               10 WS-RC-OPEN-DATE       PIC 9(8).
               10 WS-RC-EXPECTED        PIC 9(7)V99.
               10 WS-RC-COLLECTED       PIC 9(7)V99.
               10 WS-RC-STATUS          PIC X(1).
               10 WS-RC-CLOSE-DATE      PIC 9(8).
       01 WS-RECOVERY-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-RC-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-WRITE-OFF-AMOUNT PIC 9(7)V99 VALUE ZEROS.

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
           CALL 'GetBusDate' USING WS-BUS-DATE.

           OPEN INPUT RECOVERY-TRANS-FILE.
           IF WS-TRAN-STATUS = '35'
               DISPLAY "NO RECOVTRN.DAT TONIGHT, NOTHING TO POST"
               STOP RUN
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN RECOVTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-OPEN-CLAIMS.
           PERFORM B100-LOAD-RECOVERIES.

           OPEN OUTPUT RECOVERY-REPORT-FILE.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "CLAIM RECOVERY POSTING " WS-BUS-DATE
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.

           READ RECOVERY-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANS
           END-READ.

           PERFORM UNTIL WS-END-OF-TRANS = 'Y'
               PERFORM C000-APPLY-TRANSACTION

               READ RECOVERY-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ
           END-PERFORM.

           CLOSE RECOVERY-TRANS-FILE.

           CLOSE CLAIMS-MASTER-FILE.
           PERFORM J100-REWRITE-RECOVERIES.
      *> The recovery file now carries every transaction applied -
      *> empty the input so a collection is never posted twice.
           OPEN OUTPUT RECOVERY-TRANS-FILE.
           CLOSE RECOVERY-TRANS-FILE.

           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "APPLIED: " WS-APPLIED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  COLLECTED: " WS-COLLECTED-TOTAL
               "  WRITTEN OFF: " WS-WRITTEN-OFF-TOTAL
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.
           CLOSE RECOVERY-REPORT-FILE.

           DISPLAY "RECOVERIES APPLIED:    " WS-APPLIED-COUNT.
           DISPLAY "RECOVERIES REJECTED:   " WS-REJECTED-COUNT.
           DISPLAY "TOTAL COLLECTED:       " WS-COLLECTED-TOTAL.
           DISPLAY "TOTAL WRITTEN OFF:     " WS-WRITTEN-OFF-TOTAL.
           STOP RUN.

       B000-OPEN-CLAIMS.
           OPEN I-O CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS NOT = '00'
               DISPLAY "NO CLAIMS MASTER ON FILE, STATUS: "
                   WS-CLAIMS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No recovery file yet just means none has ever been opened.
       B100-LOAD-RECOVERIES.
           MOVE ZEROS TO WS-RECOVERY-COUNT.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RECOVERY-STATUS = '00'
               READ RECOVERY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-RECOVERIES
               END-READ

               PERFORM UNTIL WS-END-OF-RECOVERIES = 'Y'
                   OR WS-RECOVERY-COUNT = 999
                   ADD 1 TO WS-RECOVERY-COUNT
                   MOVE RECOV-CLAIM-NUMBER
                       TO WS-RC-CLAIM(WS-RECOVERY-COUNT)
                   MOVE RECOV-TYPE TO WS-RC-TYPE(WS-RECOVERY-COUNT)
                   MOVE RECOV-PARTY TO WS-RC-PARTY(WS-RECOVERY-COUNT)
                   MOVE RECOV-OPEN-DATE
                       TO WS-RC-OPEN-DATE(WS-RECOVERY-COUNT)
                   MOVE RECOV-EXPECTED
                       TO WS-RC-EXPECTED(WS-RECOVERY-COUNT)
                   MOVE RECOV-COLLECTED
                       TO WS-RC-COLLECTED(WS-RECOVERY-COUNT)
                   MOVE RECOV-STATUS
                       TO WS-RC-STATUS(WS-RECOVERY-COUNT)
                   MOVE RECOV-CLOSE-DATE
                       TO WS-RC-CLOSE-DATE(WS-RECOVERY-COUNT)

                   READ RECOVERY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-RECOVERIES
                   END-READ
               END-PERFORM

               CLOSE RECOVERY-FILE
           END-IF.

      *>   The file is written back whole at end of job, so rows past
      *>   the table would be lost - post nothing. Settled rows move
      *>   to history at every rewrite, so only open expectations
      *>   count against the table.
           IF WS-RECOVERY-COUNT = 999
               AND WS-END-OF-RECOVERIES = 'N'
               DISPLAY "RECOVERY FILE OVER 999 ROWS - NOTHING POSTED"
               CLOSE RECOVERY-TRANS-FILE
               CLOSE CLAIMS-MASTER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       C000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM D000-FIND-CLAIM.

           IF WS-CLAIM-FOUND = 'N'
               MOVE "CLAIM NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF RECTRN-TYPE NOT = 'S' AND RECTRN-TYPE NOT = 'V'
                   MOVE "INVALID RECOVERY TYPE" TO WS-REJECT-REASON
               ELSE
                   PERFORM D100-FIND-RECOVERY
                   EVALUATE RECTRN-ACTION
                       WHEN 'E'
                           PERFORM E000-OPEN-EXPECTATION
                       WHEN 'C'
                           PERFORM F000-POST-COLLECTION
                       WHEN 'W'
                           PERFORM G000-WRITE-OFF
                       WHEN OTHER
                           MOVE "INVALID ACTION CODE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "REJECTED " RECTRN-ACTION RECTRN-TYPE ' '
                   RECTRN-CLAIM-NUMBER ' ' RECTRN-AMOUNT ': '
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               END-STRING
               WRITE RECOVERY-REPORT-LINE
           END-IF.

      *> Rows written before recoveries were tracked carry spaces.
       D000-FIND-CLAIM.
           MOVE 'N' TO WS-CLAIM-FOUND.
           MOVE RECTRN-CLAIM-NUMBER TO CLAIM-NUMBER.
           READ CLAIMS-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLAIM-FOUND
                   IF CLAIM-RECOVERED-AMOUNT NOT NUMERIC
                       MOVE ZEROS TO CLAIM-RECOVERED-AMOUNT
                   END-IF
           END-READ.

      *> The open expectation for this claim and recovery type, if
      *> any - settled rows are history and never reopened.
       D100-FIND-RECOVERY.
           MOVE ZEROS TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RECOVERY-COUNT
               IF WS-RC-CLAIM(WS-RC-IDX) = RECTRN-CLAIM-NUMBER
                   AND WS-RC-TYPE(WS-RC-IDX) = RECTRN-TYPE
                   AND WS-RC-STATUS(WS-RC-IDX) = 'O'
                   SET WS-RC-FOUND TO WS-RC-IDX
               END-IF
           END-PERFORM.

      *> Recovery only makes sense against money already paid out.
       E000-OPEN-EXPECTATION.
           EVALUATE TRUE
               WHEN CLAIM-PAID-AMOUNT = ZEROS
                   MOVE "NOTHING PAID ON CLAIM" TO WS-REJECT-REASON
               WHEN WS-RC-FOUND NOT = ZEROS
                   MOVE "RECOVERY ALREADY OPEN" TO WS-REJECT-REASON
               WHEN RECTRN-AMOUNT = ZEROS
                   MOVE "NO EXPECTED AMOUNT" TO WS-REJECT-REASON
               WHEN CLAIM-RECOVERED-AMOUNT + RECTRN-AMOUNT
                   > CLAIM-PAID-AMOUNT
                   MOVE "EXPECTED EXCEEDS PAID" TO WS-REJECT-REASON
               WHEN WS-RECOVERY-COUNT = 999
                   MOVE "RECOVERY FILE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-RECOVERY-COUNT
                   MOVE WS-RECOVERY-COUNT TO WS-RC-FOUND
                   MOVE RECTRN-CLAIM-NUMBER TO WS-RC-CLAIM(WS-RC-FOUND)
                   MOVE RECTRN-TYPE TO WS-RC-TYPE(WS-RC-FOUND)
                   MOVE RECTRN-PARTY TO WS-RC-PARTY(WS-RC-FOUND)
                   MOVE RECTRN-DATE TO WS-RC-OPEN-DATE(WS-RC-FOUND)
                   MOVE RECTRN-AMOUNT TO WS-RC-EXPECTED(WS-RC-FOUND)
                   MOVE ZEROS TO WS-RC-COLLECTED(WS-RC-FOUND)
                   MOVE 'O' TO WS-RC-STATUS(WS-RC-FOUND)
                   MOVE ZEROS TO WS-RC-CLOSE-DATE(WS-RC-FOUND)
                   MOVE SPACES TO RECOVERY-REPORT-LINE
                   STRING "CLAIM " RECTRN-CLAIM-NUMBER " RECOVERY "
                       RECTRN-TYPE " OPENED, EXPECTED "
                       RECTRN-AMOUNT " FROM " RECTRN-PARTY
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                   END-STRING
                   WRITE RECOVERY-REPORT-LINE
           END-EVALUATE.

      *> Money can arrive without an expectation having been opened
      *> (a salvage bid nobody logged) - it posts anyway, recorded as
      *> an expectation met in full. The expectation closes once
      *> collections reach the expected amount.
       F000-POST-COLLECTION.
           EVALUATE TRUE
               WHEN RECTRN-AMOUNT = ZEROS
                   MOVE "NO AMOUNT COLLECTED" TO WS-REJECT-REASON
               WHEN CLAIM-RECOVERED-AMOUNT + RECTRN-AMOUNT
                   > CLAIM-PAID-AMOUNT
                   MOVE "RECOVERY EXCEEDS PAID" TO WS-REJECT-REASON
               WHEN WS-RC-FOUND = ZEROS
                   AND WS-RECOVERY-COUNT = 999
                   MOVE "RECOVERY FILE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD RECTRN-AMOUNT TO CLAIM-RECOVERED-AMOUNT
                   REWRITE CLAIM-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO REWRITE CLAIM "
                               CLAIM-NUMBER ", STATUS: "
                               WS-CLAIMS-STATUS
                           STRING "REWRITE FAILED, STATUS "
                               WS-CLAIMS-STATUS
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                           END-STRING
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM F100-APPLY-COLLECTION
                   END-REWRITE
           END-EVALUATE.

      *> Only once the claim carries the money does the recovery row
      *> take it - a failed claim rewrite leaves both as they were.
       F100-APPLY-COLLECTION.
           IF WS-RC-FOUND = ZEROS
               ADD 1 TO WS-RECOVERY-COUNT
               MOVE WS-RECOVERY-COUNT TO WS-RC-FOUND
               MOVE RECTRN-CLAIM-NUMBER TO WS-RC-CLAIM(WS-RC-FOUND)
               MOVE RECTRN-TYPE TO WS-RC-TYPE(WS-RC-FOUND)
               MOVE RECTRN-PARTY TO WS-RC-PARTY(WS-RC-FOUND)
               MOVE RECTRN-DATE TO WS-RC-OPEN-DATE(WS-RC-FOUND)
               MOVE RECTRN-AMOUNT TO WS-RC-EXPECTED(WS-RC-FOUND)
               MOVE ZEROS TO WS-RC-COLLECTED(WS-RC-FOUND)
           END-IF.
           ADD RECTRN-AMOUNT TO WS-RC-COLLECTED(WS-RC-FOUND).
           ADD RECTRN-AMOUNT TO WS-COLLECTED-TOTAL.
           IF WS-RC-COLLECTED(WS-RC-FOUND)
               >= WS-RC-EXPECTED(WS-RC-FOUND)
               MOVE 'C' TO WS-RC-STATUS(WS-RC-FOUND)
               MOVE RECTRN-DATE TO WS-RC-CLOSE-DATE(WS-RC-FOUND)
           ELSE
               MOVE 'O' TO WS-RC-STATUS(WS-RC-FOUND)
           END-IF.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "CLAIM " RECTRN-CLAIM-NUMBER " RECOVERY "
               RECTRN-TYPE " COLLECTED " RECTRN-AMOUNT
               " TOTAL RECOVERED "
               CLAIM-RECOVERED-AMOUNT
               " STATUS " WS-RC-STATUS(WS-RC-FOUND)
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.

      *> Gives up on whatever is still outstanding - the expectation
      *> leaves the worklist; what was collected stays recovered.
       G000-WRITE-OFF.
           IF WS-RC-FOUND = ZEROS
               MOVE "NO OPEN RECOVERY" TO WS-REJECT-REASON
           ELSE
               IF WS-RC-COLLECTED(WS-RC-FOUND)
                   >= WS-RC-EXPECTED(WS-RC-FOUND)
                   MOVE ZEROS TO WS-WRITE-OFF-AMOUNT
               ELSE
                   COMPUTE WS-WRITE-OFF-AMOUNT =
                       WS-RC-EXPECTED(WS-RC-FOUND)
                       - WS-RC-COLLECTED(WS-RC-FOUND)
               END-IF
               ADD WS-WRITE-OFF-AMOUNT TO WS-WRITTEN-OFF-TOTAL
               MOVE 'W' TO WS-RC-STATUS(WS-RC-FOUND)
               MOVE RECTRN-DATE TO WS-RC-CLOSE-DATE(WS-RC-FOUND)
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "CLAIM " RECTRN-CLAIM-NUMBER " RECOVERY "
                   RECTRN-TYPE " WRITTEN OFF " WS-WRITE-OFF-AMOUNT
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               END-STRING
               WRITE RECOVERY-REPORT-LINE
           END-IF.

      *> Open expectations go back on the recovery file; rows
      *> settled tonight or before go to the history file.
       J100-REWRITE-RECOVERIES.
           OPEN EXTEND RECOVERY-HISTORY-FILE.
           IF WS-RECOVHIST-STATUS = '35'
               OPEN OUTPUT RECOVERY-HISTORY-FILE
           END-IF.
           OPEN OUTPUT RECOVERY-FILE.

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RECOVERY-COUNT
               MOVE WS-RC-CLAIM(WS-RC-IDX) TO RECOV-CLAIM-NUMBER
               MOVE WS-RC-TYPE(WS-RC-IDX) TO RECOV-TYPE
               MOVE WS-RC-PARTY(WS-RC-IDX) TO RECOV-PARTY
               MOVE WS-RC-OPEN-DATE(WS-RC-IDX) TO RECOV-OPEN-DATE
               MOVE WS-RC-EXPECTED(WS-RC-IDX) TO RECOV-EXPECTED
               MOVE WS-RC-COLLECTED(WS-RC-IDX) TO RECOV-COLLECTED
               MOVE WS-RC-STATUS(WS-RC-IDX) TO RECOV-STATUS
               MOVE WS-RC-CLOSE-DATE(WS-RC-IDX) TO RECOV-CLOSE-DATE
               IF RECOV-STATUS = 'O'
                   WRITE RECOVERY-RECORD
               ELSE
                   WRITE RECOVERY-HISTORY-LINE FROM RECOVERY-RECORD
               END-IF
           END-PERFORM.

           CLOSE RECOVERY-FILE.
           CLOSE RECOVERY-HISTORY-FILE.
