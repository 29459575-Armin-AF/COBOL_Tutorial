      *> figure the auditors ask for every year - until now it was
      *> rebuilt in a spreadsheet from a policy master dump, because
      *> everything else we report is written premium at issue.
      *> A checkpoint (data/EARNCKPT.DAT) is taken every
      *> WS-CHECKPOINT-INTERVAL policies - the last policy processed,
      *> the grand totals and the per-type table. A rerun the same
      *> business date resumes after that policy with the totals
      *> restored and a restart marker on the report, unless it is
      *> started with FRESH on the command line; the resumed run
      *> then proves the master against its balance control
      *> (PolicyBalCheck) before the report is trusted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT EARNED-CHECKPOINT-FILE ASSIGN TO 'data/EARNCKPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       FD  EARNED-REPORT-FILE.
       01  EARNED-REPORT-LINE          PIC X(80).

       FD  EARNED-CHECKPOINT-FILE.
       COPY POLCKPT.

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-GRAND-EARNED PIC 9(11)V99 VALUE ZEROS.
       01 WS-GRAND-UNEARNED PIC 9(11)V99 VALUE ZEROS.

      *> Checkpoint/restart - FRESH on the command line sets a
      *> current checkpoint aside and runs from the top.
       01 WS-CKPT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-CKPT PIC X(1) VALUE 'N'.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-RESUMING PIC X(1) VALUE 'N'.
       01 WS-RESTART-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 50.
       01 WS-POLICIES-SINCE-CKPT PIC 9(5) VALUE ZEROS.
       01 WS-POLICIES-DONE PIC 9(7) VALUE ZEROS.
       01 WS-CKPT-TAKEN-AT PIC 9(14) VALUE ZEROS.
       01 WS-BALANCED PIC X(1) VALUE 'Y'.
       01 WS-CKPT-TOTALS.
           05 WS-CK-TYPE-COUNT          PIC 9(2).
           05 WS-CK-GRAND-WRITTEN       PIC 9(11)V99.
           05 WS-CK-GRAND-EARNED        PIC 9(11)V99.
           05 WS-CK-GRAND-UNEARNED      PIC 9(11)V99.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM E000-CHECK-RESTART.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
               STOP RUN
           END-IF.

           IF WS-RESUMING = 'Y'
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
               PERFORM B000-EARN-POLICY

               ADD 1 TO WS-POLICIES-DONE
               ADD 1 TO WS-POLICIES-SINCE-CKPT
               IF WS-POLICIES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
                   PERFORM G000-WRITE-CHECKPOINT
               END-IF

               READ POLICY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-POLICIES
               END-READ

           CLOSE POLICY-MASTER.

           IF WS-RESUMING = 'Y'
               CALL 'PolicyBalCheck' USING WS-BALANCED
           END-IF.
           PERFORM D000-WRITE-REPORT.
           PERFORM F000-CLEAR-CHECKPOINT.
           STOP RUN.

      *> An active (or lapsed-but-unreversed) policy earns through
           END-STRING.
           WRITE EARNED-REPORT-LINE.

           IF WS-RESUMING = 'Y'
               MOVE SPACES TO EARNED-REPORT-LINE
               STRING "*** RESTARTED AFTER POLICY " WS-RESTART-POLICY
                   " ***"
                   DELIMITED BY SIZE INTO EARNED-REPORT-LINE
               END-STRING
               WRITE EARNED-REPORT-LINE
           END-IF.
           IF WS-BALANCED = 'N'
               MOVE "MASTER FAILED BALANCE CONTROL - TOTALS NOT PROVEN"
                   TO EARNED-REPORT-LINE
               WRITE EARNED-REPORT-LINE
               MOVE 2 TO RETURN-CODE
           END-IF.

           MOVE "TYPE       COUNT WRITTEN      EARNED       UNEARNED"
               TO EARNED-REPORT-LINE.
           WRITE EARNED-REPORT-LINE.
           CLOSE EARNED-REPORT-FILE.

           DISPLAY "UNEARNED PREMIUM RESERVE: " WS-GRAND-UNEARNED.

      *> A checkpoint taken for today's business date is offered
      *> for resumption; one left from an earlier date is stale.
       E000-CHECK-RESTART.
           MOVE 'N' TO WS-RESUMING.
           MOVE SPACES TO POLCKPT-RECORD.
           OPEN INPUT EARNED-CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
               READ EARNED-CHECKPOINT-FILE
                   AT END MOVE SPACES TO POLCKPT-RECORD
               END-READ
           END-IF.

           IF POLCKPT-REC-TYPE = 'H'
               AND POLCKPT-LAST-POLICY NOT = ZEROS
               IF POLCKPT-RUN-DATE NOT = WS-TODAY
                   DISPLAY "CHECKPOINT FROM " POLCKPT-RUN-DATE
                       " IS STALE, EARNED PREMIUM STARTS FROM THE TOP"
               ELSE
               IF WS-RUN-MODE = 'FRESH'
                   DISPLAY "CHECKPOINT AFTER POLICY "
                       POLCKPT-LAST-POLICY
                       " SET ASIDE, EARNED PREMIUM STARTS FROM THE TOP"
               ELSE
                   PERFORM E100-RESTORE-CHECKPOINT
               END-IF
               END-IF
           END-IF.

           IF WS-CKPT-STATUS = '00' OR WS-CKPT-STATUS = '10'
               CLOSE EARNED-CHECKPOINT-FILE
           END-IF.

       E100-RESTORE-CHECKPOINT.
           MOVE 'Y' TO WS-RESUMING.
           MOVE POLCKPT-LAST-POLICY TO WS-RESTART-POLICY.
           MOVE POLCKPT-POLICIES-DONE TO WS-POLICIES-DONE.
           MOVE POLCKPT-TOTALS TO WS-CKPT-TOTALS.
           MOVE WS-CK-GRAND-WRITTEN TO WS-GRAND-WRITTEN.
           MOVE WS-CK-GRAND-EARNED TO WS-GRAND-EARNED.
           MOVE WS-CK-GRAND-UNEARNED TO WS-GRAND-UNEARNED.
           MOVE POLCKPT-TAKEN-AT TO WS-CKPT-TAKEN-AT.

           MOVE ZEROS TO WS-TYPE-COUNT.
           MOVE 'N' TO WS-END-OF-CKPT.
           PERFORM UNTIL WS-END-OF-CKPT = 'Y'
               READ EARNED-CHECKPOINT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-CKPT
                   NOT AT END
                       IF POLCKPT-REC-TYPE = 'D'
                           AND WS-TYPE-COUNT < 10
                           ADD 1 TO WS-TYPE-COUNT
                           MOVE POLCKPT-ENTRY
                               TO EARN-TOTAL-ENTRY(WS-TYPE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TYPE-COUNT NOT = WS-CK-TYPE-COUNT
               DISPLAY "CHECKPOINT TYPE TABLE INCOMPLETE, "
                   "EARNED PREMIUM STARTS FROM THE TOP"
               MOVE 'N' TO WS-RESUMING
               MOVE ZEROS TO WS-RESTART-POLICY
               MOVE ZEROS TO WS-POLICIES-DONE
               MOVE ZEROS TO WS-TYPE-COUNT
               MOVE ZEROS TO WS-GRAND-WRITTEN
               MOVE ZEROS TO WS-GRAND-EARNED
               MOVE ZEROS TO WS-GRAND-UNEARNED
           ELSE
               DISPLAY "RESUMING FROM CHECKPOINT AFTER POLICY: "
                   WS-RESTART-POLICY
               DISPLAY "CHECKPOINT TAKEN " WS-CKPT-TAKEN-AT ", "
                   WS-POLICIES-DONE " POLICIES ALREADY DONE - "
                   "RUN WITH FRESH TO START OVER"
           END-IF.

       F000-CLEAR-CHECKPOINT.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE ZEROS TO POLCKPT-RUN-DATE.
           MOVE ZEROS TO POLCKPT-PASS.
           MOVE ZEROS TO POLCKPT-LAST-POLICY.
           MOVE ZEROS TO POLCKPT-POLICIES-DONE.
           MOVE ZEROS TO POLCKPT-TAKEN-AT.
           OPEN OUTPUT EARNED-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           CLOSE EARNED-CHECKPOINT-FILE.

      *> The header, then one detail row per type slot in use.
       G000-WRITE-CHECKPOINT.
           MOVE WS-TYPE-COUNT TO WS-CK-TYPE-COUNT.
           MOVE WS-GRAND-WRITTEN TO WS-CK-GRAND-WRITTEN.
           MOVE WS-GRAND-EARNED TO WS-CK-GRAND-EARNED.
           MOVE WS-GRAND-UNEARNED TO WS-CK-GRAND-UNEARNED.
           MOVE SPACES TO POLCKPT-RECORD.
           MOVE 'H' TO POLCKPT-REC-TYPE.
           MOVE WS-TODAY TO POLCKPT-RUN-DATE.
           MOVE 1 TO POLCKPT-PASS.
           MOVE POLICY-NUMBER TO POLCKPT-LAST-POLICY.
           MOVE WS-POLICIES-DONE TO POLCKPT-POLICIES-DONE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO POLCKPT-TAKEN-AT.
           MOVE WS-CKPT-TOTALS TO POLCKPT-TOTALS.
           OPEN OUTPUT EARNED-CHECKPOINT-FILE.
           WRITE POLCKPT-RECORD.
           PERFORM VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-TYPE-COUNT
               MOVE SPACES TO POLCKPT-RECORD
               MOVE 'D' TO POLCKPT-REC-TYPE
               MOVE EARN-TOTAL-ENTRY(ET-IDX) TO POLCKPT-ENTRY
               WRITE POLCKPT-RECORD
           END-PERFORM.
           CLOSE EARNED-CHECKPOINT-FILE.
           MOVE ZEROS TO WS-POLICIES-SINCE-CKPT.
