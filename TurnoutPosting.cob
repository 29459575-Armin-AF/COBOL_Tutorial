       IDENTIFICATION DIVISION.
       PROGRAM-ID. TurnoutPosting.

      *> Election turnout posting - takes the voted list keyed back
      *> from the precinct poll books (VOTED.DAT, copybooks/
      *> VOTEDLST.cpy) for the election date keyed at the prompt and
      *> records each voter's participation: a row per voter on the
      *> history file data/VOTEHIST.DAT and VOTER-LAST-VOTED on the
      *> roll. A row is rejected to data/VOTEDREJ.TXT when the voter
      *> is not on the roll, is inactive, was not of age on election
      *> day (so was never in a poll book), signed a precinct other
      *> than their own, or is already recorded as voting in this
      *> election - twice on the list, or posted by an earlier run,
      *> which makes a rerun harmless. The turnout report
      *> (data/TURNOUT.TXT) then gives, by precinct and age band on
      *> election day, the voters in the poll books against those
      *> recorded as voting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTED-LIST-FILE ASSIGN TO 'VOTED.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOTED-STATUS.

           SELECT VOTER-ROLL-FILE ASSIGN TO 'VOTERROLL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT VOTE-HISTORY-FILE ASSIGN TO 'data/VOTEHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VOTED-REJECT-FILE ASSIGN TO 'data/VOTEDREJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT TURNOUT-REPORT-FILE ASSIGN TO 'data/TURNOUT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTED-LIST-FILE.
       COPY VOTEDLST.

       FD  VOTER-ROLL-FILE.
       COPY VOTERREC.

       FD  VOTE-HISTORY-FILE.
       COPY VOTEHIST.

       FD  VOTED-REJECT-FILE.
       01  VOTED-REJECT-LINE           PIC X(70).

       FD  TURNOUT-REPORT-FILE.
       01  TURNOUT-REPORT-LINE         PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-VOTED-STATUS PIC X(2) VALUE '00'.
       01 WS-ROLL-STATUS PIC X(2) VALUE '00'.
       01 WS-HISTORY-STATUS PIC X(2) VALUE '00'.
       01 WS-REJECT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-VOTED PIC X(1) VALUE 'N'.
       01 WS-END-OF-ROLL PIC X(1) VALUE 'N'.
       01 WS-END-OF-HISTORY PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-ELECTION-DATE PIC 9(8) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(36) VALUE SPACES.
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.

      *> VOTERROLL.DAT held in storage, participation marked, file
      *> rewritten at end-of-job. WS-VT-VOTED is 'Y' once the voter
      *> is recorded for this election, from the history or from
      *> this run; WS-VT-BAND is the age band on election day
      *> (zero = under age, not in a poll book).
       01 WS-VOTER-TABLE.
           05 WS-VT-ENTRY OCCURS 999 TIMES INDEXED BY WS-VT-IDX.
               10 WS-VT-ID              PIC 9(6).
               10 WS-VT-RECORD          PIC X(105).
               10 WS-VT-VOTED           PIC X(1).
               10 WS-VT-BAND            PIC 9(1).
       01 WS-VOTER-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

      *> Age bands on election day - the lower age of each band.
       01 WS-BAND-VALUES.
           05 FILLER PIC X(10) VALUE '18 TO 24  '.
           05 FILLER PIC X(10) VALUE '25 TO 34  '.
           05 FILLER PIC X(10) VALUE '35 TO 49  '.
           05 FILLER PIC X(10) VALUE '50 TO 64  '.
           05 FILLER PIC X(10) VALUE '65 AND UP '.
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 WS-BAND-ENTRY OCCURS 5 TIMES INDEXED BY WS-BD-IDX.
               10 WS-BAND-LOW           PIC 9(2).
               10 WS-BAND-LABEL         PIC X(8).
       01 WS-BAND-COUNT PIC 9(1) VALUE 5.

      *> Book and voted counts by precinct and band, precincts kept
      *> in precinct order for the report.
       01 WS-PRECINCT-TABLE.
           05 WS-PT-ENTRY OCCURS 99 TIMES INDEXED BY WS-PT-IDX.
               10 WS-PT-PRECINCT        PIC X(4).
               10 WS-PT-BAND OCCURS 5 TIMES.
                   15 WS-PT-BOOK        PIC 9(5).
                   15 WS-PT-VOTED       PIC 9(5).
       01 WS-PRECINCT-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-PT-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-PT-SLOT PIC 9(2) VALUE ZEROS.
       01 WS-BAND-SUB PIC 9(1) VALUE ZEROS.

       01 WS-BOOK-TOTAL PIC 9(5) VALUE ZEROS.
       01 WS-VOTED-TOTAL PIC 9(5) VALUE ZEROS.
       01 WS-GRAND-BOOK PIC 9(5) VALUE ZEROS.
       01 WS-GRAND-VOTED PIC 9(5) VALUE ZEROS.
       01 WS-BAND-BOOK PIC 9(5) VALUE ZEROS.
       01 WS-BAND-VOTED PIC 9(5) VALUE ZEROS.
       01 WS-TURNOUT-PCT PIC 9(3)V9 VALUE ZEROS.
       01 WS-TURNOUT-DISPLAY PIC ZZ9.9 VALUE ZEROS.
       01 WS-BOOK-DISPLAY PIC ZZ,ZZ9 VALUE ZEROS.
       01 WS-VOTED-DISPLAY PIC ZZ,ZZ9 VALUE ZEROS.
       01 WS-REPORT-LABEL PIC X(20) VALUE SPACES.

       01 WS-CALC-AGE PIC S9(3) VALUE ZEROS.
       01 WS-ASOF-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-DOB-YEAR PIC 9(4) VALUE ZEROS.

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

      *> Posting is after the fact - there is no sensible default
      *> for which election the list belongs to.
           DISPLAY "ENTER ELECTION DATE (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-ELECTION-DATE.
           IF WS-ELECTION-DATE = ZEROS
               OR WS-ELECTION-DATE > WS-TODAY
               DISPLAY "ELECTION DATE MUST BE KEYED AND NOT AFTER "
                   "TODAY"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM B000-LOAD-VOTERS.
           PERFORM B100-LOAD-HISTORY.

           OPEN INPUT VOTED-LIST-FILE.
           IF WS-VOTED-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN VOTED.DAT, STATUS: "
                   WS-VOTED-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VOTED-REJECT-FILE.
           MOVE SPACES TO VOTED-REJECT-LINE.
           STRING "VOTED LIST REJECTS - ELECTION " WS-ELECTION-DATE
               DELIMITED BY SIZE INTO VOTED-REJECT-LINE
           END-STRING.
           WRITE VOTED-REJECT-LINE.

           OPEN EXTEND VOTE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT VOTE-HISTORY-FILE
           END-IF.

           READ VOTED-LIST-FILE
               AT END MOVE 'Y' TO WS-END-OF-VOTED
           END-READ.

           PERFORM UNTIL WS-END-OF-VOTED = 'Y'
               PERFORM C000-POST-VOTER

               READ VOTED-LIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-VOTED
               END-READ
           END-PERFORM.

           CLOSE VOTED-LIST-FILE.
           CLOSE VOTE-HISTORY-FILE.
           CLOSE VOTED-REJECT-FILE.

           IF WS-POSTED-COUNT > ZEROS
               PERFORM H000-REWRITE-VOTERS
           END-IF.

           PERFORM E000-TALLY-TURNOUT.
           PERFORM F000-WRITE-TURNOUT-REPORT.

           DISPLAY "VOTERS POSTED:         " WS-POSTED-COUNT.
           DISPLAY "VOTED ROWS REJECTED:   " WS-REJECTED-COUNT.
           DISPLAY "IN POLL BOOKS:         " WS-GRAND-BOOK.
           DISPLAY "RECORDED AS VOTING:    " WS-GRAND-VOTED.
           STOP RUN.

      *> A roll too big for the table stops the run rather than lose
      *> registrations on the rewrite.
       B000-LOAD-VOTERS.
           MOVE ZEROS TO WS-VOTER-COUNT.
           OPEN INPUT VOTER-ROLL-FILE.
           IF WS-ROLL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN VOTERROLL.DAT, STATUS: "
                   WS-ROLL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ VOTER-ROLL-FILE
               AT END MOVE 'Y' TO WS-END-OF-ROLL
           END-READ.

           PERFORM UNTIL WS-END-OF-ROLL = 'Y'
               IF WS-VOTER-COUNT = 999
                   DISPLAY "VOTER TABLE FULL - NOTHING POSTED"
                   CLOSE VOTER-ROLL-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VOTER-COUNT
               MOVE VOTER-ID TO WS-VT-ID(WS-VOTER-COUNT)
               MOVE VOTER-RECORD TO WS-VT-RECORD(WS-VOTER-COUNT)
               MOVE 'N' TO WS-VT-VOTED(WS-VOTER-COUNT)
               PERFORM D000-COMPUTE-AGE
               MOVE ZEROS TO WS-VT-BAND(WS-VOTER-COUNT)
               PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BAND-COUNT
                   IF WS-CALC-AGE >= WS-BAND-LOW(WS-BD-IDX)
                       SET WS-VT-BAND(WS-VOTER-COUNT) TO WS-BD-IDX
                   END-IF
               END-PERFORM

               READ VOTER-ROLL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ROLL
               END-READ
           END-PERFORM.

           CLOSE VOTER-ROLL-FILE.

      *> Voters already posted for this election by an earlier run.
      *> No history file yet means nobody has been posted.
       B100-LOAD-HISTORY.
           OPEN INPUT VOTE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               READ VOTE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-HISTORY
               END-READ

               PERFORM UNTIL WS-END-OF-HISTORY = 'Y'
                   IF VH-ELECTION-DATE = WS-ELECTION-DATE
                       MOVE VH-VOTER-ID TO VOTED-VOTER-ID
                       PERFORM D100-FIND-VOTER
                       IF WS-FOUND-IDX NOT = ZEROS
                           MOVE 'Y' TO WS-VT-VOTED(WS-FOUND-IDX)
                       END-IF
                   END-IF

                   READ VOTE-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-HISTORY
                   END-READ
               END-PERFORM

               CLOSE VOTE-HISTORY-FILE
           END-IF.

       C000-POST-VOTER.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZEROS TO WS-FOUND-IDX.
           IF VOTED-VOTER-ID NUMERIC
               PERFORM D100-FIND-VOTER
           END-IF.
           IF WS-FOUND-IDX NOT = ZEROS
               MOVE WS-VT-RECORD(WS-FOUND-IDX) TO VOTER-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "NOT ON THE ROLL" TO WS-REJECT-REASON
               WHEN VOTER-STATUS NOT = 'A'
                   MOVE "REGISTRATION INACTIVE" TO WS-REJECT-REASON
               WHEN WS-VT-BAND(WS-FOUND-IDX) = ZEROS
                   MOVE "NOT OF AGE ON ELECTION DAY"
                       TO WS-REJECT-REASON
               WHEN VOTED-PRECINCT NOT = VOTER-PRECINCT
                   STRING "WRONG PRECINCT - REGISTERED IN "
                       VOTER-PRECINCT
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-VT-VOTED(WS-FOUND-IDX) = 'Y'
                   MOVE "ALREADY RECORDED AS VOTING"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE VOTER-ID TO VH-VOTER-ID
                   MOVE WS-ELECTION-DATE TO VH-ELECTION-DATE
                   MOVE VOTER-PRECINCT TO VH-PRECINCT
                   MOVE WS-TODAY TO VH-POSTED-DATE
                   WRITE VOTEHIST-RECORD
                   MOVE 'Y' TO WS-VT-VOTED(WS-FOUND-IDX)
                   IF WS-ELECTION-DATE > VOTER-LAST-VOTED
                       MOVE WS-ELECTION-DATE TO VOTER-LAST-VOTED
                       MOVE VOTER-RECORD TO WS-VT-RECORD(WS-FOUND-IDX)
                   END-IF
                   ADD 1 TO WS-POSTED-COUNT
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO VOTED-REJECT-LINE
               STRING "PRECINCT " VOTED-PRECINCT " VOTER "
                   VOTED-VOTER-ID " " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO VOTED-REJECT-LINE
               END-STRING
               WRITE VOTED-REJECT-LINE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      *> Whole years between date of birth and election day - one
      *> less when the birthday has not yet come around that year
      *> (VoterEligibility's rule).
       D000-COMPUTE-AGE.
           MOVE WS-ELECTION-DATE(1:4) TO WS-ASOF-YEAR.
           MOVE VOTER-DOB(1:4) TO WS-DOB-YEAR.
           COMPUTE WS-CALC-AGE = WS-ASOF-YEAR - WS-DOB-YEAR.
           IF WS-ELECTION-DATE(5:4) < VOTER-DOB(5:4)
               SUBTRACT 1 FROM WS-CALC-AGE
           END-IF.
           IF WS-CALC-AGE < 0
               MOVE ZEROS TO WS-CALC-AGE
           END-IF.

       D100-FIND-VOTER.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VOTER-COUNT
               IF WS-VT-ID(WS-VT-IDX) = VOTED-VOTER-ID
                   SET WS-FOUND-IDX TO WS-VT-IDX
               END-IF
           END-PERFORM.

      *> A voter counts in their precinct's book when active and of
      *> age on election day; one recorded as voting counts whatever
      *> has happened to the registration since.
       E000-TALLY-TURNOUT.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VOTER-COUNT
               MOVE WS-VT-RECORD(WS-VT-IDX) TO VOTER-RECORD
               IF WS-VT-BAND(WS-VT-IDX) NOT = ZEROS
                   AND (VOTER-STATUS = 'A'
                       OR WS-VT-VOTED(WS-VT-IDX) = 'Y')
                   PERFORM E100-FIND-PRECINCT-SLOT
                   IF WS-PT-FOUND NOT = ZEROS
                       MOVE WS-VT-BAND(WS-VT-IDX) TO WS-BAND-SUB
                       ADD 1 TO WS-PT-BOOK(WS-PT-FOUND, WS-BAND-SUB)
                       IF WS-VT-VOTED(WS-VT-IDX) = 'Y'
                           ADD 1
                               TO WS-PT-VOTED(WS-PT-FOUND, WS-BAND-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> The precinct's row, inserted in precinct order when new.
       E100-FIND-PRECINCT-SLOT.
           MOVE ZEROS TO WS-PT-FOUND.
           MOVE ZEROS TO WS-PT-SLOT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PRECINCT-COUNT
               IF WS-PT-PRECINCT(WS-PT-IDX) = VOTER-PRECINCT
                   SET WS-PT-FOUND TO WS-PT-IDX
               END-IF
               IF WS-PT-PRECINCT(WS-PT-IDX) > VOTER-PRECINCT
                   AND WS-PT-SLOT = ZEROS
                   SET WS-PT-SLOT TO WS-PT-IDX
               END-IF
           END-PERFORM.

           IF WS-PT-FOUND = ZEROS
               IF WS-PRECINCT-COUNT = 99
                   DISPLAY "PRECINCT TABLE FULL, PRECINCT "
                       VOTER-PRECINCT " NOT REPORTED"
               ELSE
                   ADD 1 TO WS-PRECINCT-COUNT
                   IF WS-PT-SLOT = ZEROS
                       MOVE WS-PRECINCT-COUNT TO WS-PT-SLOT
                   ELSE
                       PERFORM VARYING WS-PT-IDX
                           FROM WS-PRECINCT-COUNT BY -1
                           UNTIL WS-PT-IDX <= WS-PT-SLOT
                           MOVE WS-PT-ENTRY(WS-PT-IDX - 1)
                               TO WS-PT-ENTRY(WS-PT-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WS-PT-SLOT TO WS-PT-FOUND
                   MOVE VOTER-PRECINCT TO WS-PT-PRECINCT(WS-PT-FOUND)
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > WS-BAND-COUNT
                       MOVE ZEROS
                           TO WS-PT-BOOK(WS-PT-FOUND, WS-BAND-SUB)
                       MOVE ZEROS
                           TO WS-PT-VOTED(WS-PT-FOUND, WS-BAND-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       F000-WRITE-TURNOUT-REPORT.
           OPEN OUTPUT TURNOUT-REPORT-FILE.
           MOVE SPACES TO TURNOUT-REPORT-LINE.
           STRING "TURNOUT BY PRECINCT AND AGE BAND - ELECTION "
               WS-ELECTION-DATE
               DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
           END-STRING.
           WRITE TURNOUT-REPORT-LINE.
           MOVE SPACES TO TURNOUT-REPORT-LINE.
           WRITE TURNOUT-REPORT-LINE.
           MOVE "PRECINCT  AGE BAND           IN BOOK   VOTED  TURNOUT"
               TO TURNOUT-REPORT-LINE.
           WRITE TURNOUT-REPORT-LINE.

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PRECINCT-COUNT
               MOVE ZEROS TO WS-BOOK-TOTAL
               MOVE ZEROS TO WS-VOTED-TOTAL
               MOVE SPACES TO TURNOUT-REPORT-LINE
               WRITE TURNOUT-REPORT-LINE
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
                   MOVE WS-PT-BOOK(WS-PT-IDX, WS-BAND-SUB)
                       TO WS-BAND-BOOK
                   MOVE WS-PT-VOTED(WS-PT-IDX, WS-BAND-SUB)
                       TO WS-BAND-VOTED
                   ADD WS-BAND-BOOK TO WS-BOOK-TOTAL
                   ADD WS-BAND-VOTED TO WS-VOTED-TOTAL
                   MOVE SPACES TO WS-REPORT-LABEL
                   STRING WS-PT-PRECINCT(WS-PT-IDX) "      "
                       WS-BAND-LOW(WS-BAND-SUB)
                       WS-BAND-LABEL(WS-BAND-SUB)
                       DELIMITED BY SIZE INTO WS-REPORT-LABEL
                   END-STRING
                   PERFORM F100-WRITE-COUNT-LINE
               END-PERFORM
               MOVE WS-BOOK-TOTAL TO WS-BAND-BOOK
               MOVE WS-VOTED-TOTAL TO WS-BAND-VOTED
               ADD WS-BOOK-TOTAL TO WS-GRAND-BOOK
               ADD WS-VOTED-TOTAL TO WS-GRAND-VOTED
               MOVE SPACES TO WS-REPORT-LABEL
               STRING WS-PT-PRECINCT(WS-PT-IDX) "      ALL AGES"
                   DELIMITED BY SIZE INTO WS-REPORT-LABEL
               END-STRING
               PERFORM F100-WRITE-COUNT-LINE
           END-PERFORM.

           MOVE SPACES TO TURNOUT-REPORT-LINE.
           WRITE TURNOUT-REPORT-LINE.
           MOVE WS-GRAND-BOOK TO WS-BAND-BOOK.
           MOVE WS-GRAND-VOTED TO WS-BAND-VOTED.
           MOVE "ALL PRECINCTS" TO WS-REPORT-LABEL.
           PERFORM F100-WRITE-COUNT-LINE.

           CLOSE TURNOUT-REPORT-FILE.

       F100-WRITE-COUNT-LINE.
           IF WS-BAND-BOOK = ZEROS
               MOVE ZEROS TO WS-TURNOUT-PCT
           ELSE
               COMPUTE WS-TURNOUT-PCT ROUNDED =
                   WS-BAND-VOTED * 100 / WS-BAND-BOOK
           END-IF.
           MOVE WS-TURNOUT-PCT TO WS-TURNOUT-DISPLAY.
           MOVE WS-BAND-BOOK TO WS-BOOK-DISPLAY.
           MOVE WS-BAND-VOTED TO WS-VOTED-DISPLAY.
           MOVE SPACES TO TURNOUT-REPORT-LINE.
           STRING WS-REPORT-LABEL "   " WS-BOOK-DISPLAY "  "
               WS-VOTED-DISPLAY "   " WS-TURNOUT-DISPLAY "%"
               DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
           END-STRING.
           WRITE TURNOUT-REPORT-LINE.

       H000-REWRITE-VOTERS.
           OPEN OUTPUT VOTER-ROLL-FILE.

           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VOTER-COUNT
               MOVE WS-VT-RECORD(WS-VT-IDX) TO VOTER-RECORD
               WRITE VOTER-RECORD
           END-PERFORM.

           CLOSE VOTER-ROLL-FILE.
