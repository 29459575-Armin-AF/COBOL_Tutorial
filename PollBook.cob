       IDENTIFICATION DIVISION.
       PROGRAM-ID. PollBook.

      *> Election poll book extract - one printable poll book per
      *> precinct in place of the hand-printed lists. Accepts the
      *> election's qualifying date the way VoterEligibility.cob does
      *> and takes every active registration on VOTERROLL.DAT that is
      *> 18 or older AS OF that date - same age rule - sorted by
      *> precinct and name. Each precinct's book goes to its own file,
      *> data/POLLBK-<precinct>.TXT: a header naming the precinct and
      *> election, then voter ID, name and a signature line per voter,
      *> and the count at the foot. Voters sign against their ID; the
      *> IDs keyed back from the books are what TurnoutPosting.cob
      *> posts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-ROSTER-FILE ASSIGN TO 'VOTERROLL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT POLL-BOOK-FILE ASSIGN TO DYNAMIC
               WS-BOOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'data/POLLSORT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-ROSTER-FILE.
       COPY VOTERREC.

       FD  POLL-BOOK-FILE.
       01  POLL-BOOK-LINE            PIC X(70).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-PRECINCT         PIC X(4).
           05  SORT-NAME             PIC X(16).
           05  SORT-VOTER-ID         PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS PIC X(2) VALUE '00'.
       01 WS-BOOK-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-ROSTER PIC X(1) VALUE 'N'.
       01 WS-END-OF-SORT PIC X(1) VALUE 'N'.
       01 WS-BOOK-FILENAME PIC X(40) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-QUALIFYING-DATE PIC 9(8) VALUE ZEROS.
       01 WS-VOTING-AGE PIC 9(3) VALUE 18.
       01 WS-CALC-AGE PIC S9(3) VALUE ZEROS.
       01 WS-ASOF-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-DOB-YEAR PIC 9(4) VALUE ZEROS.

      *> Precinct control break - one book open at a time.
       01 WS-FIRST-ROW PIC X(1) VALUE 'Y'.
       01 WS-PREV-PRECINCT PIC X(4) VALUE SPACES.
       01 WS-BOOK-VOTERS PIC 9(5) VALUE ZEROS.

       01 WS-BOOK-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-UNDER-AGE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-INACTIVE-COUNT PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-RUN-DATE.

           DISPLAY "ENTER QUALIFYING DATE (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-QUALIFYING-DATE.
           IF WS-QUALIFYING-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-QUALIFYING-DATE
           END-IF.

           OPEN INPUT VOTER-ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN VOTERROLL.DAT, STATUS: "
                   WS-ROSTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PRECINCT SORT-NAME
               INPUT PROCEDURE IS A100-RELEASE-ELIGIBLE
               OUTPUT PROCEDURE IS A200-RETURN-SORTED.

           IF WS-FIRST-ROW = 'N'
               PERFORM C000-CLOSE-BOOK
           END-IF.

           DISPLAY "POLL BOOKS WRITTEN:    " WS-BOOK-COUNT.
           DISPLAY "VOTERS LISTED:         " WS-LISTED-COUNT.
           DISPLAY "UNDER AGE, NOT LISTED: " WS-UNDER-AGE-COUNT.
           DISPLAY "INACTIVE, NOT LISTED:  " WS-INACTIVE-COUNT.
           STOP RUN.

      *> Active and of age on the qualifying date - nobody else goes
      *> in a book.
       A100-RELEASE-ELIGIBLE.
           READ VOTER-ROSTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-ROSTER
           END-READ.

           PERFORM UNTIL WS-END-OF-ROSTER = 'Y'
               IF VOTER-STATUS NOT = 'A'
                   ADD 1 TO WS-INACTIVE-COUNT
               ELSE
                   PERFORM D000-COMPUTE-AGE
                   IF WS-CALC-AGE < WS-VOTING-AGE
                       ADD 1 TO WS-UNDER-AGE-COUNT
                   ELSE
                       MOVE VOTER-PRECINCT TO SORT-PRECINCT
                       MOVE VOTER-NAME TO SORT-NAME
                       MOVE VOTER-ID TO SORT-VOTER-ID
                       RELEASE SORT-RECORD
                   END-IF
               END-IF

               READ VOTER-ROSTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ROSTER
               END-READ
           END-PERFORM.

           CLOSE VOTER-ROSTER-FILE.

       A200-RETURN-SORTED.
           PERFORM UNTIL WS-END-OF-SORT = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-SORT
                   NOT AT END
                       PERFORM B000-LIST-VOTER
               END-RETURN
           END-PERFORM.

       B000-LIST-VOTER.
           IF WS-FIRST-ROW = 'N'
               AND SORT-PRECINCT NOT = WS-PREV-PRECINCT
               PERFORM C000-CLOSE-BOOK
           END-IF.
           IF WS-FIRST-ROW = 'Y'
               OR SORT-PRECINCT NOT = WS-PREV-PRECINCT
               PERFORM C100-OPEN-BOOK
           END-IF.

           MOVE SPACES TO POLL-BOOK-LINE.
           STRING SORT-VOTER-ID "  " SORT-NAME
               "  ________________________________"
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           END-STRING.
           WRITE POLL-BOOK-LINE.
           MOVE SPACES TO POLL-BOOK-LINE.
           WRITE POLL-BOOK-LINE.
           ADD 1 TO WS-BOOK-VOTERS.
           ADD 1 TO WS-LISTED-COUNT.

       C000-CLOSE-BOOK.
           MOVE SPACES TO POLL-BOOK-LINE.
           STRING "VOTERS IN THIS BOOK: " WS-BOOK-VOTERS
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           END-STRING.
           WRITE POLL-BOOK-LINE.
           CLOSE POLL-BOOK-FILE.

       C100-OPEN-BOOK.
           MOVE SORT-PRECINCT TO WS-PREV-PRECINCT.
           MOVE 'N' TO WS-FIRST-ROW.
           MOVE ZEROS TO WS-BOOK-VOTERS.
           ADD 1 TO WS-BOOK-COUNT.
           MOVE SPACES TO WS-BOOK-FILENAME.
           STRING "data/POLLBK-" SORT-PRECINCT ".TXT"
               DELIMITED BY SIZE INTO WS-BOOK-FILENAME
           END-STRING.
           OPEN OUTPUT POLL-BOOK-FILE.

           MOVE SPACES TO POLL-BOOK-LINE.
           STRING "POLL BOOK - PRECINCT " SORT-PRECINCT
               "   ELECTION " WS-QUALIFYING-DATE
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           END-STRING.
           WRITE POLL-BOOK-LINE.
           MOVE SPACES TO POLL-BOOK-LINE.
           WRITE POLL-BOOK-LINE.
           MOVE "VOTER   NAME              SIGNATURE"
               TO POLL-BOOK-LINE.
           WRITE POLL-BOOK-LINE.
           MOVE SPACES TO POLL-BOOK-LINE.
           WRITE POLL-BOOK-LINE.

      *> Whole years between date of birth and the qualifying date -
      *> one less when the birthday has not yet come around that
      *> year (VoterEligibility's rule).
       D000-COMPUTE-AGE.
           MOVE WS-QUALIFYING-DATE(1:4) TO WS-ASOF-YEAR.
           MOVE VOTER-DOB(1:4) TO WS-DOB-YEAR.
           COMPUTE WS-CALC-AGE = WS-ASOF-YEAR - WS-DOB-YEAR.
           IF WS-QUALIFYING-DATE(5:4) < VOTER-DOB(5:4)
               SUBTRACT 1 FROM WS-CALC-AGE
           END-IF.
           IF WS-CALC-AGE < 0
               MOVE ZEROS TO WS-CALC-AGE
           END-IF.
