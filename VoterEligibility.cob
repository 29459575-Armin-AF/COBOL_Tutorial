      *> run date and the qualifying date also land on a
      *> will-become-eligible listing so registration can contact
      *> them.
      *> The roll is the registration master (copybooks/VOTERREC.cpy,
      *> kept by VoterMaintenance.cob): only active registrations are
      *> checked - cancelled and deceased voters are counted and left
      *> off every list - and the eligible list comes out precinct by
      *> precinct, alphabetical within each, with a count per
      *> precinct. The ineligible and pending lists carry the
      *> precinct too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'data/VOTSORT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-ROSTER-FILE.
       COPY VOTERREC.

       FD  ELIGIBLE-FILE.
       01  ELIGIBLE-LINE             PIC X(40).

       FD  INELIGIBLE-FILE.
       01  INELIGIBLE-LINE           PIC X(40).

       FD  PENDING-FILE.
       01  PENDING-LINE              PIC X(60).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-PRECINCT         PIC X(4).
           05  SORT-NAME             PIC X(16).
           05  SORT-DOB              PIC 9(8).
           05  SORT-VOTER-ID         PIC 9(6).

       WORKING-STORAGE SECTION.
       01 Age PIC 999 VALUE 0.
       01 WS-ELIGIBLE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-INELIGIBLE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PENDING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-INACTIVE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-END-OF-SORT PIC X(1) VALUE 'N'.

      *> Precinct control break on the eligible list.
       01 WS-FIRST-ROW PIC X(1) VALUE 'Y'.
       01 WS-PREV-PRECINCT PIC X(4) VALUE SPACES.
       01 WS-PRECINCT-ELIGIBLE PIC 9(5) VALUE ZEROS.

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-QUALIFYING-DATE PIC 9(8) VALUE ZEROS.
           END-STRING.
           WRITE PENDING-LINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PRECINCT SORT-NAME
               INPUT PROCEDURE IS A100-RELEASE-ACTIVE
               OUTPUT PROCEDURE IS A200-RETURN-SORTED.

           IF WS-FIRST-ROW = 'N'
               PERFORM E000-CLOSE-PRECINCT
           END-IF.

           CLOSE ELIGIBLE-FILE.
           CLOSE INELIGIBLE-FILE.
           CLOSE PENDING-FILE.

           DISPLAY "ELIGIBLE TO VOTE:     " WS-ELIGIBLE-COUNT.
           DISPLAY "NOT ELIGIBLE TO VOTE: " WS-INELIGIBLE-COUNT.
           DISPLAY "WILL BECOME ELIGIBLE: " WS-PENDING-COUNT.
           DISPLAY "INACTIVE, NOT LISTED: " WS-INACTIVE-COUNT.
           STOP RUN.

       A100-RELEASE-ACTIVE.
           READ VOTER-ROSTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-ROSTER
           END-READ.

           PERFORM UNTIL WS-END-OF-ROSTER = 'Y'
               IF VOTER-STATUS = 'A'
                   MOVE VOTER-PRECINCT TO SORT-PRECINCT
                   MOVE VOTER-NAME TO SORT-NAME
                   MOVE VOTER-DOB TO SORT-DOB
                   MOVE VOTER-ID TO SORT-VOTER-ID
                   RELEASE SORT-RECORD
               ELSE
                   ADD 1 TO WS-INACTIVE-COUNT
               END-IF

               READ VOTER-ROSTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ROSTER
           END-PERFORM.

           CLOSE VOTER-ROSTER-FILE.

       A200-RETURN-SORTED.
           PERFORM UNTIL WS-END-OF-SORT = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-SORT
                   NOT AT END
                       PERFORM B000-CHECK-ELIGIBILITY
                       PERFORM C000-WRITE-RESULT-LINE
               END-RETURN
           END-PERFORM.

      *> Whole years between date of birth and the as-of date - one
      *> less when the birthday has not yet come around that year.
       D000-COMPUTE-AGE.
           MOVE WS-AS-OF-DATE(1:4) TO WS-ASOF-YEAR.
           MOVE SORT-DOB(1:4) TO WS-DOB-YEAR.
           COMPUTE WS-CALC-AGE = WS-ASOF-YEAR - WS-DOB-YEAR.
           IF WS-AS-OF-DATE(5:4) < SORT-DOB(5:4)
               SUBTRACT 1 FROM WS-CALC-AGE
           END-IF.
           IF WS-CALC-AGE < 0

       C000-WRITE-RESULT-LINE.
           IF CanVote
               IF WS-FIRST-ROW = 'N'
                   AND SORT-PRECINCT NOT = WS-PREV-PRECINCT
                   PERFORM E000-CLOSE-PRECINCT
               END-IF
               IF WS-FIRST-ROW = 'Y'
                   OR SORT-PRECINCT NOT = WS-PREV-PRECINCT
                   MOVE SPACES TO ELIGIBLE-LINE
                   STRING "PRECINCT " SORT-PRECINCT
                       DELIMITED BY SIZE INTO ELIGIBLE-LINE
                   END-STRING
                   WRITE ELIGIBLE-LINE
                   MOVE SORT-PRECINCT TO WS-PREV-PRECINCT
                   MOVE ZEROS TO WS-PRECINCT-ELIGIBLE
                   MOVE 'N' TO WS-FIRST-ROW
               END-IF
               MOVE SPACES TO ELIGIBLE-LINE
               STRING '    ' SORT-VOTER-ID ' ' SORT-NAME ' ' SORT-DOB
                   DELIMITED BY SIZE INTO ELIGIBLE-LINE
               END-STRING
               WRITE ELIGIBLE-LINE
               ADD 1 TO WS-ELIGIBLE-COUNT
               ADD 1 TO WS-PRECINCT-ELIGIBLE
      *> Eligible on election day but not yet 18 today - the list
      *> registration works from.
               IF WS-AGE-AT-RUN < WS-VOTING-AGE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE SPACES TO PENDING-LINE
                   STRING SORT-NAME ' TURNS 18 BEFORE '
                       WS-QUALIFYING-DATE ' PRECINCT ' SORT-PRECINCT
                       DELIMITED BY SIZE INTO PENDING-LINE
                   END-STRING
                   WRITE PENDING-LINE
               END-IF
           ELSE
               MOVE SPACES TO INELIGIBLE-LINE
               STRING SORT-VOTER-ID ' ' SORT-NAME ' ' SORT-DOB ' '
                   SORT-PRECINCT
                   DELIMITED BY SIZE INTO INELIGIBLE-LINE
               END-STRING
               WRITE INELIGIBLE-LINE
               ADD 1 TO WS-INELIGIBLE-COUNT
           END-IF.

       E000-CLOSE-PRECINCT.
           MOVE SPACES TO ELIGIBLE-LINE.
           STRING "    ELIGIBLE IN PRECINCT: " WS-PRECINCT-ELIGIBLE
               DELIMITED BY SIZE INTO ELIGIBLE-LINE
           END-STRING.
           WRITE ELIGIBLE-LINE.
