       IDENTIFICATION DIVISION.
       PROGRAM-ID. CourseRegistration.

      *> Term registration run - applies the add and drop requests on
      *> REGTRN.DAT, in file order, to the open term's register
      *> (data/REGISTER.DAT) against the course catalog on
      *> COURSES.DAT. An add is refused when the course is not in the
      *> catalog, the student already holds a seat or waitlist place,
      *> or a prerequisite is not passed on the student's transcript
      *> history (data/TRANSCRIPT.DAT, posted by StudentGrading); a
      *> full section puts the student on the course's waitlist
      *> instead. A dropped seat goes to the first student waiting.
      *> Each request's outcome is listed on data/REGRPT.TXT, and the
      *> class rosters with their waitlists on data/ROSTER.TXT.
      *> StudentGrading grades only registered students, so this is
      *> the gate for who sits a course at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO 'COURSES.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REG-TRANS-FILE ASSIGN TO 'REGTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'data/REGISTER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN TO 'data/TRANSCRIPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT REG-REPORT-FILE ASSIGN TO 'data/REGRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT ROSTER-FILE ASSIGN TO 'data/ROSTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-CATALOG-FILE.
       COPY COURSE.

       FD  REG-TRANS-FILE.
       COPY REGTRN.

       FD  REGISTER-FILE.
       COPY REGISTER.

       FD  TRANSCRIPT-FILE.
       COPY TRANSCR.

       FD  REG-REPORT-FILE.
       01  REG-REPORT-LINE             PIC X(80).

       FD  ROSTER-FILE.
       01  ROSTER-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
       01 WS-TRANSCRIPT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-ROSTER-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-END-OF-TRANSCRIPT PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

      *> The catalog, with the open term's seat and waitlist counts
      *> kept per course as the register loads and changes.
       01 WS-CATALOG-TABLE.
           05 WS-CT-ENTRY OCCURS 99 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-CODE            PIC X(6).
               10 WS-CT-TITLE           PIC X(25).
               10 WS-CT-CREDITS         PIC 9(1).
               10 WS-CT-CAPACITY        PIC 9(3).
               10 WS-CT-PREREQ          PIC X(6) OCCURS 3 TIMES.
               10 WS-CT-ENROLLED        PIC 9(3).
               10 WS-CT-WAITING         PIC 9(3).
       01 WS-CATALOG-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-CT-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-FIND-COURSE PIC X(6) VALUE SPACES.

      *> The register held in storage, requests applied to it, then
      *> rewritten. A dropped row is marked 'X' and not written back.
       01 WS-REG-TABLE.
           05 WS-RG-ENTRY OCCURS 999 TIMES INDEXED BY WS-RG-IDX.
               10 WS-RG-STUDENT         PIC 9(3).
               10 WS-RG-COURSE          PIC X(6).
               10 WS-RG-STATUS          PIC X(1).
               10 WS-RG-SEQ             PIC 9(5).
               10 WS-RG-DATE            PIC 9(8).
       01 WS-REG-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-RG-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-NEXT-WAITER PIC 9(3) VALUE ZEROS.
       01 WS-PROMOTED PIC X(1) VALUE 'N'.
       01 WS-LAST-SEQ PIC 9(5) VALUE ZEROS.
       01 WS-PURGED-COUNT PIC 9(5) VALUE ZEROS.

      *> Prerequisite check for the request in hand.
       01 WS-PREREQ-SUB PIC 9(1) VALUE ZEROS.
       01 WS-PREREQ-COURSE PIC X(6) VALUE SPACES.
       01 WS-PREREQ-PASSED PIC X(1) VALUE 'N'.
       01 WS-MISSING-PREREQ PIC X(6) VALUE SPACES.

       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-OUTCOME PIC X(40) VALUE SPACES.
       01 WS-ACTION-NAME PIC X(4) VALUE SPACES.
       01 WS-WAIT-POSITION PIC 9(3) VALUE ZEROS.

       01 WS-ENROLLED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-WAITLISTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PROMOTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.

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
           CALL 'GetBusDate' USING WS-RUN-DATE.

           PERFORM B000-LOAD-CATALOG.
           PERFORM C000-LOAD-REGISTER.

           OPEN INPUT REG-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REGTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REG-REPORT-FILE.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING "REGISTRATION RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           MOVE "ACTN STUDENT COURSE OUTCOME" TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE.

           MOVE 'N' TO WS-END-OF-FILE.
           READ REG-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM D000-APPLY-REQUEST

               READ REG-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE REG-TRANS-FILE.

           MOVE SPACES TO REG-REPORT-LINE.
           STRING "ENROLLED " WS-ENROLLED-COUNT
               "  WAITLISTED " WS-WAITLISTED-COUNT
               "  DROPPED " WS-DROPPED-COUNT
               "  PROMOTED " WS-PROMOTED-COUNT
               "  REJECTED " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           CLOSE REG-REPORT-FILE.

           PERFORM E000-REWRITE-REGISTER.
           PERFORM F000-WRITE-ROSTERS.

           DISPLAY "ENROLLED:                " WS-ENROLLED-COUNT.
           DISPLAY "WAITLISTED:              " WS-WAITLISTED-COUNT.
           DISPLAY "DROPPED:                 " WS-DROPPED-COUNT.
           DISPLAY "PROMOTED FROM WAITLIST:  " WS-PROMOTED-COUNT.
           DISPLAY "REQUESTS REJECTED:       " WS-REJECTED-COUNT.
           IF WS-PURGED-COUNT > 0
               DISPLAY "GRADED ROWS CLEARED:     " WS-PURGED-COUNT
           END-IF.
           STOP RUN.

       B000-LOAD-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN COURSES.DAT, STATUS: "
                   WS-CATALOG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE.
           READ COURSE-CATALOG-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               OR WS-CATALOG-COUNT = 99
               ADD 1 TO WS-CATALOG-COUNT
               MOVE COURSE-CODE TO WS-CT-CODE(WS-CATALOG-COUNT)
               MOVE COURSE-TITLE TO WS-CT-TITLE(WS-CATALOG-COUNT)
               MOVE COURSE-CREDITS TO WS-CT-CREDITS(WS-CATALOG-COUNT)
               MOVE COURSE-CAPACITY
                   TO WS-CT-CAPACITY(WS-CATALOG-COUNT)
               MOVE COURSE-PREREQ(1)
                   TO WS-CT-PREREQ(WS-CATALOG-COUNT, 1)
               MOVE COURSE-PREREQ(2)
                   TO WS-CT-PREREQ(WS-CATALOG-COUNT, 2)
               MOVE COURSE-PREREQ(3)
                   TO WS-CT-PREREQ(WS-CATALOG-COUNT, 3)
               MOVE ZEROS TO WS-CT-ENROLLED(WS-CATALOG-COUNT)
               MOVE ZEROS TO WS-CT-WAITING(WS-CATALOG-COUNT)

               READ COURSE-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE COURSE-CATALOG-FILE.

      *> No register yet just means nobody has registered this term.
      *> Rows StudentGrading closed ('G') are on the transcript now
      *> and are cleared here. A register too big for the table
      *> stops the run rather than lose rows on the rewrite.
       C000-LOAD-REGISTER.
           MOVE ZEROS TO WS-REG-COUNT.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF REG-STATUS = 'G'
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       IF WS-REG-COUNT = 999
                           DISPLAY "REGISTER TABLE FULL - NOTHING "
                               "APPLIED"
                           CLOSE REGISTER-FILE
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REG-COUNT
                       MOVE REG-STUDENT-ID
                           TO WS-RG-STUDENT(WS-REG-COUNT)
                       MOVE REG-COURSE TO WS-RG-COURSE(WS-REG-COUNT)
                       MOVE REG-STATUS TO WS-RG-STATUS(WS-REG-COUNT)
                       MOVE REG-SEQ TO WS-RG-SEQ(WS-REG-COUNT)
                       MOVE REG-DATE TO WS-RG-DATE(WS-REG-COUNT)
                       PERFORM C100-COUNT-SEAT
                   END-IF
                   IF REG-SEQ > WS-LAST-SEQ
                       MOVE REG-SEQ TO WS-LAST-SEQ
                   END-IF

                   READ REGISTER-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM

               CLOSE REGISTER-FILE
           END-IF.

       C100-COUNT-SEAT.
           MOVE REG-COURSE TO WS-FIND-COURSE.
           PERFORM H000-FIND-COURSE.
           IF WS-CT-FOUND NOT = ZEROS
               IF REG-STATUS = 'E'
                   ADD 1 TO WS-CT-ENROLLED(WS-CT-FOUND)
               ELSE
                   ADD 1 TO WS-CT-WAITING(WS-CT-FOUND)
               END-IF
           END-IF.

       D000-APPLY-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OUTCOME.
           MOVE 'N' TO WS-PROMOTED.
           MOVE REGT-COURSE TO WS-FIND-COURSE.
           PERFORM H000-FIND-COURSE.
           PERFORM H100-FIND-REGISTRATION.

           EVALUATE REGT-ACTION
               WHEN 'A'
                   MOVE "ADD" TO WS-ACTION-NAME
               WHEN 'D'
                   MOVE "DROP" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE REGT-ACTION TO WS-ACTION-NAME
           END-EVALUATE.

           IF REGT-STUDENT-ID NOT NUMERIC
               MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF WS-CT-FOUND = ZEROS
               MOVE "COURSE NOT IN CATALOG" TO WS-REJECT-REASON
           ELSE
               EVALUATE REGT-ACTION
                   WHEN 'A'
                       PERFORM D100-ADD-STUDENT
                   WHEN 'D'
                       PERFORM D200-DROP-STUDENT
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF.

           MOVE SPACES TO REG-REPORT-LINE.
           IF WS-REJECT-REASON = SPACES
               STRING WS-ACTION-NAME " " REGT-STUDENT-ID "     "
                   REGT-COURSE " " WS-OUTCOME
                   DELIMITED BY SIZE INTO REG-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               STRING WS-ACTION-NAME " " REGT-STUDENT-ID "     "
                   REGT-COURSE " REJECTED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REG-REPORT-LINE
               END-STRING
           END-IF.
           WRITE REG-REPORT-LINE.

           IF WS-PROMOTED = 'Y'
               MOVE SPACES TO REG-REPORT-LINE
               STRING "     " WS-RG-STUDENT(WS-NEXT-WAITER) "     "
                   REGT-COURSE " PROMOTED FROM WAITLIST TO SEAT"
                   DELIMITED BY SIZE INTO REG-REPORT-LINE
               END-STRING
               WRITE REG-REPORT-LINE
           END-IF.

      *> A seat if the section has one, otherwise the back of the
      *> waitlist - but only once every prerequisite is passed.
       D100-ADD-STUDENT.
           IF WS-RG-FOUND NOT = ZEROS
               IF WS-RG-STATUS(WS-RG-FOUND) = 'E'
                   MOVE "ALREADY ENROLLED" TO WS-REJECT-REASON
               ELSE
                   MOVE "ALREADY WAITLISTED" TO WS-REJECT-REASON
               END-IF
           ELSE
               PERFORM D110-CHECK-PREREQS
               IF WS-MISSING-PREREQ NOT = SPACES
                   STRING "PREREQUISITE NOT PASSED: "
                       WS-MISSING-PREREQ
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               ELSE
               IF WS-REG-COUNT = 999
                   MOVE "REGISTER TABLE FULL" TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   ADD 1 TO WS-LAST-SEQ
                   MOVE REGT-STUDENT-ID TO WS-RG-STUDENT(WS-REG-COUNT)
                   MOVE REGT-COURSE TO WS-RG-COURSE(WS-REG-COUNT)
                   MOVE WS-LAST-SEQ TO WS-RG-SEQ(WS-REG-COUNT)
                   MOVE WS-RUN-DATE TO WS-RG-DATE(WS-REG-COUNT)
                   IF WS-CT-ENROLLED(WS-CT-FOUND)
                       < WS-CT-CAPACITY(WS-CT-FOUND)
                       MOVE 'E' TO WS-RG-STATUS(WS-REG-COUNT)
                       ADD 1 TO WS-CT-ENROLLED(WS-CT-FOUND)
                       ADD 1 TO WS-ENROLLED-COUNT
                       MOVE "ENROLLED" TO WS-OUTCOME
                   ELSE
                       MOVE 'W' TO WS-RG-STATUS(WS-REG-COUNT)
                       ADD 1 TO WS-CT-WAITING(WS-CT-FOUND)
                       ADD 1 TO WS-WAITLISTED-COUNT
                       MOVE WS-CT-WAITING(WS-CT-FOUND)
                           TO WS-WAIT-POSITION
                       STRING "SECTION FULL - WAITLISTED, POSITION "
                           WS-WAIT-POSITION
                           DELIMITED BY SIZE INTO WS-OUTCOME
                       END-STRING
                   END-IF
               END-IF
               END-IF
           END-IF.

       D110-CHECK-PREREQS.
           MOVE SPACES TO WS-MISSING-PREREQ.
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > 3
               OR WS-MISSING-PREREQ NOT = SPACES
               IF WS-CT-PREREQ(WS-CT-FOUND, WS-PREREQ-SUB)
                   NOT = SPACES
                   MOVE WS-CT-PREREQ(WS-CT-FOUND, WS-PREREQ-SUB)
                       TO WS-PREREQ-COURSE
                   PERFORM D120-FIND-PASS
                   IF WS-PREREQ-PASSED = 'N'
                       MOVE WS-PREREQ-COURSE TO WS-MISSING-PREREQ
                   END-IF
               END-IF
           END-PERFORM.

      *> Any term's pass counts - a failed attempt followed by a
      *> passed retake satisfies the prerequisite.
       D120-FIND-PASS.
           MOVE 'N' TO WS-PREREQ-PASSED.
           MOVE 'N' TO WS-END-OF-TRANSCRIPT.

           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-TRANSCRIPT
           END-IF.

           PERFORM UNTIL WS-END-OF-TRANSCRIPT = 'Y'
               READ TRANSCRIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-TRANSCRIPT
                   NOT AT END
                       IF TRN-STUDENT-ID = REGT-STUDENT-ID
                           AND TRN-COURSE = WS-PREREQ-COURSE
                           AND TRN-SCORE >= 60
                           MOVE 'Y' TO WS-PREREQ-PASSED
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRANSCRIPT-STATUS = '00'
               OR WS-TRANSCRIPT-STATUS = '10'
               CLOSE TRANSCRIPT-FILE
           END-IF.

      *> A dropped seat goes straight to the first student waiting
      *> for the course, while the section has room for them.
       D200-DROP-STUDENT.
           IF WS-RG-FOUND = ZEROS
               MOVE "NOT REGISTERED FOR COURSE" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               IF WS-RG-STATUS(WS-RG-FOUND) = 'E'
                   SUBTRACT 1 FROM WS-CT-ENROLLED(WS-CT-FOUND)
                   MOVE 'X' TO WS-RG-STATUS(WS-RG-FOUND)
                   MOVE "SEAT DROPPED" TO WS-OUTCOME
                   PERFORM D210-PROMOTE-WAITLIST
               ELSE
                   SUBTRACT 1 FROM WS-CT-WAITING(WS-CT-FOUND)
                   MOVE 'X' TO WS-RG-STATUS(WS-RG-FOUND)
                   MOVE "WAITLIST PLACE DROPPED" TO WS-OUTCOME
               END-IF
           END-IF.

       D210-PROMOTE-WAITLIST.
           MOVE ZEROS TO WS-NEXT-WAITER.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-COURSE(WS-RG-IDX) = REGT-COURSE
                   AND WS-RG-STATUS(WS-RG-IDX) = 'W'
                   IF WS-NEXT-WAITER = ZEROS
                       SET WS-NEXT-WAITER TO WS-RG-IDX
                   ELSE
                   IF WS-RG-SEQ(WS-RG-IDX)
                       < WS-RG-SEQ(WS-NEXT-WAITER)
                       SET WS-NEXT-WAITER TO WS-RG-IDX
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NEXT-WAITER NOT = ZEROS
               AND WS-CT-ENROLLED(WS-CT-FOUND)
                   < WS-CT-CAPACITY(WS-CT-FOUND)
               MOVE 'E' TO WS-RG-STATUS(WS-NEXT-WAITER)
               ADD 1 TO WS-CT-ENROLLED(WS-CT-FOUND)
               SUBTRACT 1 FROM WS-CT-WAITING(WS-CT-FOUND)
               ADD 1 TO WS-PROMOTED-COUNT
               MOVE 'Y' TO WS-PROMOTED
           END-IF.

       E000-REWRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-STATUS(WS-RG-IDX) NOT = 'X'
                   MOVE WS-RG-STUDENT(WS-RG-IDX) TO REG-STUDENT-ID
                   MOVE WS-RG-COURSE(WS-RG-IDX) TO REG-COURSE
                   MOVE WS-RG-STATUS(WS-RG-IDX) TO REG-STATUS
                   MOVE WS-RG-SEQ(WS-RG-IDX) TO REG-SEQ
                   MOVE WS-RG-DATE(WS-RG-IDX) TO REG-DATE
                   WRITE REGISTER-RECORD
               END-IF
           END-PERFORM.
           CLOSE REGISTER-FILE.

      *> One block per catalog course - the seated students, then the
      *> waitlist in the order it will be served.
       F000-WRITE-ROSTERS.
           OPEN OUTPUT ROSTER-FILE.
           MOVE SPACES TO ROSTER-LINE.
           STRING "CLASS ROSTERS AND WAITLISTS " WS-RUN-DATE
               DELIMITED BY SIZE INTO ROSTER-LINE
           END-STRING.
           WRITE ROSTER-LINE.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT
               MOVE SPACES TO ROSTER-LINE
               WRITE ROSTER-LINE
               STRING WS-CT-CODE(WS-CT-IDX) " "
                   WS-CT-TITLE(WS-CT-IDX)
                   " CR " WS-CT-CREDITS(WS-CT-IDX)
                   "  SEATS " WS-CT-CAPACITY(WS-CT-IDX)
                   "  ENROLLED " WS-CT-ENROLLED(WS-CT-IDX)
                   "  WAITING " WS-CT-WAITING(WS-CT-IDX)
                   DELIMITED BY SIZE INTO ROSTER-LINE
               END-STRING
               WRITE ROSTER-LINE

               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-REG-COUNT
                   IF WS-RG-COURSE(WS-RG-IDX) = WS-CT-CODE(WS-CT-IDX)
                       AND WS-RG-STATUS(WS-RG-IDX) = 'E'
                       MOVE SPACES TO ROSTER-LINE
                       STRING "    STUDENT " WS-RG-STUDENT(WS-RG-IDX)
                           "  REGISTERED " WS-RG-DATE(WS-RG-IDX)
                           DELIMITED BY SIZE INTO ROSTER-LINE
                       END-STRING
                       WRITE ROSTER-LINE
                   END-IF
               END-PERFORM

               IF WS-CT-WAITING(WS-CT-IDX) > ZEROS
                   MOVE "  WAITLIST:" TO ROSTER-LINE
                   WRITE ROSTER-LINE
                   MOVE ZEROS TO WS-WAIT-POSITION
                   PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-REG-COUNT
                       IF WS-RG-COURSE(WS-RG-IDX)
                           = WS-CT-CODE(WS-CT-IDX)
                           AND WS-RG-STATUS(WS-RG-IDX) = 'W'
                           ADD 1 TO WS-WAIT-POSITION
                           MOVE SPACES TO ROSTER-LINE
                           STRING "    " WS-WAIT-POSITION
                               ". STUDENT " WS-RG-STUDENT(WS-RG-IDX)
                               "  REQUESTED " WS-RG-DATE(WS-RG-IDX)
                               DELIMITED BY SIZE INTO ROSTER-LINE
                           END-STRING
                           WRITE ROSTER-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE ROSTER-FILE.

       H000-FIND-COURSE.
           MOVE ZEROS TO WS-CT-FOUND.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT
               IF WS-CT-CODE(WS-CT-IDX) = WS-FIND-COURSE
                   SET WS-CT-FOUND TO WS-CT-IDX
               END-IF
           END-PERFORM.

      *> The student's live row (seat or waitlist place) for the
      *> requested course, if there is one.
       H100-FIND-REGISTRATION.
           MOVE ZEROS TO WS-RG-FOUND.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-STUDENT(WS-RG-IDX) = REGT-STUDENT-ID
                   AND WS-RG-COURSE(WS-RG-IDX) = REGT-COURSE
                   AND (WS-RG-STATUS(WS-RG-IDX) = 'E'
                       OR WS-RG-STATUS(WS-RG-IDX) = 'W')
                   SET WS-RG-FOUND TO WS-RG-IDX
               END-IF
           END-PERFORM.
