       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeChange.

      *> Grade change run - applies the corrections on GRADECHG.DAT to
      *> the graded history on data/TRANSCRIPT.DAT instead of someone
      *> hand-editing STUDENTS.DAT and rerunning the term. Each change
      *> must name a graded row (student, course, term), a new score,
      *> a reason and the authorizing instructor; the old and new
      *> score and letter go to the audit log (data/GRADEAUD.LOG).
      *> Every student-term a change touches then has its term GPA
      *> recalculated with the grading run's bands and GRADELIM.DAT
      *> thresholds, and its dean's-list / probation standing
      *> restated on data/GRADECHG.TXT. A change that moves the
      *> student onto or off probation in their latest graded term
      *> adjusts data/PROBHIST.DAT the way the grading run would
      *> have; for an earlier term the history is left for the
      *> registrar and the report says so. Any student whose standing
      *> flips gets an amended letter (dated generation, stable
      *> data/AMENDLTR.TXT copy kept by ReportGen).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE ASSIGN TO 'GRADECHG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN TO 'data/TRANSCRIPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT GRADE-AUDIT-FILE ASSIGN TO 'data/GRADEAUD.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO 'GRADELIM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THRESHOLD-STATUS.

           SELECT PROB-HISTORY-FILE ASSIGN TO 'data/PROBHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBHIST-STATUS.

           SELECT SESSION-OPER-FILE ASSIGN TO 'data/SESSOPER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSOPER-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO 'data/GRADECHG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT AMENDED-LETTER-FILE ASSIGN TO DYNAMIC
               WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
       COPY GRADECHG.

       FD  TRANSCRIPT-FILE.
       COPY TRANSCR.

       FD  GRADE-AUDIT-FILE.
       COPY GRADEAUD.

       FD  THRESHOLD-FILE.
       COPY GRADELIM.

       FD  PROB-HISTORY-FILE.
       COPY PROBHIST.

       FD  SESSION-OPER-FILE.
       COPY SESSOPER.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE          PIC X(80).

       FD  AMENDED-LETTER-FILE.
       01  AMENDED-LETTER-LINE         PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-TRANSCRIPT-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-THRESHOLD-STATUS PIC X(2) VALUE '00'.
       01 WS-PROBHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-SESSOPER-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-LETTER-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-LETTER-FILENAME PIC X(40) VALUE SPACES.
       01 WS-LETTER-STABLE PIC X(40) VALUE 'data/AMENDLTR.TXT'.
      *> Print spool row - one letter per standing changed, so that
      *> count is the piece count on the mailing control log.
       COPY PRTSPOOL.

      *> Same bands and defaults as StudentGrading - the corrected
      *> term has to come out the way the grading run would have
      *> graded it.
       01 Grade PIC 999 VALUE 0.
       01 WS-LETTER-GRADE PIC X(1) VALUE SPACE.
       01 WS-GRADE-POINTS PIC 9V9 VALUE 0.
       01 WS-HONOR-THRESHOLD PIC 9V99 VALUE 3.50.
       01 WS-PROBATION-THRESHOLD PIC 9V99 VALUE 2.00.

      *> The whole graded history, corrected in storage and
      *> rewritten once every change is in.
       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 999 TIMES INDEXED BY WS-TR-IDX.
               10 WS-TR-STUDENT         PIC 9(3).
               10 WS-TR-COURSE          PIC X(6).
               10 WS-TR-TERM            PIC 9(8).
               10 WS-TR-SCORE           PIC 9(3).
               10 WS-TR-LETTER          PIC X(1).
       01 WS-TR-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-TR-FOUND PIC 9(3) VALUE ZEROS.

      *> Each student-term a change touches, with its GPA and
      *> standing ('H' dean's list, 'P' probation, 'G' good) taken
      *> before the run's first change to it and again after all.
       01 WS-AF-TABLE.
           05 WS-AF-ENTRY OCCURS 99 TIMES INDEXED BY WS-AF-IDX.
               10 WS-AF-STUDENT         PIC 9(3).
               10 WS-AF-TERM            PIC 9(8).
               10 WS-AF-OLD-GPA         PIC 9V99.
               10 WS-AF-OLD-STANDING    PIC X(1).
               10 WS-AF-NEW-GPA         PIC 9V99.
               10 WS-AF-NEW-STANDING    PIC X(1).
      *>         'Y' when no later term is on the student's history -
      *>         only then is the probation history adjusted.
               10 WS-AF-LATEST          PIC X(1).
               10 WS-AF-PREV-TERM       PIC 9(8).
       01 WS-AF-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-AF-FOUND PIC 9(2) VALUE ZEROS.

      *> Term GPA for one student-term.
       01 WS-CALC-STUDENT PIC 9(3) VALUE ZEROS.
       01 WS-CALC-TERM PIC 9(8) VALUE ZEROS.
       01 WS-CALC-COURSES PIC 9(3) VALUE ZEROS.
       01 WS-CALC-POINTS PIC 9(4)V9 VALUE ZEROS.
       01 WS-CALC-GPA PIC 9V99 VALUE ZEROS.
       01 WS-CALC-STANDING PIC X(1) VALUE SPACE.

       01 WS-OLD-SCORE PIC 9(3) VALUE ZEROS.
       01 WS-OLD-LETTER PIC X(1) VALUE SPACE.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-OLD-GPA-DISPLAY PIC 9.99 VALUE ZEROS.
       01 WS-NEW-GPA-DISPLAY PIC 9.99 VALUE ZEROS.
       01 WS-OLD-STANDING-NAME PIC X(11) VALUE SPACES.
       01 WS-NEW-STANDING-NAME PIC X(11) VALUE SPACES.
       01 WS-STANDING-CODE PIC X(1) VALUE SPACE.
       01 WS-STANDING-NAME PIC X(11) VALUE SPACES.

      *> Probation history held in storage, adjusted, and rewritten -
      *> the same shape StudentGrading keeps it in. Rows start out
      *> kept; a lifted probation with no earlier term left marks its
      *> row dropped.
       01 WS-END-OF-PROBHIST PIC X(1) VALUE 'N'.
       01 WS-PROB-TABLE.
           05 WS-PB-ENTRY OCCURS 999 TIMES INDEXED BY WS-PB-IDX.
               10 WS-PB-STUDENT         PIC 9(3).
               10 WS-PB-TERMS           PIC 9(2).
               10 WS-PB-LAST-TERM       PIC 9(8).
               10 WS-PB-STILL-ON        PIC X(1).
       01 WS-PROB-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-PB-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-PROBHIST-CHANGED PIC X(1) VALUE 'N'.

       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-FLIPPED-COUNT PIC 9(5) VALUE ZEROS.

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
           STRING "data/AMENDLTR-" WS-RUN-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-LETTER-FILENAME
           END-STRING.

           PERFORM K000-GET-OPERATOR.
           PERFORM G000-LOAD-THRESHOLDS.
           PERFORM H000-LOAD-PROB-HISTORY.
           PERFORM B000-LOAD-TRANSCRIPT.

           OPEN INPUT GRADE-CHANGE-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN GRADECHG.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CHANGE-REPORT-FILE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING "GRADE CHANGES APPLIED " WS-RUN-DATE
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           END-STRING.
           WRITE CHANGE-REPORT-LINE.

           READ GRADE-CHANGE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM C000-APPLY-CHANGE

               READ GRADE-CHANGE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE GRADE-CHANGE-FILE.

      *> A run that changed nothing leaves the day's letters alone.
           IF WS-APPLIED-COUNT > ZEROS
               PERFORM D000-REWRITE-TRANSCRIPT
               OPEN OUTPUT AMENDED-LETTER-FILE
               MOVE SPACES TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               MOVE "TERM GPA AND STANDING RESTATED"
                   TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               PERFORM VARYING WS-AF-IDX FROM 1 BY 1
                   UNTIL WS-AF-IDX > WS-AF-COUNT
                   PERFORM E000-RESTATE-STANDING
               END-PERFORM
               CLOSE AMENDED-LETTER-FILE
               MOVE SPACES TO PRTSPOOL-RECORD
               MOVE 'C' TO PSP-REC-TYPE
               MOVE 'AMENDLTR' TO PSP-DOC-TYPE
               MOVE 'GradeChange' TO PSP-PROGRAM
               MOVE WS-RUN-DATE TO PSP-RUN-DATE
               MOVE WS-FLIPPED-COUNT TO PSP-PIECES
               CALL 'PrintSpool' USING PRTSPOOL-RECORD
               CALL 'ReportGen' USING WS-RUN-DATE WS-LETTER-FILENAME
                   WS-LETTER-STABLE
               IF WS-PROBHIST-CHANGED = 'Y'
                   PERFORM J000-REWRITE-PROB-HISTORY
               END-IF
           END-IF.

           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING "APPLIED " WS-APPLIED-COUNT
               "  REJECTED " WS-REJECTED-COUNT
               "  STANDING CHANGED " WS-FLIPPED-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           END-STRING.
           WRITE CHANGE-REPORT-LINE.
           CLOSE CHANGE-REPORT-FILE.

           DISPLAY "GRADE CHANGES APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "GRADE CHANGES REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "AMENDED LETTERS:        " WS-FLIPPED-COUNT.
           STOP RUN.

      *> A history too big for the table stops the run rather than
      *> lose rows on the rewrite.
       B000-LOAD-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN data/TRANSCRIPT.DAT, STATUS: "
                   WS-TRANSCRIPT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ TRANSCRIPT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF WS-TR-COUNT = 999
                   DISPLAY "TRANSCRIPT TABLE FULL - NOTHING APPLIED"
                   CLOSE TRANSCRIPT-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TR-COUNT
               MOVE TRN-STUDENT-ID TO WS-TR-STUDENT(WS-TR-COUNT)
               MOVE TRN-COURSE TO WS-TR-COURSE(WS-TR-COUNT)
               MOVE TRN-TERM TO WS-TR-TERM(WS-TR-COUNT)
               MOVE TRN-SCORE TO WS-TR-SCORE(WS-TR-COUNT)
               MOVE TRN-LETTER TO WS-TR-LETTER(WS-TR-COUNT)

               READ TRANSCRIPT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.

           CLOSE TRANSCRIPT-FILE.
           MOVE 'N' TO WS-END-OF-FILE.

       C000-APPLY-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZEROS TO WS-TR-FOUND.
           IF GCHG-STUDENT-ID NOT NUMERIC
               OR GCHG-TERM NOT NUMERIC
               MOVE "STUDENT OR TERM NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF GCHG-NEW-SCORE NOT NUMERIC
               OR GCHG-NEW-SCORE > 100
               MOVE "NEW SCORE NOT 000-100" TO WS-REJECT-REASON
           ELSE
           IF GCHG-INSTRUCTOR = SPACES
               MOVE "NO AUTHORIZING INSTRUCTOR" TO WS-REJECT-REASON
           ELSE
           IF GCHG-REASON = SPACES
               MOVE "NO REASON GIVEN" TO WS-REJECT-REASON
           ELSE
               PERFORM C100-FIND-GRADED-ROW
               IF WS-TR-FOUND = ZEROS
                   MOVE "NOT ON GRADED HISTORY" TO WS-REJECT-REASON
               ELSE
               IF WS-TR-SCORE(WS-TR-FOUND) = GCHG-NEW-SCORE
                   MOVE "SCORE ALREADY AS REQUESTED"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE SPACES TO CHANGE-REPORT-LINE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               STRING "STUDENT " GCHG-STUDENT-ID " " GCHG-COURSE
                   " TERM " GCHG-TERM " REJECTED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
               END-STRING
               WRITE CHANGE-REPORT-LINE
           ELSE
               PERFORM C200-NOTE-AFFECTED
               MOVE WS-TR-SCORE(WS-TR-FOUND) TO WS-OLD-SCORE
               MOVE WS-TR-LETTER(WS-TR-FOUND) TO WS-OLD-LETTER
               MOVE GCHG-NEW-SCORE TO Grade
               PERFORM F100-ASSIGN-GRADE
               MOVE GCHG-NEW-SCORE TO WS-TR-SCORE(WS-TR-FOUND)
               MOVE WS-LETTER-GRADE TO WS-TR-LETTER(WS-TR-FOUND)
               PERFORM C300-WRITE-AUDIT
               ADD 1 TO WS-APPLIED-COUNT
               STRING "STUDENT " GCHG-STUDENT-ID " " GCHG-COURSE
                   " TERM " GCHG-TERM " " WS-OLD-SCORE " "
                   WS-OLD-LETTER " -> " GCHG-NEW-SCORE " "
                   WS-LETTER-GRADE " BY " GCHG-INSTRUCTOR
                   DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
               END-STRING
               WRITE CHANGE-REPORT-LINE
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING "    REASON: " GCHG-REASON
                   DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
               END-STRING
               WRITE CHANGE-REPORT-LINE
           END-IF.

       C100-FIND-GRADED-ROW.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-STUDENT(WS-TR-IDX) = GCHG-STUDENT-ID
                   AND WS-TR-COURSE(WS-TR-IDX) = GCHG-COURSE
                   AND WS-TR-TERM(WS-TR-IDX) = GCHG-TERM
                   SET WS-TR-FOUND TO WS-TR-IDX
               END-IF
           END-PERFORM.

      *> The first change to a student-term records its standing as
      *> graded, before anything in this run touched it, along with
      *> whether a later term exists and which term came before.
       C200-NOTE-AFFECTED.
           MOVE ZEROS TO WS-AF-FOUND.
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-AF-COUNT
               IF WS-AF-STUDENT(WS-AF-IDX) = GCHG-STUDENT-ID
                   AND WS-AF-TERM(WS-AF-IDX) = GCHG-TERM
                   SET WS-AF-FOUND TO WS-AF-IDX
               END-IF
           END-PERFORM.

           IF WS-AF-FOUND = ZEROS
               IF WS-AF-COUNT = 99
                   DISPLAY "AFFECTED TERM TABLE FULL, STUDENT "
                       GCHG-STUDENT-ID " STANDING NOT RESTATED"
               ELSE
                   ADD 1 TO WS-AF-COUNT
                   MOVE WS-AF-COUNT TO WS-AF-FOUND
                   MOVE GCHG-STUDENT-ID TO WS-AF-STUDENT(WS-AF-FOUND)
                   MOVE GCHG-TERM TO WS-AF-TERM(WS-AF-FOUND)
                   MOVE GCHG-STUDENT-ID TO WS-CALC-STUDENT
                   MOVE GCHG-TERM TO WS-CALC-TERM
                   PERFORM F000-TERM-GPA
                   MOVE WS-CALC-GPA TO WS-AF-OLD-GPA(WS-AF-FOUND)
                   MOVE WS-CALC-STANDING
                       TO WS-AF-OLD-STANDING(WS-AF-FOUND)
                   MOVE 'Y' TO WS-AF-LATEST(WS-AF-FOUND)
                   MOVE ZEROS TO WS-AF-PREV-TERM(WS-AF-FOUND)
                   PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TR-COUNT
                       IF WS-TR-STUDENT(WS-TR-IDX) = GCHG-STUDENT-ID
                           IF WS-TR-TERM(WS-TR-IDX) > GCHG-TERM
                               MOVE 'N' TO WS-AF-LATEST(WS-AF-FOUND)
                           END-IF
                           IF WS-TR-TERM(WS-TR-IDX) < GCHG-TERM
                               AND WS-TR-TERM(WS-TR-IDX)
                                   > WS-AF-PREV-TERM(WS-AF-FOUND)
                               MOVE WS-TR-TERM(WS-TR-IDX)
                                   TO WS-AF-PREV-TERM(WS-AF-FOUND)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       C300-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO GAUD-TIMESTAMP(1:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO GAUD-TIMESTAMP(9:6).
           MOVE GCHG-STUDENT-ID TO GAUD-STUDENT-ID.
           MOVE GCHG-COURSE TO GAUD-COURSE.
           MOVE GCHG-TERM TO GAUD-TERM.
           MOVE WS-OLD-SCORE TO GAUD-OLD-SCORE.
           MOVE WS-OLD-LETTER TO GAUD-OLD-LETTER.
           MOVE GCHG-NEW-SCORE TO GAUD-NEW-SCORE.
           MOVE WS-LETTER-GRADE TO GAUD-NEW-LETTER.
           MOVE GCHG-INSTRUCTOR TO GAUD-INSTRUCTOR.
           MOVE WS-OPERATOR TO GAUD-OPERATOR.
           MOVE GCHG-REASON TO GAUD-REASON.

           OPEN EXTEND GRADE-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT GRADE-AUDIT-FILE
           END-IF.
           WRITE GRADEAUD-RECORD.
           CLOSE GRADE-AUDIT-FILE.

       D000-REWRITE-TRANSCRIPT.
           OPEN OUTPUT TRANSCRIPT-FILE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               MOVE WS-TR-STUDENT(WS-TR-IDX) TO TRN-STUDENT-ID
               MOVE WS-TR-COURSE(WS-TR-IDX) TO TRN-COURSE
               MOVE WS-TR-TERM(WS-TR-IDX) TO TRN-TERM
               MOVE WS-TR-SCORE(WS-TR-IDX) TO TRN-SCORE
               MOVE WS-TR-LETTER(WS-TR-IDX) TO TRN-LETTER
               WRITE TRANSCRIPT-RECORD
           END-PERFORM.
           CLOSE TRANSCRIPT-FILE.

       E000-RESTATE-STANDING.
           MOVE WS-AF-STUDENT(WS-AF-IDX) TO WS-CALC-STUDENT.
           MOVE WS-AF-TERM(WS-AF-IDX) TO WS-CALC-TERM.
           PERFORM F000-TERM-GPA.
           MOVE WS-CALC-GPA TO WS-AF-NEW-GPA(WS-AF-IDX).
           MOVE WS-CALC-STANDING TO WS-AF-NEW-STANDING(WS-AF-IDX).

           MOVE WS-AF-OLD-GPA(WS-AF-IDX) TO WS-OLD-GPA-DISPLAY.
           MOVE WS-AF-NEW-GPA(WS-AF-IDX) TO WS-NEW-GPA-DISPLAY.
           MOVE WS-AF-OLD-STANDING(WS-AF-IDX) TO WS-STANDING-CODE.
           PERFORM F200-NAME-STANDING.
           MOVE WS-STANDING-NAME TO WS-OLD-STANDING-NAME.
           MOVE WS-AF-NEW-STANDING(WS-AF-IDX) TO WS-STANDING-CODE.
           PERFORM F200-NAME-STANDING.
           MOVE WS-STANDING-NAME TO WS-NEW-STANDING-NAME.

           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING "STUDENT " WS-AF-STUDENT(WS-AF-IDX) " TERM "
               WS-AF-TERM(WS-AF-IDX) " GPA " WS-OLD-GPA-DISPLAY
               " -> " WS-NEW-GPA-DISPLAY "  " WS-OLD-STANDING-NAME
               " -> " WS-NEW-STANDING-NAME
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           END-STRING.
           WRITE CHANGE-REPORT-LINE.

           IF WS-AF-NEW-STANDING(WS-AF-IDX)
               NOT = WS-AF-OLD-STANDING(WS-AF-IDX)
               ADD 1 TO WS-FLIPPED-COUNT
               MOVE ZEROS TO WS-PB-FOUND
               IF WS-AF-OLD-STANDING(WS-AF-IDX) = 'P'
                   OR WS-AF-NEW-STANDING(WS-AF-IDX) = 'P'
                   IF WS-AF-LATEST(WS-AF-IDX) = 'Y'
                       IF WS-AF-NEW-STANDING(WS-AF-IDX) = 'P'
                           PERFORM E100-IMPOSE-PROBATION
                       ELSE
                           PERFORM E200-LIFT-PROBATION
                       END-IF
                   ELSE
                       MOVE SPACES TO CHANGE-REPORT-LINE
                       STRING "    PROBATION HISTORY NOT ADJUSTED - "
                           "A LATER TERM IS ON FILE"
                           DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                       END-STRING
                       WRITE CHANGE-REPORT-LINE
                   END-IF
               END-IF
               PERFORM E300-WRITE-AMENDED-LETTER
           END-IF.

      *> Onto probation in the latest term - the grading run's rule:
      *> a row already carried from an earlier term counts one more
      *> consecutive term.
       E100-IMPOSE-PROBATION.
           PERFORM E400-FIND-PROB-ROW.
           IF WS-PB-FOUND = ZEROS
               IF WS-PROB-COUNT = 999
                   DISPLAY "PROBATION TABLE FULL, STUDENT "
                       WS-AF-STUDENT(WS-AF-IDX) " NOT TRACKED"
               ELSE
                   ADD 1 TO WS-PROB-COUNT
                   MOVE WS-PROB-COUNT TO WS-PB-FOUND
                   MOVE WS-AF-STUDENT(WS-AF-IDX)
                       TO WS-PB-STUDENT(WS-PB-FOUND)
                   MOVE ZEROS TO WS-PB-TERMS(WS-PB-FOUND)
                   MOVE ZEROS TO WS-PB-LAST-TERM(WS-PB-FOUND)
               END-IF
           END-IF.

           IF WS-PB-FOUND NOT = ZEROS
               IF WS-PB-LAST-TERM(WS-PB-FOUND)
                   NOT = WS-AF-TERM(WS-AF-IDX)
                   ADD 1 TO WS-PB-TERMS(WS-PB-FOUND)
               END-IF
               MOVE WS-AF-TERM(WS-AF-IDX)
                   TO WS-PB-LAST-TERM(WS-PB-FOUND)
               MOVE 'Y' TO WS-PB-STILL-ON(WS-PB-FOUND)
               MOVE 'Y' TO WS-PROBHIST-CHANGED
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING "    PROBATION HISTORY: CONSECUTIVE TERMS NOW "
                   WS-PB-TERMS(WS-PB-FOUND)
                   DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
               END-STRING
               WRITE CHANGE-REPORT-LINE
           END-IF.

      *> Off probation in the latest term - that term no longer
      *> counts; any earlier consecutive terms stand, ending at the
      *> term before.
       E200-LIFT-PROBATION.
           PERFORM E400-FIND-PROB-ROW.
           IF WS-PB-FOUND NOT = ZEROS
               AND WS-PB-LAST-TERM(WS-PB-FOUND)
                   = WS-AF-TERM(WS-AF-IDX)
               SUBTRACT 1 FROM WS-PB-TERMS(WS-PB-FOUND)
               MOVE WS-AF-PREV-TERM(WS-AF-IDX)
                   TO WS-PB-LAST-TERM(WS-PB-FOUND)
               IF WS-PB-TERMS(WS-PB-FOUND) = ZEROS
                   MOVE 'N' TO WS-PB-STILL-ON(WS-PB-FOUND)
               END-IF
               MOVE 'Y' TO WS-PROBHIST-CHANGED
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING "    PROBATION HISTORY: CONSECUTIVE TERMS NOW "
                   WS-PB-TERMS(WS-PB-FOUND)
                   DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
               END-STRING
               WRITE CHANGE-REPORT-LINE
           END-IF.

       E300-WRITE-AMENDED-LETTER.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'AMENDLTR' TO PSP-DOC-TYPE.
           MOVE 'GradeChange' TO PSP-PROGRAM.
           MOVE WS-RUN-DATE TO PSP-RUN-DATE.
           STRING 'STUDENT ' WS-AF-STUDENT(WS-AF-IDX)
               DELIMITED BY SIZE INTO PSP-RECIPIENT
           END-STRING.
           MOVE WS-AF-STUDENT(WS-AF-IDX) TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           MOVE '==========================================='
               TO AMENDED-LETTER-LINE.
           PERFORM E350-WRITE-LETTER-LINE.
           MOVE SPACES TO AMENDED-LETTER-LINE.
           STRING 'TO STUDENT ' WS-AF-STUDENT(WS-AF-IDX)
               DELIMITED BY SIZE INTO AMENDED-LETTER-LINE
           END-STRING.
           PERFORM E350-WRITE-LETTER-LINE.
           MOVE SPACES TO AMENDED-LETTER-LINE.
           STRING 'AMENDED NOTICE - TERM GRADED '
               WS-AF-TERM(WS-AF-IDX)
               DELIMITED BY SIZE INTO AMENDED-LETTER-LINE
           END-STRING.
           PERFORM E350-WRITE-LETTER-LINE.
           MOVE 'A GRADE CHANGE HAS REVISED YOUR TERM GPA'
               TO AMENDED-LETTER-LINE.
           PERFORM E350-WRITE-LETTER-LINE.
           MOVE SPACES TO AMENDED-LETTER-LINE.
           STRING 'FROM ' WS-OLD-GPA-DISPLAY ' TO '
               WS-NEW-GPA-DISPLAY '.'
               DELIMITED BY SIZE INTO AMENDED-LETTER-LINE
           END-STRING.
           PERFORM E350-WRITE-LETTER-LINE.

           IF WS-AF-OLD-STANDING(WS-AF-IDX) = 'H'
               MOVE 'YOU ARE NO LONGER ON THE DEANS LIST FOR THE TERM.'
                   TO AMENDED-LETTER-LINE
               PERFORM E350-WRITE-LETTER-LINE
           END-IF.
           IF WS-AF-OLD-STANDING(WS-AF-IDX) = 'P'
               MOVE 'YOU ARE NO LONGER ON ACADEMIC PROBATION FOR THE'
                   TO AMENDED-LETTER-LINE
               PERFORM E350-WRITE-LETTER-LINE
               MOVE 'TERM.' TO AMENDED-LETTER-LINE
               PERFORM E350-WRITE-LETTER-LINE
           END-IF.
           IF WS-AF-NEW-STANDING(WS-AF-IDX) = 'H'
               MOVE 'CONGRATULATIONS - YOUR TERM GPA NOW PLACES YOU'
                   TO AMENDED-LETTER-LINE
               PERFORM E350-WRITE-LETTER-LINE
               MOVE 'ON THE DEANS LIST.' TO AMENDED-LETTER-LINE
               PERFORM E350-WRITE-LETTER-LINE
           END-IF.
           IF WS-AF-NEW-STANDING(WS-AF-IDX) = 'P'
               MOVE 'YOUR TERM GPA NOW PLACES YOU ON ACADEMIC'
                   TO AMENDED-LETTER-LINE
               PERFORM E350-WRITE-LETTER-LINE
               MOVE 'PROBATION.' TO AMENDED-LETTER-LINE
               PERFORM E350-WRITE-LETTER-LINE
               IF WS-PB-FOUND NOT = ZEROS
                   AND WS-PB-TERMS(WS-PB-FOUND) >= 2
                   MOVE 'A SECOND CONSECUTIVE TERM ON PROBATION MEANS'
                       TO AMENDED-LETTER-LINE
                   PERFORM E350-WRITE-LETTER-LINE
                   MOVE 'YOUR ENROLLMENT IS UNDER DISMISSAL REVIEW.'
                       TO AMENDED-LETTER-LINE
                   PERFORM E350-WRITE-LETTER-LINE
               ELSE
                   MOVE 'PLEASE MEET WITH YOUR ACADEMIC ADVISOR.'
                       TO AMENDED-LETTER-LINE
                   PERFORM E350-WRITE-LETTER-LINE
               END-IF
           END-IF.

      *> Each letter line goes to the letter file and to the day's
      *> print spool (shared PrintSpool module) for the vendor
      *> stream - campus mail, as the grading run's letters are.
       E350-WRITE-LETTER-LINE.
           WRITE AMENDED-LETTER-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE AMENDED-LETTER-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

       E400-FIND-PROB-ROW.
           MOVE ZEROS TO WS-PB-FOUND.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PROB-COUNT
               IF WS-PB-STUDENT(WS-PB-IDX) = WS-AF-STUDENT(WS-AF-IDX)
                   SET WS-PB-FOUND TO WS-PB-IDX
               END-IF
           END-PERFORM.

      *> Term GPA across the student's graded rows for the term, and
      *> the standing the grading run would give it.
       F000-TERM-GPA.
           MOVE ZEROS TO WS-CALC-COURSES.
           MOVE ZEROS TO WS-CALC-POINTS.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-STUDENT(WS-TR-IDX) = WS-CALC-STUDENT
                   AND WS-TR-TERM(WS-TR-IDX) = WS-CALC-TERM
                   MOVE WS-TR-SCORE(WS-TR-IDX) TO Grade
                   PERFORM F100-ASSIGN-GRADE
                   ADD 1 TO WS-CALC-COURSES
                   ADD WS-GRADE-POINTS TO WS-CALC-POINTS
               END-IF
           END-PERFORM.

           IF WS-CALC-COURSES = ZEROS
               MOVE ZEROS TO WS-CALC-GPA
           ELSE
               COMPUTE WS-CALC-GPA ROUNDED =
                   WS-CALC-POINTS / WS-CALC-COURSES
           END-IF.

           EVALUATE TRUE
               WHEN WS-CALC-GPA >= WS-HONOR-THRESHOLD
                   MOVE 'H' TO WS-CALC-STANDING
               WHEN WS-CALC-GPA < WS-PROBATION-THRESHOLD
                   MOVE 'P' TO WS-CALC-STANDING
               WHEN OTHER
                   MOVE 'G' TO WS-CALC-STANDING
           END-EVALUATE.

       F100-ASSIGN-GRADE.
           EVALUATE TRUE
             WHEN Grade < 60
                  MOVE 'F' TO WS-LETTER-GRADE
                  MOVE 0 TO WS-GRADE-POINTS
             WHEN Grade < 70
                  MOVE 'D' TO WS-LETTER-GRADE
                  MOVE 1 TO WS-GRADE-POINTS
             WHEN Grade < 80
                  MOVE 'C' TO WS-LETTER-GRADE
                  MOVE 2 TO WS-GRADE-POINTS
             WHEN Grade < 90
                  MOVE 'B' TO WS-LETTER-GRADE
                  MOVE 3 TO WS-GRADE-POINTS
             WHEN Grade < 100
                  MOVE 'A' TO WS-LETTER-GRADE
                  MOVE 4 TO WS-GRADE-POINTS
             WHEN OTHER
                  MOVE 'P' TO WS-LETTER-GRADE
                  MOVE 4 TO WS-GRADE-POINTS
           END-EVALUATE.

       F200-NAME-STANDING.
           EVALUATE WS-STANDING-CODE
               WHEN 'H'
                   MOVE "DEANS LIST" TO WS-STANDING-NAME
               WHEN 'P'
                   MOVE "PROBATION" TO WS-STANDING-NAME
               WHEN OTHER
                   MOVE "GOOD" TO WS-STANDING-NAME
           END-EVALUATE.

       G000-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = '00'
               READ THRESHOLD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GRADELIM-HONOR NOT = ZEROS
                           MOVE GRADELIM-HONOR
                               TO WS-HONOR-THRESHOLD
                       END-IF
                       IF GRADELIM-PROBATION NOT = ZEROS
                           MOVE GRADELIM-PROBATION
                               TO WS-PROBATION-THRESHOLD
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF.

       H000-LOAD-PROB-HISTORY.
           MOVE ZEROS TO WS-PROB-COUNT.
           OPEN INPUT PROB-HISTORY-FILE.
           IF WS-PROBHIST-STATUS = '00'
               READ PROB-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-PROBHIST
               END-READ

               PERFORM UNTIL WS-END-OF-PROBHIST = 'Y'
                   OR WS-PROB-COUNT = 999
                   ADD 1 TO WS-PROB-COUNT
                   MOVE PROB-STUDENT-ID
                       TO WS-PB-STUDENT(WS-PROB-COUNT)
                   MOVE PROB-CONSEC-TERMS
                       TO WS-PB-TERMS(WS-PROB-COUNT)
                   MOVE PROB-LAST-TERM
                       TO WS-PB-LAST-TERM(WS-PROB-COUNT)
                   MOVE 'Y' TO WS-PB-STILL-ON(WS-PROB-COUNT)

                   READ PROB-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-END-OF-PROBHIST
                   END-READ
               END-PERFORM

               CLOSE PROB-HISTORY-FILE
           END-IF.

      *>   The probation history is written back whole, so rows past
      *>   the table would be lost - apply nothing.
           IF WS-PROB-COUNT = 999
               AND WS-END-OF-PROBHIST = 'N'
               DISPLAY "PROBHIST.DAT OVER 999 ROWS - NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       J000-REWRITE-PROB-HISTORY.
           OPEN OUTPUT PROB-HISTORY-FILE.

           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PROB-COUNT
               IF WS-PB-STILL-ON(WS-PB-IDX) = 'Y'
                   MOVE WS-PB-STUDENT(WS-PB-IDX)
                       TO PROB-STUDENT-ID
                   MOVE WS-PB-TERMS(WS-PB-IDX)
                       TO PROB-CONSEC-TERMS
                   MOVE WS-PB-LAST-TERM(WS-PB-IDX)
                       TO PROB-LAST-TERM
                   WRITE PROBHIST-RECORD
               END-IF
           END-PERFORM.

           CLOSE PROB-HISTORY-FILE.

      *> Whoever is signed on at the menu keyed the changes; no
      *> session means a straight batch run.
       K000-GET-OPERATOR.
           MOVE SPACES TO WS-OPERATOR.
           OPEN INPUT SESSION-OPER-FILE.
           IF WS-SESSOPER-STATUS = '00'
               READ SESSION-OPER-FILE
                   AT END CONTINUE
                   NOT AT END MOVE SESSOPER-ID TO WS-OPERATOR
               END-READ
               CLOSE SESSION-OPER-FILE
           END-IF.
