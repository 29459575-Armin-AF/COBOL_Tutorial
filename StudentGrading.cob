      *> with a letter per student, and consecutive probation terms
      *> are tracked on data/PROBHIST.DAT - a second straight term
      *> flags the student for dismissal review.
      *> Only registered students are graded: a score whose student
      *> holds no seat in the course on data/REGISTER.DAT
      *> (CourseRegistration.cob) is rejected to data/GRADEREJ.TXT
      *> and counts nowhere. Each graded row is posted to the
      *> transcript history (data/TRANSCRIPT.DAT) under the run date
      *> as its term - once; a same-date rerun leaves the posted term
      *> alone - and the term's seats are closed ('G') with the
      *> waitlist dropped. A register already closed (graded seats,
      *> none still enrolled) means the term was graded by an
      *> earlier run: a rerun on any date reprints the reports but
      *> posts nothing, moves no probation count and leaves the
      *> register as it is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'data/REGISTER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN TO 'data/TRANSCRIPT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT GRADE-REJECT-FILE ASSIGN TO 'data/GRADEREJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'data/STUSORT.TMP'.

       DATA DIVISION.
       FD  STUDENT-LETTER-FILE.
       01  STUDENT-LETTER-LINE       PIC X(60).

       FD  REGISTER-FILE.
       COPY REGISTER.

       FD  TRANSCRIPT-FILE.
       COPY TRANSCR.

       FD  GRADE-REJECT-FILE.
       01  GRADE-REJECT-LINE         PIC X(60).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-STUDENT-ID       PIC 9(3).
       01 WS-LETTER-STATUS PIC X(2) VALUE '00'.
       01 WS-LETTER-FILENAME PIC X(40) VALUE SPACES.
       01 WS-LETTER-STABLE PIC X(40) VALUE 'data/STULTRS.TXT'.
       01 WS-LETTERS-COUNT PIC 9(5) VALUE ZEROS.
       COPY PRTSPOOL.
       01 WS-PROBATION-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DISMISSAL-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-END-OF-PROBHIST PIC X(1) VALUE 'N'.
       01 WS-COURSE-TOTAL PIC 9(2) VALUE ZEROS.
       01 WS-COURSE-FOUND PIC 9(2) VALUE ZEROS.

      *> The open term's register - a score is graded only when its
      *> student holds a seat in the course ('E', or 'G' on a rerun
      *> after the term was closed).
       01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
       01 WS-REGISTER-LOADED PIC X(1) VALUE 'N'.
       01 WS-END-OF-REGISTER PIC X(1) VALUE 'N'.
       01 WS-REG-TABLE.
           05 WS-RG-ENTRY OCCURS 999 TIMES INDEXED BY WS-RG-IDX.
               10 WS-RG-STUDENT         PIC 9(3).
               10 WS-RG-COURSE          PIC X(6).
               10 WS-RG-STATUS          PIC X(1).
               10 WS-RG-SEQ             PIC 9(5).
               10 WS-RG-DATE            PIC 9(8).
       01 WS-REG-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-OPEN-SEATS PIC 9(3) VALUE ZEROS.
       01 WS-GRADED-SEATS PIC 9(3) VALUE ZEROS.
       01 WS-TERM-CLOSED PIC X(1) VALUE 'N'.
       01 WS-SEAT-FOUND PIC X(1) VALUE 'N'.
       01 WS-REJECT-STATUS PIC X(2) VALUE '00'.
       01 WS-UNREGISTERED-COUNT PIC 9(5) VALUE ZEROS.

      *> Transcript posting - skipped when this run date's term is
      *> already on the history.
       01 WS-TRANSCRIPT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-TRANSCRIPT PIC X(1) VALUE 'N'.
       01 WS-TERM-POSTED PIC X(1) VALUE 'N'.
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-RUN-DATE.
           PERFORM G000-LOAD-THRESHOLDS.
           PERFORM H000-LOAD-PROB-HISTORY.
           PERFORM K000-LOAD-REGISTER.
           PERFORM L000-CHECK-TERM-POSTED.
           STRING "data/GRADERPT-" WS-RUN-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-GRADERPT-FILENAME
           END-STRING.
           OPEN OUTPUT HONOR-ROLL-FILE.
           OPEN OUTPUT PROBATION-FILE.
           OPEN OUTPUT STUDENT-LETTER-FILE.
           OPEN OUTPUT GRADE-REJECT-FILE.
           MOVE 'SCORES REJECTED - STUDENT NOT REGISTERED IN COURSE'
               TO GRADE-REJECT-LINE.
           WRITE GRADE-REJECT-LINE.
           IF WS-TERM-POSTED = 'N'
               OPEN EXTEND TRANSCRIPT-FILE
               IF WS-TRANSCRIPT-STATUS = '35'
                   OPEN OUTPUT TRANSCRIPT-FILE
               END-IF
           END-IF.
           MOVE 'TRANSCRIPTS BY STUDENT' TO GRADE-REPORT-LINE.
           WRITE GRADE-REPORT-LINE.
           MOVE SPACES TO HONOR-ROLL-LINE.
           CLOSE HONOR-ROLL-FILE.
           CLOSE PROBATION-FILE.
           CLOSE STUDENT-LETTER-FILE.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'STUDLTR' TO PSP-DOC-TYPE.
           MOVE 'StudentGrading' TO PSP-PROGRAM.
           MOVE WS-RUN-DATE TO PSP-RUN-DATE.
           MOVE WS-LETTERS-COUNT TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           CLOSE GRADE-REJECT-FILE.
           IF WS-TERM-POSTED = 'N'
               CLOSE TRANSCRIPT-FILE
           END-IF.
           CALL 'ReportGen' USING WS-RUN-DATE WS-GRADERPT-FILENAME
               WS-GRADERPT-STABLE.
           CALL 'ReportGen' USING WS-RUN-DATE WS-LETTER-FILENAME
               WS-LETTER-STABLE.
           IF WS-TERM-CLOSED = 'N'
               PERFORM J000-REWRITE-PROB-HISTORY
               PERFORM M000-CLOSE-REGISTER
           END-IF.

           DISPLAY "COURSE ROWS GRADED: " WS-ROW-COUNT.
           IF WS-UNREGISTERED-COUNT > 0
               DISPLAY "SCORES REJECTED, NOT REGISTERED: "
                   WS-UNREGISTERED-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-TERM-CLOSED = 'Y'
                   DISPLAY "TERM ALREADY GRADED AND CLOSED - "
                       "REPORTS ONLY, NOTHING POSTED"
               WHEN WS-TERM-POSTED = 'Y'
                   DISPLAY "TERM " WS-RUN-DATE
                       " ALREADY ON TRANSCRIPT - NOT POSTED AGAIN"
               WHEN OTHER
                   DISPLAY "TRANSCRIPT ROWS POSTED: " WS-POSTED-COUNT
           END-EVALUATE.
           DISPLAY "STUDENTS:           " WS-STUDENT-COUNT.
           DISPLAY "ON DEANS LIST:      " WS-HONOR-COUNT.
           DISPLAY "ON PROBATION:       " WS-PROBATION-COUNT.
           END-READ.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM A110-CHECK-REGISTERED
               IF WS-SEAT-FOUND = 'N'
                   ADD 1 TO WS-UNREGISTERED-COUNT
                   MOVE SPACES TO GRADE-REJECT-LINE
                   STRING 'STUDENT ' STUDENT-ID ' COURSE '
                       STUDENT-COURSE ' SCORE ' STUDENT-SCORE
                       DELIMITED BY SIZE INTO GRADE-REJECT-LINE
                   END-STRING
                   WRITE GRADE-REJECT-LINE
               ELSE
                   MOVE STUDENT-ID TO SORT-STUDENT-ID
                   MOVE STUDENT-COURSE TO SORT-COURSE
                   MOVE STUDENT-SCORE TO SORT-SCORE
                   RELEASE SORT-RECORD
               END-IF

               READ STUDENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
           CLOSE STUDENT-FILE.
           MOVE 'N' TO WS-END-OF-FILE.

       A110-CHECK-REGISTERED.
           MOVE 'N' TO WS-SEAT-FOUND.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-STUDENT(WS-RG-IDX) = STUDENT-ID
                   AND WS-RG-COURSE(WS-RG-IDX) = STUDENT-COURSE
                   AND (WS-RG-STATUS(WS-RG-IDX) = 'E'
                       OR WS-RG-STATUS(WS-RG-IDX) = 'G')
                   MOVE 'Y' TO WS-SEAT-FOUND
               END-IF
           END-PERFORM.

       A200-RETURN-SORTED.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               RETURN SORT-WORK-FILE
           END-STRING.
           WRITE GRADE-REPORT-LINE.

           IF WS-TERM-POSTED = 'N'
               MOVE SORT-STUDENT-ID TO TRN-STUDENT-ID
               MOVE SORT-COURSE TO TRN-COURSE
               MOVE WS-RUN-DATE TO TRN-TERM
               MOVE SORT-SCORE TO TRN-SCORE
               MOVE WS-LETTER-GRADE TO TRN-LETTER
               WRITE TRANSCRIPT-RECORD
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

      *> The original single-score bands, applied per course - 'P'
      *> (a perfect 100) earns the same four points as an A.
       B000-ASSIGN-GRADE.
           MOVE ZEROS TO WS-POINTS-TOTAL.

       E100-WRITE-HONOR-LETTER.
           PERFORM E600-SPOOL-LETTER-HEADER.
           MOVE '===========================================' 
               TO STUDENT-LETTER-LINE.
           PERFORM E700-WRITE-LETTER-LINE.
           MOVE SPACES TO STUDENT-LETTER-LINE.
           STRING 'TO STUDENT ' WS-PREV-STUDENT
               DELIMITED BY SIZE INTO STUDENT-LETTER-LINE
           END-STRING.
           PERFORM E700-WRITE-LETTER-LINE.
           MOVE 'CONGRATULATIONS - YOUR TERM GPA PLACES YOU ON'
               TO STUDENT-LETTER-LINE.
           PERFORM E700-WRITE-LETTER-LINE.
           MOVE SPACES TO STUDENT-LETTER-LINE.
           STRING 'THE DEANS LIST. TERM GPA: ' WS-GPA-DISPLAY
               DELIMITED BY SIZE INTO STUDENT-LETTER-LINE
           END-STRING.
           PERFORM E700-WRITE-LETTER-LINE.

      *> A student under the probation ceiling stays on (or joins)
      *> the probation history - the SECOND consecutive term flags
           IF WS-PB-FOUND NOT = ZEROS
      *> A same-date rerun of the grading run is not a new term -
      *> the consecutive count only moves when the run date does,
      *> the same rerun protection the pack history append has. A
      *> rerun against a closed term is not a new term either,
      *> whatever the date.
               IF WS-PB-LAST-TERM(WS-PB-FOUND) NOT = WS-RUN-DATE
                   AND WS-TERM-CLOSED = 'N'
                   ADD 1 TO WS-PB-TERMS(WS-PB-FOUND)
               END-IF
               IF WS-TERM-CLOSED = 'N'
                   MOVE WS-RUN-DATE TO WS-PB-LAST-TERM(WS-PB-FOUND)
               END-IF
               MOVE 'Y' TO WS-PB-STILL-ON(WS-PB-FOUND)

               MOVE SPACES TO PROBATION-LINE
           END-IF.

       E500-WRITE-PROBATION-LETTER.
           PERFORM E600-SPOOL-LETTER-HEADER.
           MOVE '===========================================' 
               TO STUDENT-LETTER-LINE.
           PERFORM E700-WRITE-LETTER-LINE.
           MOVE SPACES TO STUDENT-LETTER-LINE.
           STRING 'TO STUDENT ' WS-PREV-STUDENT
               DELIMITED BY SIZE INTO STUDENT-LETTER-LINE
           END-STRING.
           PERFORM E700-WRITE-LETTER-LINE.
           MOVE 'YOUR TERM GPA PLACES YOU ON ACADEMIC PROBATION.'
               TO STUDENT-LETTER-LINE.
           PERFORM E700-WRITE-LETTER-LINE.
           MOVE SPACES TO STUDENT-LETTER-LINE.
           STRING 'TERM GPA: ' WS-GPA-DISPLAY
               DELIMITED BY SIZE INTO STUDENT-LETTER-LINE
           END-STRING.
           PERFORM E700-WRITE-LETTER-LINE.
           IF WS-PB-TERMS(WS-PB-FOUND) >= 2
               MOVE 'A SECOND CONSECUTIVE TERM ON PROBATION MEANS'
                   TO STUDENT-LETTER-LINE
               PERFORM E700-WRITE-LETTER-LINE
               MOVE 'YOUR ENROLLMENT IS UNDER DISMISSAL REVIEW.'
                   TO STUDENT-LETTER-LINE
               PERFORM E700-WRITE-LETTER-LINE
           ELSE
               MOVE 'PLEASE MEET WITH YOUR ACADEMIC ADVISOR.'
                   TO STUDENT-LETTER-LINE
               PERFORM E700-WRITE-LETTER-LINE
           END-IF.

      *> Letters also go to the day's print spool (shared PrintSpool
      *> module) for the vendor stream. The student file carries no
      *> mailing address, so the header names the student only and
      *> the letters go out through the registrar's campus mail.
       E600-SPOOL-LETTER-HEADER.
           ADD 1 TO WS-LETTERS-COUNT.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'STUDLTR' TO PSP-DOC-TYPE.
           MOVE 'StudentGrading' TO PSP-PROGRAM.
           MOVE WS-RUN-DATE TO PSP-RUN-DATE.
           STRING 'STUDENT ' WS-PREV-STUDENT
               DELIMITED BY SIZE INTO PSP-RECIPIENT
           END-STRING.
           MOVE WS-PREV-STUDENT TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

       E700-WRITE-LETTER-LINE.
           WRITE STUDENT-LETTER-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE STUDENT-LETTER-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

       G000-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = '00'
               END-STRING
               WRITE GRADE-REPORT-LINE
           END-PERFORM.

      *> No register at all means nobody is registered - every score
      *> is rejected until CourseRegistration has run for the term.
       K000-LOAD-REGISTER.
           MOVE ZEROS TO WS-REG-COUNT.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "NO COURSE REGISTER ON FILE, STATUS: "
                   WS-REGISTER-STATUS
           ELSE
               MOVE 'Y' TO WS-REGISTER-LOADED
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-REGISTER
               END-READ

               PERFORM UNTIL WS-END-OF-REGISTER = 'Y'
                   IF WS-REG-COUNT = 999
                       DISPLAY "REGISTER TABLE FULL - TERM NOT GRADED"
                       CLOSE REGISTER-FILE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REG-COUNT
                   EVALUATE REG-STATUS
                       WHEN 'E'
                           ADD 1 TO WS-OPEN-SEATS
                       WHEN 'G'
                           ADD 1 TO WS-GRADED-SEATS
                   END-EVALUATE
                   MOVE REG-STUDENT-ID TO WS-RG-STUDENT(WS-REG-COUNT)
                   MOVE REG-COURSE TO WS-RG-COURSE(WS-REG-COUNT)
                   MOVE REG-STATUS TO WS-RG-STATUS(WS-REG-COUNT)
                   MOVE REG-SEQ TO WS-RG-SEQ(WS-REG-COUNT)
                   MOVE REG-DATE TO WS-RG-DATE(WS-REG-COUNT)

                   READ REGISTER-FILE
                       AT END MOVE 'Y' TO WS-END-OF-REGISTER
                   END-READ
               END-PERFORM

               CLOSE REGISTER-FILE
               IF WS-OPEN-SEATS = ZEROS AND WS-GRADED-SEATS > ZEROS
                   MOVE 'Y' TO WS-TERM-CLOSED
               END-IF
           END-IF.

      *> A closed term is on the transcript already, whatever date
      *> it was graded under; an open one is checked for a posting
      *> under this run date.
       L000-CHECK-TERM-POSTED.
           MOVE 'N' TO WS-TERM-POSTED.
           IF WS-TERM-CLOSED = 'Y'
               MOVE 'Y' TO WS-TERM-POSTED
           ELSE
               PERFORM L100-SCAN-TRANSCRIPT
           END-IF.

       L100-SCAN-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS = '00'
               PERFORM UNTIL WS-END-OF-TRANSCRIPT = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-TRANSCRIPT
                       NOT AT END
                           IF TRN-TERM = WS-RUN-DATE
                               MOVE 'Y' TO WS-TERM-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.

      *> The graded term is closed: seats become 'G' (the next
      *> registration run clears them) and the waitlist lapses.
       M000-CLOSE-REGISTER.
           IF WS-REGISTER-LOADED = 'Y'
               OPEN OUTPUT REGISTER-FILE
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-REG-COUNT
                   IF WS-RG-STATUS(WS-RG-IDX) NOT = 'W'
                       MOVE WS-RG-STUDENT(WS-RG-IDX) TO REG-STUDENT-ID
                       MOVE WS-RG-COURSE(WS-RG-IDX) TO REG-COURSE
                       MOVE 'G' TO REG-STATUS
                       MOVE WS-RG-SEQ(WS-RG-IDX) TO REG-SEQ
                       MOVE WS-RG-DATE(WS-RG-IDX) TO REG-DATE
                       WRITE REGISTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
