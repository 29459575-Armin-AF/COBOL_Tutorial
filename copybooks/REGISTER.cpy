      *> Course registration record - one row per student per course
      *> on data/REGISTER.DAT for the open term, maintained by
      *> CourseRegistration.cob. REG-SEQ is the order the request
      *> was accepted in - the waitlist is served lowest first.
      *> StudentGrading.cob only grades a score whose student holds
      *> a seat ('E' or 'G') in the course, and closes the term by
      *> turning seats to 'G' and dropping the waitlist; the next
      *> registration run clears the 'G' rows, which by then are on
      *> the transcript.
      *>     REG-STATUS: 'E' = enrolled, 'W' = waitlisted,
      *>     'G' = graded (term closed).
       01  REGISTER-RECORD.
           05  REG-STUDENT-ID          PIC 9(3).
           05  REG-COURSE              PIC X(6).
           05  REG-STATUS              PIC X(1).
           05  REG-SEQ                 PIC 9(5).
           05  REG-DATE                PIC 9(8).
