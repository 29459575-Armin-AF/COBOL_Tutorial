      *> Course catalog record - one row per course on COURSES.DAT,
      *> keyed by the same six-character code STUDENTS.DAT carries in
      *> STUDENT-COURSE. Maintained by the registrar. Capacity is the
      *> seat count CourseRegistration.cob fills before it starts a
      *> waitlist; each non-blank prerequisite must be on the
      *> student's transcript (data/TRANSCRIPT.DAT) with a passing
      *> score before the student is let in.
       01  COURSE-RECORD.
           05  COURSE-CODE             PIC X(6).
           05  COURSE-TITLE            PIC X(25).
           05  COURSE-CREDITS          PIC 9(1).
           05  COURSE-CAPACITY         PIC 9(3).
           05  COURSE-PREREQ           PIC X(6) OCCURS 3 TIMES.
