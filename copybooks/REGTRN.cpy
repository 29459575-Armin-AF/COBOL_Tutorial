      *> Registration request - one row per add or drop on
      *> REGTRN.DAT, applied in file order by CourseRegistration.cob.
      *>     REGT-ACTION: 'A' = add the student to the course (a seat
      *>     if one is free, otherwise the waitlist), 'D' = drop the
      *>     student's seat or waitlist place.
       01  REG-TRANSACTION.
           05  REGT-ACTION             PIC X(1).
           05  REGT-STUDENT-ID         PIC 9(3).
           05  REGT-COURSE             PIC X(6).
