      *> Grade change transaction - one row per correction on
      *> GRADECHG.DAT: the student, course and graded term
      *> (TRN-TERM on data/TRANSCRIPT.DAT) being corrected, the new
      *> score, why, and the instructor who authorized it. Applied by
      *> GradeChange.cob.
       01  GRADE-CHANGE-TRAN.
           05  GCHG-STUDENT-ID         PIC 9(3).
           05  GCHG-COURSE             PIC X(6).
           05  GCHG-TERM               PIC 9(8).
           05  GCHG-NEW-SCORE          PIC 9(3).
           05  GCHG-INSTRUCTOR         PIC X(8).
           05  GCHG-REASON             PIC X(20).
