      *> Transcript history record - one row per graded course on
      *> data/TRANSCRIPT.DAT, appended by StudentGrading.cob for each
      *> term it grades (TRN-TERM is the grading run's business
      *> date, the same term stamp PROBHIST.DAT carries).
      *> CourseRegistration.cob checks prerequisites against it - a
      *> score of 60 or more (D or better) is a pass.
       01  TRANSCRIPT-RECORD.
           05  TRN-STUDENT-ID          PIC 9(3).
           05  TRN-COURSE              PIC X(6).
           05  TRN-TERM                PIC 9(8).
           05  TRN-SCORE               PIC 9(3).
           05  TRN-LETTER              PIC X(1).
