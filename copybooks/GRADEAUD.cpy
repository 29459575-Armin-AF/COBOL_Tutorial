      *> One line per applied grade change appended to
      *> data/GRADEAUD.LOG - when, the transcript row changed, its old
      *> and new score and letter, the authorizing instructor, the
      *> operator who keyed it (spaces for a straight batch run) and
      *> the reason, so "who changed this grade and from what" has
      *> an answer.
       01  GRADEAUD-RECORD.
           05  GAUD-TIMESTAMP          PIC 9(14).
           05  GAUD-STUDENT-ID         PIC 9(3).
           05  GAUD-COURSE             PIC X(6).
           05  GAUD-TERM               PIC 9(8).
           05  GAUD-OLD-SCORE          PIC 9(3).
           05  GAUD-OLD-LETTER         PIC X(1).
           05  GAUD-NEW-SCORE          PIC 9(3).
           05  GAUD-NEW-LETTER         PIC X(1).
           05  GAUD-INSTRUCTOR         PIC X(8).
           05  GAUD-OPERATOR           PIC X(8).
           05  GAUD-REASON             PIC X(20).
