      *> File volume statistics history row - one line per watched
      *> file per night, appended to data/FILESTAT.DAT by
      *> FileVolStats and read by FileTrendReport. A rerun of the
      *> same night appends again; the later row for a date wins.
      *>     FSTAT-PRESENT: 'N' = the file was not on disk (counts
      *>     are zeros).
       01  FILESTAT-RECORD.
           05  FSTAT-BUS-DATE          PIC 9(8).
           05  FSTAT-FILE-NAME         PIC X(30).
           05  FSTAT-RECORDS           PIC 9(9).
           05  FSTAT-BYTES             PIC 9(12).
           05  FSTAT-PRESENT           PIC X(1).
