      *> End-of-day backup list - one row per master, sequence and
      *> control file on BKUPLIST.DAT that EODBackup copies into the
      *> night's backup set. Maintained by operations as files are
      *> added to the system.
      *>     BKL-ORG: 'S' = line sequential, 'R' = relative, 'I' =
      *>     indexed. The relative and indexed masters are read
      *>     through their own record layouts, so only the ones
      *>     EODBackup knows by name may be listed as 'R' or 'I'.
      *>     BKL-HASH-START/LENGTH: position and length within the
      *>     record of the amount (or, where the file carries no
      *>     amount, key) field whose digits are hash-totalled.
      *>     Zero length = record count only.
       01  BKUPLST-RECORD.
           05  BKL-FILE-NAME           PIC X(30).
           05  BKL-ORG                 PIC X(1).
           05  BKL-HASH-START          PIC 9(4).
           05  BKL-HASH-LENGTH         PIC 9(2).
           05  BKL-HASH-FIELD          PIC X(30).
