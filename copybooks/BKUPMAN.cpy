      *> Backup set manifest row - one line per listed file, written
      *> to data/BKUP-<date>/MANIFEST.DAT by EODBackup as the file is
      *> copied into the set, and read back by its VERIFY mode to
      *> prove the copies. The hash field position travels with the
      *> row, so a set taken before the list changed still verifies.
      *>     BKM-PRESENT: 'N' = the file was not on disk at backup
      *>     time (nothing copied, counts are zeros).
      *>     BKM-HASH-TOTAL: the hash field's digits summed as a whole
      *>     number (decimal places ignored), modulo 10 ** 15.
       01  BKUPMAN-RECORD.
           05  BKM-SET-DATE            PIC 9(8).
           05  BKM-FILE-NAME           PIC X(30).
           05  BKM-ORG                 PIC X(1).
           05  BKM-HASH-START          PIC 9(4).
           05  BKM-HASH-LENGTH         PIC 9(2).
           05  BKM-HASH-FIELD          PIC X(30).
           05  BKM-PRESENT             PIC X(1).
           05  BKM-RECORDS             PIC 9(9).
           05  BKM-HASH-TOTAL          PIC 9(15).
