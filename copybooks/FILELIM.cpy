      *> File volume limits - one row per master, history and log
      *> file on FILELIM.DAT that FileVolStats measures each night
      *> and FileTrendReport projects forward each week. Maintained
      *> by operations as programs and keys change.
      *>     FLIM-ORG: 'S' = line sequential (records are lines),
      *>     'R' = relative (records are slots - the file holds one
      *>     slot per key up to the highest key written, so the
      *>     count tracks the highest key in use), 'I' = indexed
      *>     (records estimated from the size of the data file).
      *>     FLIM-SLOT-LEN: bytes per slot on disk for a relative
      *>     file (record length plus the 8-byte slot prefix), or
      *>     bytes per record for an indexed file; zeros for line
      *>     sequential.
      *>     FLIM-LIMIT: the count the file must stay under - the
      *>     largest key the relative key picture holds, or the
      *>     size of the in-storage table a program loads the whole
      *>     file into. Zeros = no hard limit, growth shown only.
       01  FILELIM-RECORD.
           05  FLIM-FILE-NAME          PIC X(30).
           05  FLIM-ORG                PIC X(1).
           05  FLIM-SLOT-LEN           PIC 9(4).
           05  FLIM-LIMIT              PIC 9(9).
           05  FLIM-LIMIT-TEXT         PIC X(30).
