      *> Print vendor stream record - data/PRINTSTR-<date>.DAT, the
      *> one file of the day's customer correspondence sent to the
      *> print vendor by PrintStream.cob. Each document is an 'H'
      *> header (type, sequence in the stream, recipient and mailing
      *> address, page count, source program) followed by its 'D'
      *> print lines. The stream ends with one 'T' trailer per
      *> document type carrying its piece and page counts, and a
      *> final 'T' for type TOTAL.
       01  PRINT-STREAM-RECORD.
           05  PST-REC-TYPE            PIC X(1).
           05  PST-BODY                PIC X(120).
           05  PST-HEADER-DATA REDEFINES PST-BODY.
               10  PST-DOC-TYPE            PIC X(8).
               10  PST-DOC-SEQ             PIC 9(6).
               10  PST-RECIPIENT           PIC X(20).
               10  PST-ADDR-STREET         PIC X(20).
               10  PST-ADDR-CITY           PIC X(15).
               10  PST-ADDR-STATE          PIC X(2).
               10  PST-ADDR-ZIP            PIC X(5).
               10  PST-REFERENCE           PIC X(10).
               10  PST-PAGE-COUNT          PIC 9(3).
               10  PST-SOURCE              PIC X(20).
               10  FILLER                  PIC X(11).
           05  PST-DETAIL-DATA REDEFINES PST-BODY.
               10  PST-LINE                PIC X(80).
               10  FILLER                  PIC X(40).
           05  PST-TRAILER-DATA REDEFINES PST-BODY.
               10  PST-TRL-DOC-TYPE        PIC X(8).
               10  PST-TRL-PIECES          PIC 9(6).
               10  PST-TRL-PAGES           PIC 9(6).
               10  FILLER                  PIC X(100).
