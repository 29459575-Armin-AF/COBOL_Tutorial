      *> State new-hire file record - data/NEWHIRE-<date>.DAT,
      *> written by NewHireReport.cob for the state new-hire
      *> registry. One 'E' employer row (identifiers from
      *> COMPANY.DAT), one 'W' row per new hire or rehire, and a 'T'
      *> trailer carrying the employee row count.
       01  NHFILE-RECORD.
           05  NHFILE-TYPE             PIC X(1).
           05  NHFILE-BODY             PIC X(111).
           05  NHFILE-EMPLOYER-DATA REDEFINES NHFILE-BODY.
               10  NHFILE-ER-FEIN          PIC X(9).
               10  NHFILE-ER-STATE-ID      PIC X(15).
               10  NHFILE-ER-NAME          PIC X(30).
               10  NHFILE-ER-STREET        PIC X(30).
               10  NHFILE-ER-CITY          PIC X(20).
               10  NHFILE-ER-STATE         PIC X(2).
               10  NHFILE-ER-ZIP           PIC X(5).
           05  NHFILE-EMPLOYEE-DATA REDEFINES NHFILE-BODY.
               10  NHFILE-EE-SSN           PIC 9(9).
               10  NHFILE-EE-LAST-NAME     PIC X(20).
               10  NHFILE-EE-FIRST-NAME    PIC X(20).
               10  NHFILE-EE-HIRE-DATE     PIC 9(8).
               10  NHFILE-EE-FEIN          PIC X(9).
               10  FILLER                  PIC X(45).
           05  NHFILE-TRAILER-DATA REDEFINES NHFILE-BODY.
               10  NHFILE-EE-COUNT         PIC 9(7).
               10  FILLER                  PIC X(104).
