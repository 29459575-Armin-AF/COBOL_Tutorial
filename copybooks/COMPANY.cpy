      *> Company identification - the single row on COMPANY.DAT,
      *> maintained by finance: who we are to the tax and state
      *> agencies. Read by the regulatory files that must name the
      *> payer or employer - the 1099 commission file and the state
      *> new-hire report.
      *>     COMPANY-FEIN: federal employer identification number,
      *>     nine digits. COMPANY-STATE-ID: the state employer
      *>     account number the state new-hire registry knows us by.
       01  COMPANY-RECORD.
           05  COMPANY-FEIN            PIC X(9).
           05  COMPANY-NAME            PIC X(30).
           05  COMPANY-STREET          PIC X(30).
           05  COMPANY-CITY            PIC X(20).
           05  COMPANY-STATE           PIC X(2).
           05  COMPANY-ZIP             PIC X(5).
           05  COMPANY-STATE-ID        PIC X(15).
