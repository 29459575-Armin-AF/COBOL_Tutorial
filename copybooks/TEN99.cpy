      *> 1099 commission submission record - data/TEN99-<year>.DAT,
      *> written by Commission1099.cob for the tax authority. One
      *> 'A' payer row up front, one 'B' row per agent reported
      *> (nonemployee compensation), and a 'C' control row carrying
      *> the payee count and amount total the agency balances the
      *> file to.
       01  TEN99-RECORD.
           05  TEN99-TYPE              PIC X(1).
           05  TEN99-TAX-YEAR          PIC 9(4).
           05  TEN99-BODY              PIC X(96).
           05  TEN99-PAYER-DATA REDEFINES TEN99-BODY.
               10  TEN99-PAYER-TIN         PIC X(9).
               10  TEN99-PAYER-NAME        PIC X(30).
               10  TEN99-PAYER-STREET      PIC X(30).
               10  TEN99-PAYER-CITY        PIC X(20).
               10  TEN99-PAYER-STATE       PIC X(2).
               10  TEN99-PAYER-ZIP         PIC X(5).
           05  TEN99-PAYEE-DATA REDEFINES TEN99-BODY.
               10  TEN99-PAYEE-TIN         PIC X(9).
               10  TEN99-PAYEE-ACCOUNT     PIC X(4).
               10  TEN99-PAYEE-NAME        PIC X(20).
               10  TEN99-PAYEE-AMOUNT      PIC 9(10)V99.
               10  FILLER                  PIC X(51).
           05  TEN99-CONTROL-DATA REDEFINES TEN99-BODY.
               10  TEN99-PAYEE-COUNT       PIC 9(8).
               10  TEN99-TOTAL-AMOUNT      PIC 9(13)V99.
               10  FILLER                  PIC X(73).
