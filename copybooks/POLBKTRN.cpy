      *> Autopay enrollment transaction - one row per add/change/
      *> delete applied against data/POLBANK.DAT by
      *> AutopayMaintenance.cob, same A/C/D discipline as
      *> BANKTRNS.DAT.
       01  AUTOPAY-TRANSACTION.
           05  AUTOPAY-TRAN-CODE       PIC X(1).
           05  AUTOPAY-TRAN-POLICY     PIC 9(7).
           05  AUTOPAY-TRAN-ROUTING    PIC 9(9).
           05  AUTOPAY-TRAN-ACCOUNT    PIC X(12).
