      *> Bank paid-items row - one row per payroll check the bank
      *> paid, on the bank's daily paid-checks file CHKPAID.DAT: the
      *> check number, the date the bank paid it and the amount it
      *> paid. Matched against the check register by CheckRecon.cob.
       01  CHKPAID-RECORD.
           05  CHKPAID-NUMBER          PIC 9(6).
           05  CHKPAID-PAID-DATE       PIC 9(8).
           05  CHKPAID-AMOUNT          PIC 9(7)V99.
