      *> Off-cycle payment row - one row per one-time payment keyed
      *> by payroll on OFFCYCLE.DAT and paid by OffCyclePay.cob
      *> outside the regular EmployeePayroll cycle.
      *>     OFFC-REFERENCE: payroll's own reference for the payment,
      *>     unique per row - once paid it is recorded on the
      *>     off-cycle control file and never paid again.
      *>     OFFC-PAY-TYPE: 'B' = bonus, 'C' = commission (both
      *>     supplemental pay, withheld at the flat supplemental
      *>     rate on SUPPTAX.DAT), 'R' = replacement pay for a
      *>     regular check missed in the run (withheld as regular
      *>     wages through the TAXBRACKETS.DAT bands).
      *>     OFFC-DEDUCT: 'Y' takes the recurring deductions -
      *>     the standard deduction, group insurance premium and
      *>     garnishment orders - from this payment as well. Anything
      *>     else pays without them.
       01  OFFCYC-RECORD.
           05  OFFC-REFERENCE          PIC X(8).
           05  OFFC-EMP-ID             PIC 9(5).
           05  OFFC-PAY-TYPE           PIC X(1).
           05  OFFC-AMOUNT             PIC 9(7)V99.
           05  OFFC-DEDUCT             PIC X(1).
