      *> Customer maintenance transaction - one row per change
      *> applied against data/CUSTOMER.DAT by CustomerMaintenance.cob
      *> from CUSTTRN.DAT.
      *>     'N' = name change, from the name view of the body.
      *>     'A' = address change - the new address goes to the
      *>     customer and to every active policy carrying the
      *>     customer number.
      *>     'M' = merge: CUST-TRAN-NUMBER is the duplicate, retired
      *>     into CUST-TRAN-SURVIVOR, which takes over its policies.
       01  CUSTOMER-TRANSACTION.
           05  CUST-TRAN-CODE          PIC X(1).
           05  CUST-TRAN-NUMBER        PIC 9(6).
           05  CUST-TRAN-ADDR-DATA.
               10  CUST-TRAN-STREET        PIC X(20).
               10  CUST-TRAN-CITY          PIC X(15).
               10  CUST-TRAN-STATE         PIC X(2).
               10  CUST-TRAN-ZIP           PIC X(5).
           05  CUST-TRAN-NAME-DATA REDEFINES CUST-TRAN-ADDR-DATA.
               10  CUST-TRAN-NAME          PIC X(20).
               10  FILLER                  PIC X(22).
           05  CUST-TRAN-MERGE-DATA REDEFINES CUST-TRAN-ADDR-DATA.
               10  CUST-TRAN-SURVIVOR      PIC 9(6).
               10  FILLER                  PIC X(36).
