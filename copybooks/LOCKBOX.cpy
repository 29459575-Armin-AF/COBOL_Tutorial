      *> Bank lockbox transmission record - one row of the bank's
      *> LOCKBOX.DAT file, imported by LockboxImport.cob. The record
      *> type in column one says which view of the body applies:
      *>     'H' = file header - lockbox and transmission date.
      *>     'B' = batch header - batch number and deposit date.
      *>     'D' = detail - one remitted check: batch, item sequence
      *>           within the batch, the policy number read off the
      *>           coupon (as the bank keyed it, so possibly not a
      *>           number at all), amount and check number.
      *>     'T' = batch trailer - the bank's item count and dollar
      *>           total for the batch, which the import must prove.
       01  LOCKBOX-RECORD.
           05  LOCKBOX-REC-TYPE        PIC X(1).
           05  LOCKBOX-HEADER-DATA.
               10  LOCKBOX-ID              PIC X(10).
               10  LOCKBOX-TRANS-DATE      PIC 9(8).
               10  FILLER                  PIC X(24).
           05  LOCKBOX-BATCH-DATA REDEFINES LOCKBOX-HEADER-DATA.
               10  LOCKBOX-BH-BATCH        PIC X(5).
               10  LOCKBOX-BH-DEPOSIT-DATE PIC 9(8).
               10  FILLER                  PIC X(29).
           05  LOCKBOX-DETAIL-DATA REDEFINES LOCKBOX-HEADER-DATA.
               10  LOCKBOX-D-BATCH         PIC X(5).
               10  LOCKBOX-D-ITEM          PIC X(5).
               10  LOCKBOX-D-POLICY        PIC X(7).
               10  LOCKBOX-D-AMOUNT        PIC 9(7)V99.
               10  LOCKBOX-D-CHECK         PIC X(10).
               10  FILLER                  PIC X(6).
           05  LOCKBOX-TRAILER-DATA REDEFINES LOCKBOX-HEADER-DATA.
               10  LOCKBOX-BT-BATCH        PIC X(5).
               10  LOCKBOX-BT-COUNT        PIC 9(5).
               10  LOCKBOX-BT-TOTAL        PIC 9(9)V99.
               10  FILLER                  PIC X(21).
