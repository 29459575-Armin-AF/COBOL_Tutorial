      *> Claim recovery transaction - one row per recovery action on
      *> RECOVTRN.DAT, applied by ClaimRecovery.cob.
      *>     RECTRN-ACTION: 'E' = open an expected recovery of
      *>     RECTRN-AMOUNT from RECTRN-PARTY, 'C' = money collected
      *>     (RECTRN-AMOUNT received), 'W' = write off whatever is
      *>     still outstanding (amount ignored).
      *>     RECTRN-TYPE: 'S' = subrogation, 'V' = salvage.
       01  RECTRN-RECORD.
           05  RECTRN-CLAIM-NUMBER     PIC 9(7).
           05  RECTRN-TYPE             PIC X(1).
           05  RECTRN-ACTION           PIC X(1).
           05  RECTRN-DATE             PIC 9(8).
           05  RECTRN-AMOUNT           PIC 9(7)V99.
           05  RECTRN-PARTY            PIC X(20).
