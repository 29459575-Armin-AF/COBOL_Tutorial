      *> SIU investigator decision transaction - one row per worked
      *> referral on SIUDECTRN.DAT, applied against data/SIUREFER.DAT
      *> by SIUDisposition.cob.
      *>     SIUDEC-DECISION: 'C' = cleared (claim may be paid),
      *>     'F' = founded (payments stay held; the claim is denied
      *>     through adjudication).
       01  SIUDEC-TRANSACTION.
           05  SIUDEC-CLAIM-NUMBER     PIC 9(7).
           05  SIUDEC-DECISION         PIC X(1).
           05  SIUDEC-NOTE             PIC X(20).
