      *> Claims master record - one row per claim on data/CLAIMS.DAT,
      *> keyed to the POLICY-NUMBER it was filed against. Written by
      *> ClaimEntry.cob, adjudicated by ClaimAdjudication.cob,
      *> recoveries posted by ClaimRecovery.cob, reported by
      *> LossRatio.cob. The master is indexed: RECORD KEY
      *> CLAIM-NUMBER, ALTERNATE RECORD KEY CLAIM-POLICY-NUMBER WITH
      *> DUPLICATES (a policy's claims in the order entered) - built
      *> from the old line-sequential file by ClaimConvert.cob.
      *>     CLAIM-STATUS: 'O' = open, 'P' = paid (closed),
      *>     'D' = denied.
       01  CLAIM-RECORD.
      *>     claim closes.
           05  CLAIM-RESERVE           PIC 9(7)V99.
           05  CLAIM-PAID-AMOUNT       PIC 9(7)V99.
      *>     Cumulative subrogation/salvage money recovered against
      *>     what was paid, posted by ClaimRecovery.cob - paid less
      *>     recovered is the claim's net loss. Spaces on rows written
      *>     before recoveries were tracked read as zero.
           05  CLAIM-RECOVERED-AMOUNT  PIC 9(7)V99.
