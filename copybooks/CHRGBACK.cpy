      *> already paid on the cancelled policy. Carried forward with
      *> CB-APPLIED = 'N' until CommissionStatement.cob nets it
      *> against the agent's next statement and flips it to 'Y'.
      *>     CB-TYPE: 'W' (or space, on rows raised before the
      *>     agency hierarchy) = the writing agent's commission, 'O'
      *>     = a managing agent's override on the same policy.
       01  CHARGEBACK-RECORD.
           05  CB-POLICY-NUMBER        PIC 9(7).
           05  CB-AGENT-CODE           PIC X(4).
           05  CB-CANCEL-DATE          PIC 9(8).
           05  CB-AMOUNT               PIC 9(7)V99.
           05  CB-APPLIED              PIC X(1).
           05  CB-TYPE                 PIC X(1).
