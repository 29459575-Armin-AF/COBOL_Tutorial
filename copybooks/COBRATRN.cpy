      *> COBRA transaction COBRATRN.DAT - keyed by benefits from the
      *> returned election forms and the premium checks received.
      *>     CT-CODE 'E' = elect continuation, 'W' = waive,
      *>             'P' = premium payment of CT-AMOUNT.
      *>     CT-DATE is the form's postmark / the check date; zeros
      *>     reads as the business date.
       01  COBRA-TRANSACTION.
           05  CT-CODE                 PIC X(1).
           05  CT-EMP-ID               PIC 9(5).
           05  CT-DEP-SEQ              PIC 9(2).
           05  CT-DATE                 PIC 9(8).
           05  CT-AMOUNT               PIC 9(5)V99.
