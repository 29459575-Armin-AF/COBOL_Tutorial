      *> Payroll preview control - the single row the latest preview
      *> run leaves on data/PAYPREVIEW.CTL: the business date it
      *> previewed and the run totals payroll signed off on. The live
      *> run will not pay without a preview and a sign-off for its
      *> business date, and warns when its own totals come out
      *> different from the previewed ones.
       01  PAYPREV-RECORD.
           05  PPV-RUN-DATE            PIC 9(8).
           05  PPV-PAID-COUNT          PIC 9(5).
           05  PPV-GROSS               PIC 9(11)V99.
           05  PPV-NET                 PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  PPV-FLAG-COUNT          PIC 9(5).
