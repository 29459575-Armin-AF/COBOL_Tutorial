      *> COBRA qualifying-event queue data/COBRAQE.DAT - a dependent
      *> deleted by DependMaintenance is gone from DEPENDENTS.DAT by
      *> the time the COBRA run looks, so the delete leaves this row
      *> behind for COBRAProcess.cob to pick up (and then clear).
       01  COBRA-EVENT-RECORD.
           05  QE-EMP-ID               PIC 9(5).
           05  QE-DEP-SEQ              PIC 9(2).
           05  QE-RELATION             PIC X(1).
           05  QE-NAME                 PIC X(20).
           05  QE-EVENT-DATE           PIC 9(8).
