      *> Reference code maintenance transaction - one row per add/
      *> change/retire applied against REFCODES.DAT by
      *> RefCodeMaintenance.cob. 'A' adds a new code (or brings a
      *> retired one back into use), 'C' changes a description, and
      *> 'R' retires a code so it is no longer accepted on new work.
       01  REFCODE-TRANSACTION.
           05  REF-TRAN-CODE           PIC X(1).
           05  REF-TRAN-CODE-TYPE      PIC X(8).
           05  REF-TRAN-REF-CODE       PIC X(20).
           05  REF-TRAN-DESCRIPTION    PIC X(30).
