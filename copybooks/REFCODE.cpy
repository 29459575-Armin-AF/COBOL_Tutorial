      *> Reference code - one row per valid value of a coded field on
      *> REFCODES.DAT, keyed by REF-CODE-TYPE then REF-CODE and kept
      *> in that ascending order by RefCodeMaintenance.cob so the
      *> shared RefCodeCheck module can binary-search it. A retired
      *> code stays on file (old records still carry it and reports
      *> still need its description) but is no longer accepted on
      *> new work. Code types in use:
      *>     INSTYPE   insurance type (LIFE, HEALTH, AUTO, HOME)
      *>     STATE     two-letter state / territory code
      *>     CANCRSN   policy cancellation reason
      *>     GARNTYPE  wage garnishment order type
      *>     DEPREL    dependent relation (S spouse, C child)
      *>     PAYTYPE   employee pay type (S salaried, H hourly)
      *>     PAYFREQ   employee pay frequency (W weekly, M monthly)
       01  REFCODE-RECORD.
           05  REF-KEY.
               10  REF-CODE-TYPE       PIC X(8).
               10  REF-CODE            PIC X(20).
           05  REF-DESCRIPTION         PIC X(30).
      *>         'A' active, 'R' retired
           05  REF-STATUS              PIC X(1).
      *>         Date the code was added, or retired if 'R'
           05  REF-STATUS-DATE         PIC 9(8).
