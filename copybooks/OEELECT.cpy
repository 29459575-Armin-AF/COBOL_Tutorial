      *> Open-enrollment elections file OEELECT.DAT - the benefits
      *> election forms collected at open enrollment, applied by
      *> OpenEnrollment.cob. The record type in column one says which
      *> view applies:
      *>     'H' = header, first record - the plan-year start date
      *>           every election on the file takes effect on.
      *>     'E' = one employee's election:
      *>           OE-ACTION 'A' = add coverage (not enrolled now),
      *>                     'C' = change plan and/or tier (policy
      *>                           zeros keeps the current plan),
      *>                     'D' = drop coverage,
      *>                     'K' = keep current coverage unchanged.
      *>           OE-TIER as ENROLL-TIER - 'E'/'S'/'F', space reads
      *>           as employee-only.
       01  OE-ELECTION-RECORD.
           05  OE-REC-TYPE             PIC X(1).
           05  OE-HEADER-DATA.
               10  OE-PLAN-YEAR-START      PIC 9(8).
               10  FILLER                  PIC X(6).
           05  OE-ELECTION-DATA REDEFINES OE-HEADER-DATA.
               10  OE-ACTION               PIC X(1).
               10  OE-EMP-ID               PIC 9(5).
               10  OE-POLICY-NUMBER        PIC 9(7).
               10  OE-TIER                 PIC X(1).
