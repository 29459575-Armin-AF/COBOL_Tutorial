      *> transactions. On a 'C', AGT-TRAN-RATE-EFF-DATE says when the
      *> new commission rate takes effect; business issued before it
      *> keeps paying at the displaced rate.
      *>     'L' (license or renew) and 'D' (drop license) maintain
      *>     AGENTLIC.DAT instead, and carry the license view of the
      *>     transaction body: state, license number and expiry.
      *>     'X' puts the agent's taxpayer ID on AGENTS.DAT for the
      *>     year-end 1099 file, from the tax view of the body.
      *>     'H' sets where the agent sits in the agency hierarchy,
      *>     from the hierarchy view: the managing agent reported to
      *>     (spaces = top of the hierarchy) and, when not zeros, a
      *>     new override rate effective from the given date.
      *>     'B' transfers the agent's book to another agent from
      *>     the effective date, from the transfer view: the
      *>     receiving agent, and a policy and/or quote number to
      *>     move just that one - both zeros moves every active
      *>     policy and open quote the agent holds.
       01  AGENT-TRANSACTION.
           05  AGT-TRAN-CODE           PIC X(1).
           05  AGT-TRAN-AGENT          PIC X(4).
           05  AGT-TRAN-AGENT-DATA.
               10  AGT-TRAN-NAME           PIC X(20).
               10  AGT-TRAN-RATE           PIC V99.
               10  AGT-TRAN-RATE-EFF-DATE  PIC 9(8).
           05  AGT-TRAN-LICENSE-DATA REDEFINES AGT-TRAN-AGENT-DATA.
               10  AGT-TRAN-LIC-STATE      PIC X(2).
               10  AGT-TRAN-LIC-NUMBER     PIC X(12).
               10  AGT-TRAN-LIC-EXPIRY     PIC 9(8).
               10  FILLER                  PIC X(8).
           05  AGT-TRAN-TAX-DATA REDEFINES AGT-TRAN-AGENT-DATA.
               10  AGT-TRAN-TAX-ID         PIC X(9).
               10  FILLER                  PIC X(21).
           05  AGT-TRAN-HIER-DATA REDEFINES AGT-TRAN-AGENT-DATA.
               10  AGT-TRAN-REPORTS-TO     PIC X(4).
               10  AGT-TRAN-OVRD-RATE      PIC V99.
               10  AGT-TRAN-OVRD-EFF-DATE  PIC 9(8).
               10  FILLER                  PIC X(16).
           05  AGT-TRAN-XFER-DATA REDEFINES AGT-TRAN-AGENT-DATA.
               10  AGT-TRAN-XFER-TO        PIC X(4).
               10  AGT-TRAN-XFER-EFF-DATE  PIC 9(8).
               10  AGT-TRAN-XFER-POLICY    PIC 9(7).
               10  AGT-TRAN-XFER-QUOTE     PIC 9(7).
               10  FILLER                  PIC X(4).
