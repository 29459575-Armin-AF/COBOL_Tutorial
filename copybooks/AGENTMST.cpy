      *>     has always applied.
      *>     AGENT-STATUS: 'A' = appointed, 'T' = terminated. New
      *>     business is refused on a terminated agent.
      *>     AGENT-REPORTS-TO: the managing agent this agent reports
      *>     to, spaces at the top of the hierarchy. Each manager up
      *>     the line is paid an override on the agent's written
      *>     premium at the manager's own AGENT-OVRD-RATE, which is
      *>     effective-dated exactly like the commission rate:
      *>     AGENT-PREV-OVRD-RATE applies to business issued before
      *>     AGENT-OVRD-EFF-DATE. Zeros = the agent earns no
      *>     override.
       01  AGENT-RECORD.
           05  AGENT-CODE              PIC X(4).
           05  AGENT-NAME              PIC X(20).
           05  AGENT-PREV-COMM-RATE    PIC V99.
           05  AGENT-RATE-EFF-DATE     PIC 9(8).
           05  AGENT-STATUS            PIC X(1).
           05  AGENT-TAX-ID            PIC X(9).
           05  AGENT-REPORTS-TO        PIC X(4).
           05  AGENT-OVRD-RATE         PIC V99.
           05  AGENT-PREV-OVRD-RATE    PIC V99.
           05  AGENT-OVRD-EFF-DATE     PIC 9(8).
