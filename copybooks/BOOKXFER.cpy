      *> Book transfer history row - one row per policy or open quote
      *> moved from one agent to another by a 'B' transaction in
      *> AgentMaintenance.cob, appended to data/BOOKXFER.DAT. The
      *> policy master only carries today's agent of record; these
      *> rows say who held the policy before the effective date, so
      *> the shared AgentOfRecord module can pay (and claw back)
      *> commission to the agent who held it when it was earned.
      *>     BKX-TYPE: 'P' = policy, 'Q' = quote (number is then
      *>     the QUOTE-NUMBER).
       01  BOOKXFER-RECORD.
           05  BKX-TYPE                PIC X(1).
           05  BKX-NUMBER              PIC 9(7).
           05  BKX-FROM-AGENT          PIC X(4).
           05  BKX-TO-AGENT            PIC X(4).
           05  BKX-EFF-DATE            PIC 9(8).
           05  BKX-RUN-DATE            PIC 9(8).
