      *> Agent license record - one row per agent per state the agent
      *> is licensed to sell in, on AGENTLIC.DAT. Maintained through
      *> AgentMaintenance.cob 'L'/'D' transactions; read by the shared
      *> AgentLicCheck module at quote and issue, and by the monthly
      *> AgentLicExpiry.cob report. AGTLIC-EXPIRY is the last day the
      *> license is good - business dated after it is refused.
       01  AGTLIC-RECORD.
           05  AGTLIC-AGENT            PIC X(4).
           05  AGTLIC-STATE            PIC X(2).
           05  AGTLIC-NUMBER           PIC X(12).
           05  AGTLIC-EXPIRY           PIC 9(8).
