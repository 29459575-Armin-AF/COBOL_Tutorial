      *> Override chain request - passed to the shared AgentOverride
      *> module by every program that pays, reverses or accrues
      *> commission. The caller fills in the writing agent and the
      *> date the business earned commission - the policy's issue
      *> date, or a renewal term's start; the module returns the
      *> managing agents up the reporting line who are owed an
      *> override on that business, nearest manager first, each with
      *> the override rate in force on that date. Terminated
      *> managers and managers with no override rate are passed
      *> over, but the chain carries on above them.
       01  AGTOVRD-REQUEST.
           05  AOV-AGENT-CODE          PIC X(4).
           05  AOV-ISSUE-DATE          PIC 9(8).
           05  AOV-MGR-COUNT           PIC 9(2).
           05  AOV-MANAGER OCCURS 10 TIMES.
               10  AOV-MGR-CODE        PIC X(4).
               10  AOV-MGR-RATE        PIC V99.
