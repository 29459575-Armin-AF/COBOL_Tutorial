      *> Print spool record - one customer-facing document as its
      *> producing program hands it to the shared PrintSpool module:
      *> an 'H' header naming the document type and the recipient's
      *> mailing address, then one 'D' row per printed line. At the
      *> end of its run each producer sends a 'C' row carrying the
      *> number of pieces it produced, which PrintSpool files on the
      *> mailing control log (data/PRTCTL.DAT) instead of the spool
      *> (data/PRTSPOOL.DAT). PrintStream.cob turns the day's spool
      *> into the print vendor's stream and proves it against the
      *> control log. Document types:
      *>     DECPAGE   declarations page           DecPage
      *>     RENEWNOT  renewal notice              PolicyBilling
      *>     NONRENEW  non-renewal notice          PolicyRenewal
      *>     LAPSENOT  lapse notice                PolicyLapse
      *>     DUNNING   past-due notice             DunningNotices
      *>     REFUND    premium refund letter       RefundRelease
      *>     DECLINE   application decline letter  ReferralDisposition
      *>     STUDLTR   dean's list/probation       StudentGrading
      *>     AMENDLTR  amended standing letter     GradeChange
      *>     PREMSTMT  annual premium-paid stmt    PremiumPaidStatement
      *>     AGTXFER   agent transfer letter       AgentMaintenance
       01  PRTSPOOL-RECORD.
           05  PSP-REC-TYPE            PIC X(1).
           05  PSP-DOC-TYPE            PIC X(8).
           05  PSP-PROGRAM             PIC X(20).
           05  PSP-RUN-DATE            PIC 9(8).
           05  PSP-BODY.
               10  PSP-LINE                PIC X(80).
           05  PSP-HEADER-DATA REDEFINES PSP-BODY.
               10  PSP-RECIPIENT           PIC X(20).
               10  PSP-ADDR-STREET         PIC X(20).
               10  PSP-ADDR-CITY           PIC X(15).
               10  PSP-ADDR-STATE          PIC X(2).
               10  PSP-ADDR-ZIP            PIC X(5).
               10  PSP-REFERENCE           PIC X(10).
               10  FILLER                  PIC X(8).
           05  PSP-CONTROL-DATA REDEFINES PSP-BODY.
               10  PSP-PIECES              PIC 9(6).
               10  FILLER                  PIC X(74).
