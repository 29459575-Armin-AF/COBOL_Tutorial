      *> Operator activity journal row - one line per operator event
      *> appended to data/OPERJRNL.DAT through the shared OperJournal
      *> module: when (wall clock, plus the business date it belongs
      *> to), which operator (spaces for a run with no signed-on
      *> session), what happened, from which program or menu
      *> selection, and - for requests and decisions - what it was
      *> about. SoDReport.cob reads it for the weekly
      *> segregation-of-duties review.
      *>     JRNL-EVENT: SIGNON, SIGNOFF, SIGNFAIL (bad ID/password
      *>     or locked ID at sign-on), SELECT (a menu selection
      *>     launched), DENIED (a NOT AUTHORIZED refusal), REQUEST
      *>     (a refund registered for approval, a referral queued
      *>     for underwriting), DECISION (a refund approved for
      *>     release, a referral approved or declined).
      *>     JRNL-OBJ-TYPE/JRNL-OBJ-KEY: REFUND + policy number,
      *>     REFERRAL + applicant ID; spaces on the other events.
       01  JRNL-RECORD.
           05  JRNL-TIMESTAMP          PIC 9(14).
           05  JRNL-BUS-DATE           PIC 9(8).
           05  JRNL-OPERATOR           PIC X(8).
           05  JRNL-EVENT              PIC X(8).
           05  JRNL-PROGRAM            PIC X(20).
           05  JRNL-OBJ-TYPE           PIC X(8).
           05  JRNL-OBJ-KEY            PIC X(10).
