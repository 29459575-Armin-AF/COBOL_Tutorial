      *> it launches (which run as separate executables) can carry
      *> the operator onto their audit rows. Spaces or a missing
      *> file means no signed-on session - a straight batch run.
      *>     SESSOPER-LAUNCHED-BY: set by NightlyBatch and
      *>     InsuranceCycle when they blank SESSOPER-ID for their own
      *>     steps - the operator who launched the cycle, so journal
      *>     rows written by a cycle step still name a person.
      *>     Spaces outside a cycle, or for a cycle run from the
      *>     scheduler.
       01  SESSOPER-RECORD.
           05  SESSOPER-ID             PIC X(8).
           05  SESSOPER-LAUNCHED-BY    PIC X(8).
