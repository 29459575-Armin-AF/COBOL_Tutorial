      *> recomputes and rewrites the control record: each updating
      *> batch stamps it after its rewrites so the next batch's check
      *> proves against the file as that batch left it.
      *> The PolicyBalLapsed entry point is the check for a
      *> PolicyLapse run resumed from its checkpoint: the file then
      *> already carries the lapses the interrupted run made, so it
      *> is proved against the control record with those policies
      *> moved from active to lapsed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       LINKAGE SECTION.
       01 LK-BALANCED            PIC X(1).
       01 LK-MOVED-COUNT         PIC 9(5).
       01 LK-MOVED-PREMIUM       PIC 9(11)V99.
       01 LK-MOVED-PAID          PIC 9(11)V99.

       PROCEDURE DIVISION USING LK-BALANCED.
       CHECK-MAIN.
           PERFORM F000-WRITE-CONTROL.
           GOBACK.

      *> Tertiary entry point - the start-up check with a known
      *> movement of active policies to lapsed applied to the
      *> control record first.
       ENTRY 'PolicyBalLapsed' USING LK-BALANCED LK-MOVED-COUNT
           LK-MOVED-PREMIUM LK-MOVED-PAID.
           MOVE 'Y' TO LK-BALANCED.
           PERFORM E000-CLEAR-TOTALS.
           MOVE 'N' TO WS-END-OF-POLICIES.
           PERFORM B000-READ-CONTROL.
           IF WS-CONTROL-ON-FILE = 'N'
               GOBACK
           END-IF.

           IF LK-MOVED-COUNT > POLCTL-ACTIVE-COUNT
               OR LK-MOVED-PREMIUM > POLCTL-ACTIVE-PREMIUM
               OR LK-MOVED-PAID > POLCTL-ACTIVE-PAID
               MOVE 'N' TO LK-BALANCED
               DISPLAY "LAPSE MOVEMENT EXCEEDS CONTROL RECORD OF "
                   POLCTL-DATE
               GOBACK
           END-IF.
           SUBTRACT LK-MOVED-COUNT FROM POLCTL-ACTIVE-COUNT.
           SUBTRACT LK-MOVED-PREMIUM FROM POLCTL-ACTIVE-PREMIUM.
           SUBTRACT LK-MOVED-PAID FROM POLCTL-ACTIVE-PAID.
           ADD LK-MOVED-COUNT TO POLCTL-LAPSE-COUNT.
           ADD LK-MOVED-PREMIUM TO POLCTL-LAPSE-PREMIUM.
           ADD LK-MOVED-PAID TO POLCTL-LAPSE-PAID.

           PERFORM C000-SCAN-POLICY-MASTER.
           PERFORM D000-COMPARE-TOTALS.
           GOBACK.

       E000-CLEAR-TOTALS.
           MOVE ZEROS TO WS-A-COUNT WS-A-PREMIUM WS-A-PAID.
           MOVE ZEROS TO WS-C-COUNT WS-C-PREMIUM WS-C-PAID.
