       COPY CLMSUSP.

       FD  EMP-SUSPENSE-FILE.
       01  EMP-SUSPENSE-LINE           PIC X(56).

       FD  TS-SUSPENSE-FILE.
       01  TS-SUSPENSE-LINE            PIC X(24).

       FD  REFERRAL-QUEUE-FILE.
       COPY REFERRAL.
