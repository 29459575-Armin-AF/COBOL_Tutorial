      *> enrollments for missing/terminated employees (HIGH), claims
      *> and beneficiaries outliving their policy (MEDIUM), policy
      *> agent codes missing from AGENTS.DAT and customer numbers
      *> missing from or retired on the customer master (MEDIUM),
      *> installment schedules lingering for inactive policies and
      *> bank details surviving terminations (LOW). The orphan
      *> report replaces finding this rot by incident.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT BENEF-MASTER-FILE ASSIGN TO 'data/BENEF.DAT'
       01 WS-EMP-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-EMP-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-WORK-KEY PIC 9(7) VALUE ZEROS.
       01 WS-LAST-CLAIM-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-WORK-EMP PIC 9(5) VALUE ZEROS.
       01 WS-CUST-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-AGENT-OK PIC X(1) VALUE 'N'.
               CLOSE ENROLLMENT-FILE
           END-IF.

      *> Claims are taken in CLAIM-POLICY-NUMBER (alternate key)
      *> order, so each policy is looked up once for all its claims.
       D000-CHECK-CLAIMS.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE 'N' TO WS-POLICY-ON-FILE.
           MOVE ZEROS TO WS-LAST-CLAIM-POLICY.
           OPEN INPUT CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               MOVE ZEROS TO CLAIM-POLICY-NUMBER
               START CLAIMS-MASTER-FILE
                   KEY IS NOT LESS THAN CLAIM-POLICY-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
               END-START
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CLAIMS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF CLAIM-POLICY-NUMBER
                           NOT = WS-LAST-CLAIM-POLICY
                           MOVE CLAIM-POLICY-NUMBER
                               TO WS-LAST-CLAIM-POLICY
                           MOVE CLAIM-POLICY-NUMBER TO WS-WORK-KEY
                           PERFORM X000-LOOK-UP-POLICY
                       END-IF
                       IF WS-POLICY-ON-FILE = 'N'
                           ADD 1 TO WS-MED-COUNT
                           MOVE SPACES TO INTEGRITY-REPORT-LINE
               END-READ
           END-PERFORM.

           IF WS-CLAIMS-STATUS NOT = '35'
               CLOSE CLAIMS-MASTER-FILE
           END-IF.

                       INTO INTEGRITY-REPORT-LINE
                   END-STRING
                   WRITE INTEGRITY-REPORT-LINE
               ELSE
               IF CUST-STATUS = 'M'
                   ADD 1 TO WS-MED-COUNT
                   MOVE SPACES TO INTEGRITY-REPORT-LINE
                   STRING "MED:  POLICY " POLICY-NUMBER
                       " CUSTOMER " POLICY-CUST-NUMBER
                       " MERGED INTO " CUST-MERGED-INTO
                       DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-LINE
                   END-STRING
                   WRITE INTEGRITY-REPORT-LINE
               END-IF
               END-IF
           END-IF.

