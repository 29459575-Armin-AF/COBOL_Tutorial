       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestDataMask.

      *> Masked test data set - builds a complete copy of the
      *> production masters under testdata/ (testdata/sample.dat and
      *> testdata/data/) with the personal data scrambled, so test
      *> and training runs work from realistic volumes without real
      *> names, SSNs or bank details ever leaving production.
      *> Every masked value is worked out from the record's own key
      *> (never from the value it replaces), so masking is the same
      *> wherever that key turns up: a customer's masked name and
      *> street are written onto CUSTOMER.DAT and onto every policy
      *> stamped with that customer number, a dependent's name
      *> matches its COBRA row, and because no key is changed every
      *> cross-file link IntegrityScan checks survives the copy.
      *> Masked: names and street addresses on the employee,
      *> customer, policy, beneficiary, dependent and COBRA masters;
      *> EMP-SSN (regenerated until SSNValid passes it, unique per
      *> EMP-ID); routing and account numbers on EMPBANK and
      *> POLBANK. City, state and ZIP are kept - rating territories
      *> and household matching key off them. The rest of data/*.DAT
      *> is copied as is, except the work files and registers that
      *> carry names, SSNs or bank details of their own (listed on
      *> J000) - the cycle rebuilds those from the masked masters.
      *> The masters kept in the run directory are copied to
      *> testdata/ the same way: agent, voter, sales rep and
      *> operator names masked (voter street address too, agent tax
      *> ID regenerated, operator passwords blanked so every test
      *> sign-on starts with a forced change); enrollments, rates,
      *> tax brackets and student grades carry no personal data and
      *> come across as they are.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT TEST-EMPLOYEE-FILE ASSIGN TO 'testdata/sample.dat'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-TEST-EMP-REL-KEY
           FILE STATUS IS WS-TEST-EMP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'data/CUSTOMER.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-CUST-REL-KEY
           FILE STATUS IS WS-CUST-STATUS.

           SELECT TEST-CUSTOMER-FILE
               ASSIGN TO 'testdata/data/CUSTOMER.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-TEST-CUST-REL-KEY
           FILE STATUS IS WS-TEST-CUST-STATUS.

           SELECT POLICY-FILE ASSIGN TO 'data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-POLICY-REL-KEY
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT TEST-POLICY-FILE ASSIGN TO 'testdata/data/POLICY.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-TEST-POLICY-REL-KEY
           FILE STATUS IS WS-TEST-POLICY-STATUS.

           SELECT BENEF-FILE ASSIGN TO 'data/BENEF.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BENEF-STATUS.

           SELECT TEST-BENEF-FILE ASSIGN TO 'testdata/data/BENEF.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-BENEF-STATUS.

           SELECT DEPENDENT-FILE ASSIGN TO 'data/DEPENDENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-STATUS.

           SELECT TEST-DEPENDENT-FILE
               ASSIGN TO 'testdata/data/DEPENDENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-DEP-STATUS.

           SELECT COBRA-FILE ASSIGN TO 'data/COBRA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRA-STATUS.

           SELECT TEST-COBRA-FILE ASSIGN TO 'testdata/data/COBRA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-COBRA-STATUS.

           SELECT EMPBANK-FILE ASSIGN TO 'data/EMPBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPBANK-STATUS.

           SELECT TEST-EMPBANK-FILE
               ASSIGN TO 'testdata/data/EMPBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-EMPBANK-STATUS.

           SELECT POLBANK-FILE ASSIGN TO 'data/POLBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLBANK-STATUS.

           SELECT TEST-POLBANK-FILE
               ASSIGN TO 'testdata/data/POLBANK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-POLBANK-STATUS.

           SELECT AGENT-FILE ASSIGN TO 'AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT TEST-AGENT-FILE ASSIGN TO 'testdata/AGENTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-AGENT-STATUS.

           SELECT VOTER-FILE ASSIGN TO 'VOTERROLL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOTER-STATUS.

           SELECT TEST-VOTER-FILE ASSIGN TO 'testdata/VOTERROLL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-VOTER-STATUS.

           SELECT SALESREP-FILE ASSIGN TO 'SALESREP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT TEST-SALESREP-FILE ASSIGN TO 'testdata/SALESREP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-REP-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATORS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT TEST-OPERATOR-FILE
               ASSIGN TO 'testdata/OPERATORS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Production side read as raw records INTO the copybook
      *> layouts in WORKING-STORAGE; the test side carries the
      *> copybooks, so the masked copy is written in exactly the
      *> production layout.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-IN-RECORD          PIC X(66).

       FD  TEST-EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-IN-RECORD          PIC X(84).

       FD  TEST-CUSTOMER-FILE.
       COPY CUSTMST.

       FD  POLICY-FILE.
       01  POLICY-IN-RECORD            PIC X(194).

       FD  TEST-POLICY-FILE.
       COPY POLICYREC.

       FD  BENEF-FILE.
       01  BENEF-IN-RECORD             PIC X(40).

       FD  TEST-BENEF-FILE.
       COPY BENEF.

       FD  DEPENDENT-FILE.
       01  DEPENDENT-IN-RECORD         PIC X(36).

       FD  TEST-DEPENDENT-FILE.
       COPY DEPENDNT.

       FD  COBRA-FILE.
       01  COBRA-IN-RECORD             PIC X(108).

       FD  TEST-COBRA-FILE.
       COPY COBRA.

       FD  EMPBANK-FILE.
       01  EMPBANK-IN-RECORD           PIC X(27).

       FD  TEST-EMPBANK-FILE.
       COPY EMPBANK.

       FD  POLBANK-FILE.
       01  POLBANK-IN-RECORD           PIC X(38).

       FD  TEST-POLBANK-FILE.
       COPY POLBANK.

       FD  AGENT-FILE.
       01  AGENT-IN-RECORD             PIC X(62).

       FD  TEST-AGENT-FILE.
       COPY AGENTMST.

       FD  VOTER-FILE.
       01  VOTER-IN-RECORD             PIC X(105).

       FD  TEST-VOTER-FILE.
       COPY VOTERREC.

       FD  SALESREP-FILE.
       01  SALESREP-IN-RECORD          PIC X(31).

       FD  TEST-SALESREP-FILE.
       COPY SALESREP.

       FD  OPERATOR-FILE.
       01  OPERATOR-IN-RECORD          PIC X(47).

       FD  TEST-OPERATOR-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-TEST-EMP-REL-KEY PIC 9(5).
       01 WS-CUST-REL-KEY PIC 9(6).
       01 WS-TEST-CUST-REL-KEY PIC 9(6).
       01 WS-POLICY-REL-KEY PIC 9(7).
       01 WS-TEST-POLICY-REL-KEY PIC 9(7).

       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-CUST-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-CUST-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-BENEF-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-BENEF-STATUS PIC X(2) VALUE '00'.
       01 WS-DEP-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-DEP-STATUS PIC X(2) VALUE '00'.
       01 WS-COBRA-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-COBRA-STATUS PIC X(2) VALUE '00'.
       01 WS-EMPBANK-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-EMPBANK-STATUS PIC X(2) VALUE '00'.
       01 WS-POLBANK-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-POLBANK-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-VOTER-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-VOTER-STATUS PIC X(2) VALUE '00'.
       01 WS-REP-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-REP-STATUS PIC X(2) VALUE '00'.
       01 WS-OPER-STATUS PIC X(2) VALUE '00'.
       01 WS-TEST-OPER-STATUS PIC X(2) VALUE '00'.

       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-MASK-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZEROS.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> copy taken while the nightly cycle is half way through its
      *> updates would not tie across files.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

       01 WS-SYSTEM-COMMAND PIC X(600) VALUE SPACES.

      *> Key scramble - Z000 turns WS-MASK-KEY into nine digits:
      *> the key reversed, each position shifted by its own offset,
      *> one for the kind of value being masked and the running
      *> digit before it, then carried back the other way so every
      *> key digit moves every output digit. Each step can be undone,
      *> so per kind the mapping is one-to-one - two keys never
      *> share a masked value and one key always gets the same one.
       01 WS-MASK-KEY PIC 9(9) VALUE ZEROS.
       01 WS-MASK-KEY-X REDEFINES WS-MASK-KEY PIC X(9).
       01 WS-MASK-KIND PIC 9(1) VALUE ZEROS.
       01 WS-MASK-DIGIT-TABLE.
           05 WS-MD OCCURS 9 TIMES PIC 9(1).
       01 WS-MASK-DIGITS REDEFINES WS-MASK-DIGIT-TABLE PIC 9(9).
       01 WS-MASK-SUB PIC 9(2) VALUE ZEROS.
       01 WS-KEY-DIGIT PIC 9(1) VALUE ZEROS.
       01 WS-MASK-WORK PIC 9(4) VALUE ZEROS.
       01 WS-MASK-QUOT PIC 9(4) VALUE ZEROS.
       01 WS-MASK-POS PIC 9(3) VALUE ZEROS.

      *> Kinds - customer/holder names and streets share kind 1 so a
      *> policy with a customer number masks to its customer's
      *> values.
       01 WS-KIND-CUSTOMER PIC 9(1) VALUE 1.
       01 WS-KIND-HOLDER PIC 9(1) VALUE 2.
       01 WS-KIND-BENEF PIC 9(1) VALUE 3.
       01 WS-KIND-PERSON PIC 9(1) VALUE 4.
       01 WS-KIND-SSN PIC 9(1) VALUE 5.
       01 WS-KIND-EMPBANK PIC 9(1) VALUE 6.
       01 WS-KIND-POLBANK PIC 9(1) VALUE 7.
       01 WS-KIND-AGENT PIC 9(1) VALUE 8.
       01 WS-KIND-CODED PIC 9(1) VALUE 9.

      *> Alphanumeric keys (agent, sales rep and operator codes) are
      *> turned into a number for the scramble - each character's
      *> place in this list, base 37, so codes of up to five
      *> characters never share a key.
       01 WS-MASK-CODE PIC X(8) VALUE SPACES.
       01 WS-CODE-CHARS PIC X(37)
           VALUE ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-CODE-POS PIC 9(2) VALUE ZEROS.
       01 WS-CODE-KEY PIC 9(11) VALUE ZEROS.

       01 WS-CONSONANTS PIC X(10) VALUE 'BDGKLMNPRT'.
       01 WS-VOWELS PIC X(10) VALUE 'AEIOUYAEIO'.
       01 WS-FIRST-NAMES PIC X(50)
           VALUE 'ALEX BLAIRCASEYDREW ELLISFRAN GLEN JODY KERRYLOU  '.
       01 WS-STREET-NAMES.
           05 FILLER PIC X(20) VALUE 'OAK ST    ELM ST    '.
           05 FILLER PIC X(20) VALUE 'PINE AVE  MAPLE DR  '.
           05 FILLER PIC X(20) VALUE 'CEDAR LN  BIRCH RD  '.
           05 FILLER PIC X(20) VALUE 'WALNUT ST SPRUCE CT '.
           05 FILLER PIC X(20) VALUE 'ASH WAY   HILL RD   '.

       01 WS-MASK-SURNAME PIC X(6) VALUE SPACES.
       01 WS-MASK-FIRST PIC X(5) VALUE SPACES.
       01 WS-MASK-NAME PIC X(20) VALUE SPACES.
       01 WS-MASK-STREET PIC X(20) VALUE SPACES.
       01 WS-HOUSE-NUMBER PIC 9(4) VALUE ZEROS.
       01 WS-MASK-ROUTING PIC 9(9) VALUE ZEROS.
       01 WS-MASK-ACCOUNT PIC X(12) VALUE SPACES.
       01 WS-ROUTING-SUM PIC 9(4) VALUE ZEROS.
       01 WS-ROUTING-CHECK PIC 9(1) VALUE ZEROS.

       01 WS-MASK-SSN PIC 9(9) VALUE ZEROS.
       01 WS-SSN-AREA PIC 9(3) VALUE ZEROS.
       01 WS-SSN-GROUP PIC 9(2) VALUE ZEROS.
       01 WS-SSN-SERIAL PIC 9(4) VALUE ZEROS.
       01 WS-SSN-VALID PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - TRY AGAIN "
                   "AFTER IT COMPLETES"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A fresh set every run - nothing left over from an earlier
      *> copy can mix with this one.
           MOVE "rm -rf testdata" TO WS-SYSTEM-COMMAND.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           MOVE "mkdir -p testdata/data" TO WS-SYSTEM-COMMAND.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.

           PERFORM B000-MASK-EMPLOYEES.
           PERFORM C000-MASK-CUSTOMERS.
           PERFORM D000-MASK-POLICIES.
           PERFORM E000-MASK-BENEFICIARIES.
           PERFORM F000-MASK-DEPENDENTS.
           PERFORM G000-MASK-COBRA.
           PERFORM H000-MASK-EMPBANK.
           PERFORM I000-MASK-POLBANK.
           PERFORM J000-COPY-REMAINING.
           PERFORM N000-MASK-AGENTS.
           PERFORM O000-MASK-VOTERS.
           PERFORM P000-MASK-SALESREPS.
           PERFORM Q000-MASK-OPERATORS.
           PERFORM R000-COPY-ROOT-TABLES.

           DISPLAY "TEST DATA SET BUILT IN testdata/".
           IF WS-ERROR-COUNT > 0
               DISPLAY "RECORDS NOT WRITTEN: " WS-ERROR-COUNT
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Employee master - name and SSN. The masked name keeps the
      *> "Last, F" shape EMPNAME's parsing expects.
       B000-MASK-EMPLOYEES.
           MOVE 'sample.dat' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM B100-COPY-EMPLOYEES
           END-IF.

       B100-COPY-EMPLOYEES.
           OPEN OUTPUT TEST-EMPLOYEE-FILE.
           READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               COMPUTE WS-MASK-KEY = EMP-ID * 100
               PERFORM M100-BUILD-EMPLOYEE-NAME
               MOVE WS-MASK-NAME TO EMP-NAME
               PERFORM M400-BUILD-SSN
               MOVE WS-MASK-SSN TO EMP-SSN

               MOVE WS-EMP-REL-KEY TO WS-TEST-EMP-REL-KEY
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "EMPLOYEE " EMP-ID " NOT WRITTEN, "
                           "STATUS: " WS-TEST-EMP-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-MASK-COUNT
               END-WRITE

               READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           CLOSE TEST-EMPLOYEE-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

       C000-MASK-CUSTOMERS.
           MOVE 'data/CUSTOMER.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM C100-COPY-CUSTOMERS
           END-IF.

       C100-COPY-CUSTOMERS.
           OPEN OUTPUT TEST-CUSTOMER-FILE.
           READ CUSTOMER-FILE NEXT RECORD INTO CUSTOMER-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE CUST-NUMBER TO WS-MASK-KEY
               MOVE WS-KIND-CUSTOMER TO WS-MASK-KIND
               PERFORM M000-BUILD-NAME
               MOVE WS-MASK-NAME TO CUST-NAME
               PERFORM M200-BUILD-STREET
               MOVE WS-MASK-STREET TO CUST-ADDR-STREET

               MOVE WS-CUST-REL-KEY TO WS-TEST-CUST-REL-KEY
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER " CUST-NUMBER " NOT WRITTEN, "
                           "STATUS: " WS-TEST-CUST-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-MASK-COUNT
               END-WRITE

               READ CUSTOMER-FILE NEXT RECORD INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           CLOSE TEST-CUSTOMER-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

      *> A policy stamped with a customer number takes that
      *> customer's masked name and street, so holder and customer
      *> still agree; one issued before the customer master masks
      *> from its own policy number.
       D000-MASK-POLICIES.
           MOVE 'data/POLICY.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM D100-COPY-POLICIES
           END-IF.

       D100-COPY-POLICIES.
           OPEN OUTPUT TEST-POLICY-FILE.
           READ POLICY-FILE NEXT RECORD INTO POLICY-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF POLICY-CUST-NUMBER IS NUMERIC
                   AND POLICY-CUST-NUMBER > 0
                   MOVE POLICY-CUST-NUMBER TO WS-MASK-KEY
                   MOVE WS-KIND-CUSTOMER TO WS-MASK-KIND
               ELSE
                   MOVE POLICY-NUMBER TO WS-MASK-KEY
                   MOVE WS-KIND-HOLDER TO WS-MASK-KIND
               END-IF
               PERFORM M000-BUILD-NAME
               MOVE WS-MASK-NAME TO POLICY-HOLDER-NAME
               PERFORM M200-BUILD-STREET
               MOVE WS-MASK-STREET TO POLICY-ADDR-STREET

               MOVE WS-POLICY-REL-KEY TO WS-TEST-POLICY-REL-KEY
               WRITE POLICY-RECORD
                   INVALID KEY
                       DISPLAY "POLICY " POLICY-NUMBER " NOT WRITTEN, "
                           "STATUS: " WS-TEST-POLICY-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-MASK-COUNT
               END-WRITE

               READ POLICY-FILE NEXT RECORD INTO POLICY-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.
           CLOSE TEST-POLICY-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

       E000-MASK-BENEFICIARIES.
           MOVE 'data/BENEF.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT BENEF-FILE.
           IF WS-BENEF-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM E100-COPY-BENEFICIARIES
           END-IF.

       E100-COPY-BENEFICIARIES.
           OPEN OUTPUT TEST-BENEF-FILE.
           READ BENEF-FILE INTO BENEF-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               COMPUTE WS-MASK-KEY =
                   BENEF-POLICY-NUMBER * 100 + BENEF-SEQ
               MOVE WS-KIND-BENEF TO WS-MASK-KIND
               PERFORM M000-BUILD-NAME
               MOVE WS-MASK-NAME TO BENEF-NAME
               WRITE BENEF-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ BENEF-FILE INTO BENEF-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE BENEF-FILE.
           CLOSE TEST-BENEF-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

      *> Dependents and COBRA rows mask on EMP-ID plus the dependent
      *> sequence, the same key on both files.
       F000-MASK-DEPENDENTS.
           MOVE 'data/DEPENDENTS.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT DEPENDENT-FILE.
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM F100-COPY-DEPENDENTS
           END-IF.

       F100-COPY-DEPENDENTS.
           OPEN OUTPUT TEST-DEPENDENT-FILE.
           READ DEPENDENT-FILE INTO DEPENDENT-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               COMPUTE WS-MASK-KEY = DEP-EMP-ID * 100 + DEP-SEQ
               MOVE WS-KIND-PERSON TO WS-MASK-KIND
               PERFORM M000-BUILD-NAME
               MOVE WS-MASK-NAME TO DEP-NAME
               WRITE DEPENDENT-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ DEPENDENT-FILE INTO DEPENDENT-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE DEPENDENT-FILE.
           CLOSE TEST-DEPENDENT-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

      *> Sequence 00 is the former employee - masked the way the
      *> employee master masks the name.
       G000-MASK-COBRA.
           MOVE 'data/COBRA.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT COBRA-FILE.
           IF WS-COBRA-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM G100-COPY-COBRA
           END-IF.

       G100-COPY-COBRA.
           OPEN OUTPUT TEST-COBRA-FILE.
           READ COBRA-FILE INTO COBRA-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               COMPUTE WS-MASK-KEY =
                   COBRA-EMP-ID * 100 + COBRA-DEP-SEQ
               IF COBRA-DEP-SEQ = 0
                   PERFORM M100-BUILD-EMPLOYEE-NAME
               ELSE
                   MOVE WS-KIND-PERSON TO WS-MASK-KIND
                   PERFORM M000-BUILD-NAME
               END-IF
               MOVE WS-MASK-NAME TO COBRA-NAME
               WRITE COBRA-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ COBRA-FILE INTO COBRA-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE COBRA-FILE.
           CLOSE TEST-COBRA-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

       H000-MASK-EMPBANK.
           MOVE 'data/EMPBANK.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT EMPBANK-FILE.
           IF WS-EMPBANK-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM H100-COPY-EMPBANK
           END-IF.

       H100-COPY-EMPBANK.
           OPEN OUTPUT TEST-EMPBANK-FILE.
           READ EMPBANK-FILE INTO EMPBANK-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE EMPBANK-EMP-ID TO WS-MASK-KEY
               MOVE WS-KIND-EMPBANK TO WS-MASK-KIND
               PERFORM M300-BUILD-BANK-DETAILS
               MOVE WS-MASK-ROUTING TO EMPBANK-ROUTING
               MOVE WS-MASK-ACCOUNT TO EMPBANK-ACCOUNT
               WRITE EMPBANK-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ EMPBANK-FILE INTO EMPBANK-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE EMPBANK-FILE.
           CLOSE TEST-EMPBANK-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

       I000-MASK-POLBANK.
           MOVE 'data/POLBANK.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT POLBANK-FILE.
           IF WS-POLBANK-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM I100-COPY-POLBANK
           END-IF.

       I100-COPY-POLBANK.
           OPEN OUTPUT TEST-POLBANK-FILE.
           READ POLBANK-FILE INTO POLBANK-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE POLBANK-POLICY-NUMBER TO WS-MASK-KEY
               MOVE WS-KIND-POLBANK TO WS-MASK-KIND
               PERFORM M300-BUILD-BANK-DETAILS
               MOVE WS-MASK-ROUTING TO POLBANK-ROUTING
               MOVE WS-MASK-ACCOUNT TO POLBANK-ACCOUNT
               WRITE POLBANK-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ POLBANK-FILE INTO POLBANK-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE POLBANK-FILE.
           CLOSE TEST-POLBANK-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

      *> Everything else under data/ that is a .DAT file comes
      *> across unchanged. Left out: the masters already written
      *> masked above, and the work files and registers holding
      *> names, SSNs or bank details of their own (ACH drafts,
      *> collections and returned-mail worklists, escheat, refunds,
      *> pending quotes and referrals, COBRA events and ended COBRA
      *> rows, ACH draft history, the claim check register, and the
      *> print spool's names, addresses and letter text) - the test
      *> cycle rebuilds those from the masked masters. Reports and
      *> logs (.TXT/.LOG) are never copied.
       J000-COPY-REMAINING.
           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING "find data -maxdepth 1 -type f -name '*.DAT'"
               " ! -name CUSTOMER.DAT ! -name POLICY.DAT"
               " ! -name BENEF.DAT ! -name DEPENDENTS.DAT"
               " ! -name COBRA.DAT ! -name EMPBANK.DAT"
               " ! -name POLBANK.DAT ! -name ACHDRAFT.DAT"
               " ! -name COLLWORK.DAT ! -name RETMAILWK.DAT"
               " ! -name ESCHEAT.DAT ! -name REFUNDPD.DAT"
               " ! -name QUOTES.DAT ! -name REFERRALS.DAT"
               " ! -name COBRAQE.DAT ! -name CLMCHKREG.DAT"
               " ! -name COBRAARC.DAT ! -name ACHDRAFTHIST.DAT"
               " ! -name PRTSPOOL.DAT"
               " -exec cp -p {} testdata/data/ \;"
               DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           DISPLAY "REMAINING data/*.DAT COPIED UNMASKED".

      *> Agent name in the capitals the agent master uses, and a
      *> fresh nine-digit tax ID from the same scramble.
       N000-MASK-AGENTS.
           MOVE 'AGENTS.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT AGENT-FILE.
           IF WS-AGENT-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM N100-COPY-AGENTS
           END-IF.

       N100-COPY-AGENTS.
           OPEN OUTPUT TEST-AGENT-FILE.
           READ AGENT-FILE INTO AGENT-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE AGENT-CODE TO WS-MASK-CODE
               PERFORM M500-BUILD-CODE-KEY
               MOVE WS-KIND-AGENT TO WS-MASK-KIND
               PERFORM M000-BUILD-NAME
               MOVE WS-MASK-NAME TO AGENT-NAME
               IF AGENT-TAX-ID NOT = SPACES
                   MOVE WS-MASK-DIGITS TO AGENT-TAX-ID
               END-IF
               WRITE AGENT-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ AGENT-FILE INTO AGENT-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE AGENT-FILE.
           CLOSE TEST-AGENT-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

      *> Voter name in the "Surname, F" shape the roll is keyed in,
      *> and the house number and street of the residence address.
      *> The precinct already assigned stays as it is.
       O000-MASK-VOTERS.
           MOVE 'VOTERROLL.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT VOTER-FILE.
           IF WS-VOTER-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM O100-COPY-VOTERS
           END-IF.

       O100-COPY-VOTERS.
           OPEN OUTPUT TEST-VOTER-FILE.
           READ VOTER-FILE INTO VOTER-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE VOTER-ID TO WS-MASK-KEY
               MOVE WS-KIND-CODED TO WS-MASK-KIND
               PERFORM M150-BUILD-SURNAME-FIRST
               MOVE WS-MASK-NAME TO VOTER-NAME
               PERFORM M200-BUILD-STREET
               MOVE WS-HOUSE-NUMBER TO VOTER-HOUSE-NUM
               MOVE WS-STREET-NAMES(WS-MASK-POS:10) TO VOTER-STREET
               WRITE VOTER-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ VOTER-FILE INTO VOTER-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE VOTER-FILE.
           CLOSE TEST-VOTER-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

       P000-MASK-SALESREPS.
           MOVE 'SALESREP.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT SALESREP-FILE.
           IF WS-REP-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM P100-COPY-SALESREPS
           END-IF.

       P100-COPY-SALESREPS.
           OPEN OUTPUT TEST-SALESREP-FILE.
           READ SALESREP-FILE INTO SALESREP-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE REP-CODE TO WS-MASK-CODE
               PERFORM M500-BUILD-CODE-KEY
               MOVE WS-KIND-CODED TO WS-MASK-KIND
               PERFORM M150-BUILD-SURNAME-FIRST
               MOVE WS-MASK-NAME TO REP-NAME
               WRITE SALESREP-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ SALESREP-FILE INTO SALESREP-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE SALESREP-FILE.
           CLOSE TEST-SALESREP-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

      *> Operator name masked and the password blanked with its
      *> date zeroed - sign-on then forces a new password the first
      *> time each test operator signs on.
       Q000-MASK-OPERATORS.
           MOVE 'OPERATORS.DAT' TO WS-FILE-NAME.
           MOVE ZEROS TO WS-MASK-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY WS-FILE-NAME " NOT ON FILE - SKIPPED"
           ELSE
               PERFORM Q100-COPY-OPERATORS
           END-IF.

       Q100-COPY-OPERATORS.
           OPEN OUTPUT TEST-OPERATOR-FILE.
           READ OPERATOR-FILE INTO OPERATOR-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE OPER-ID TO WS-MASK-CODE
               PERFORM M500-BUILD-CODE-KEY
               MOVE WS-KIND-CODED TO WS-MASK-KIND
               PERFORM M150-BUILD-SURNAME-FIRST
               MOVE WS-MASK-NAME TO OPER-NAME
               MOVE SPACES TO OPER-PASSWORD
               MOVE ZEROS TO OPER-PWD-DATE
               WRITE OPERATOR-RECORD
               ADD 1 TO WS-MASK-COUNT

               READ OPERATOR-FILE INTO OPERATOR-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           CLOSE TEST-OPERATOR-FILE.
           DISPLAY WS-FILE-NAME " MASKED: " WS-MASK-COUNT.

       R000-COPY-ROOT-TABLES.
           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING "find . -maxdepth 1 -type f"
               " \( -name ENROLLMENTS.DAT -o -name RATES.DAT"
               " -o -name TAXBRACKETS.DAT -o -name STUDENTS.DAT \)"
               " -exec cp -p {} testdata/ \;"
               DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           DISPLAY "ENROLLMENTS, RATES, TAXBRACKETS, STUDENTS COPIED".

      *> "FIRST SURNAME" in capitals, the way names are keyed on the
      *> customer, policy, beneficiary and dependent files - a
      *> six-letter made-up surname and a first name from a short
      *> list, both picked by the scrambled key.
       M000-BUILD-NAME.
           PERFORM Z000-SCRAMBLE-KEY.
           PERFORM M050-BUILD-SURNAME.
           COMPUTE WS-MASK-POS = WS-MD(7) * 5 + 1.
           MOVE WS-FIRST-NAMES(WS-MASK-POS:5) TO WS-MASK-FIRST.
           MOVE SPACES TO WS-MASK-NAME.
           STRING WS-MASK-FIRST DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-MASK-SURNAME DELIMITED BY SIZE
               INTO WS-MASK-NAME
           END-STRING.

       M050-BUILD-SURNAME.
           MOVE SPACES TO WS-MASK-SURNAME.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > 6
               COMPUTE WS-MASK-POS = WS-MD(WS-MASK-SUB) + 1
               DIVIDE WS-MASK-SUB BY 2 GIVING WS-MASK-QUOT
                   REMAINDER WS-MASK-WORK
               IF WS-MASK-WORK = 1
                   MOVE WS-CONSONANTS(WS-MASK-POS:1)
                       TO WS-MASK-SURNAME(WS-MASK-SUB:1)
               ELSE
                   MOVE WS-VOWELS(WS-MASK-POS:1)
                       TO WS-MASK-SURNAME(WS-MASK-SUB:1)
               END-IF
           END-PERFORM.

      *> Employee-master shape, "Surname, F" - the same surname and
      *> first name M000 would build for the key, so the employee
      *> and a COBRA row for them agree.
       M100-BUILD-EMPLOYEE-NAME.
           MOVE WS-KIND-PERSON TO WS-MASK-KIND.
           PERFORM M150-BUILD-SURNAME-FIRST.

      *> The "Surname, F" shape for whatever kind is set - the
      *> voter roll, sales rep and operator masters key names the
      *> same way as the employee master.
       M150-BUILD-SURNAME-FIRST.
           PERFORM M000-BUILD-NAME.
           INSPECT WS-MASK-SURNAME(2:5)
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'.
           MOVE SPACES TO WS-MASK-NAME.
           STRING WS-MASK-SURNAME DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-MASK-FIRST(1:1) DELIMITED BY SIZE
               INTO WS-MASK-NAME
           END-STRING.

      *> House number from the scrambled key, street from a short
      *> list - "4172 MAPLE DR".
       M200-BUILD-STREET.
           PERFORM Z000-SCRAMBLE-KEY.
           COMPUTE WS-HOUSE-NUMBER = WS-MD(1) * 1000 + WS-MD(3) * 100
               + WS-MD(5) * 10 + WS-MD(2) + 1.
           COMPUTE WS-MASK-POS = WS-MD(4) * 10 + 1.
           MOVE SPACES TO WS-MASK-STREET.
           STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREET-NAMES(WS-MASK-POS:10) DELIMITED BY SIZE
               INTO WS-MASK-STREET
           END-STRING.

      *> Eight scrambled digits plus the standard ABA check digit
      *> (weights 3-7-1), so the routing number still looks right to
      *> anything that checks it; the account is the scrambled key
      *> itself, unique per row.
       M300-BUILD-BANK-DETAILS.
           PERFORM Z000-SCRAMBLE-KEY.
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-MD(1) + WS-MD(4) + WS-MD(7))
               + 7 * (WS-MD(2) + WS-MD(5) + WS-MD(8))
               + WS-MD(3) + WS-MD(6).
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-MASK-QUOT
               REMAINDER WS-MASK-WORK.
           IF WS-MASK-WORK = 0
               MOVE 0 TO WS-ROUTING-CHECK
           ELSE
               COMPUTE WS-ROUTING-CHECK = 10 - WS-MASK-WORK
           END-IF.
           COMPUTE WS-MASK-ROUTING =
               WS-MASK-DIGITS - WS-MD(9) + WS-ROUTING-CHECK.
           MOVE SPACES TO WS-MASK-ACCOUNT.
           STRING WS-MASK-DIGITS DELIMITED BY SIZE
               WS-MASK-KIND DELIMITED BY SIZE
               INTO WS-MASK-ACCOUNT
           END-STRING.

      *> Group and serial carry the EMP-ID (serial 1000-9999, group
      *> from 10 up), so no two employees can end up sharing an SSN;
      *> the area comes from the scrambled key. SSNValid has the
      *> last word - an area it rejects is stepped on until it
      *> passes.
       M400-BUILD-SSN.
           MOVE EMP-ID TO WS-MASK-KEY.
           MOVE WS-KIND-SSN TO WS-MASK-KIND.
           PERFORM Z000-SCRAMBLE-KEY.
           DIVIDE EMP-ID BY 9000 GIVING WS-MASK-QUOT
               REMAINDER WS-MASK-WORK.
           COMPUTE WS-SSN-GROUP = WS-MASK-QUOT + 10.
           COMPUTE WS-SSN-SERIAL = WS-MASK-WORK + 1000.
           COMPUTE WS-MASK-WORK =
               WS-MD(1) * 100 + WS-MD(2) * 10 + WS-MD(3).
           DIVIDE WS-MASK-WORK BY 565 GIVING WS-MASK-QUOT
               REMAINDER WS-SSN-AREA.
           ADD 101 TO WS-SSN-AREA.
           MOVE 'N' TO WS-SSN-VALID.
           PERFORM UNTIL WS-SSN-VALID = 'Y'
               COMPUTE WS-MASK-SSN = WS-SSN-AREA * 1000000
                   + WS-SSN-GROUP * 10000 + WS-SSN-SERIAL
               CALL 'SSNValid' USING WS-MASK-SSN WS-SSN-VALID
               IF WS-SSN-VALID NOT = 'Y'
                   ADD 1 TO WS-SSN-AREA
               END-IF
           END-PERFORM.

       M500-BUILD-CODE-KEY.
           MOVE ZEROS TO WS-MASK-KEY.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > 8
               MOVE ZEROS TO WS-CODE-POS
               INSPECT WS-CODE-CHARS TALLYING WS-CODE-POS
                   FOR CHARACTERS
                   BEFORE INITIAL WS-MASK-CODE(WS-MASK-SUB:1)
               COMPUTE WS-CODE-KEY = WS-MASK-KEY * 37 + WS-CODE-POS
               DIVIDE WS-CODE-KEY BY 1000000000 GIVING WS-MASK-QUOT
                   REMAINDER WS-MASK-KEY
           END-PERFORM.

       Z000-SCRAMBLE-KEY.
           MOVE ZEROS TO WS-MASK-DIGITS.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > 9
               MOVE WS-MASK-KEY-X(10 - WS-MASK-SUB:1) TO WS-KEY-DIGIT
               COMPUTE WS-MASK-WORK = WS-KEY-DIGIT
                   + WS-MASK-SUB * 7 + WS-MASK-KIND * 3
               IF WS-MASK-SUB > 1
                   ADD WS-MD(WS-MASK-SUB - 1) TO WS-MASK-WORK
               END-IF
               DIVIDE WS-MASK-WORK BY 10 GIVING WS-MASK-QUOT
                   REMAINDER WS-MD(WS-MASK-SUB)
           END-PERFORM.
           PERFORM VARYING WS-MASK-SUB FROM 8 BY -1
               UNTIL WS-MASK-SUB < 1
               COMPUTE WS-MASK-WORK =
                   WS-MD(WS-MASK-SUB) + WS-MD(WS-MASK-SUB + 1)
               DIVIDE WS-MASK-WORK BY 10 GIVING WS-MASK-QUOT
                   REMAINDER WS-MD(WS-MASK-SUB)
           END-PERFORM.
