      *> master, an employee carries at most one spouse, and the
      *> enrollment tier validation in EnrollMaintenance leans on
      *> this file - a family tier with nobody here is rejected.
      *> Every delete also queues a COBRA qualifying event on
      *> data/COBRAQE.DAT - the person losing group cover is owed a
      *> continuation notice, and the row is gone from here by the
      *> time the nightly COBRA run looks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RELATIVE KEY IS WS-EMP-REL-KEY
           FILE STATUS IS WS-EMP-STATUS.

           SELECT COBRA-EVENT-FILE ASSIGN TO 'data/COBRAQE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COBRAQE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPEND-TRANS-FILE.
       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD  COBRA-EVENT-FILE.
       COPY COBRAQE.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPEND-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE '00'.
       01 WS-COBRAQE-STATUS PIC X(2) VALUE '00'.
       01 WS-EMP-REL-KEY PIC 9(5).
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-DEPENDS PIC X(1) VALUE 'N'.
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-SPOUSE-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-SCAN-SUB PIC 9(3) VALUE ZEROS.

      *> The relation must be an active DEPREL code on the shared
      *> reference codes (RefCodeCheck).
       01 WS-REF-TYPE PIC X(8) VALUE 'DEPREL'.
       01 WS-REF-CODE PIC X(20) VALUE SPACES.
       01 WS-REF-DESCRIPTION PIC X(30) VALUE SPACES.
       01 WS-REF-VALID PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           PERFORM B000-LOAD-DEPENDENTS.

           OPEN INPUT DEPEND-TRANS-FILE.
                   END-IF
           END-READ.

           MOVE DEP-TRAN-RELATION TO WS-REF-CODE.
           CALL 'RefCodeCheck' USING WS-REF-TYPE WS-REF-CODE
               WS-REF-DESCRIPTION WS-REF-VALID
           END-CALL.

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
                   MOVE "SEQ ALREADY ON FILE" TO WS-REJECT-REASON
               WHEN WS-DEPEND-COUNT = 999
                   MOVE "DEPENDENT TABLE FULL" TO WS-REJECT-REASON
               WHEN WS-REF-VALID NOT = 'Y'
                   MOVE "INVALID RELATION CODE" TO WS-REJECT-REASON
               WHEN DEP-TRAN-RELATION = 'S'
                   AND WS-SPOUSE-ON-FILE = 'Y'
                   MOVE "SPOUSE ALREADY ON FILE" TO WS-REJECT-REASON
           IF WS-FOUND-IDX = ZEROS
               MOVE "NO DEPENDENT TO DELETE" TO WS-REJECT-REASON
           ELSE
               PERFORM G000-QUEUE-COBRA-EVENT
               MOVE ZEROS TO WS-DP-EMP-ID(WS-FOUND-IDX)
               ADD 1 TO WS-DELETED-COUNT
           END-IF.

      *> Whether the employee's enrollment actually covered this
      *> person is the COBRA run's call - it reads ENROLLMENTS.DAT.
       G000-QUEUE-COBRA-EVENT.
           MOVE WS-DP-EMP-ID(WS-FOUND-IDX) TO QE-EMP-ID.
           MOVE WS-DP-SEQ(WS-FOUND-IDX) TO QE-DEP-SEQ.
           MOVE WS-DP-RELATION(WS-FOUND-IDX) TO QE-RELATION.
           MOVE WS-DP-NAME(WS-FOUND-IDX) TO QE-NAME.
           MOVE WS-BUS-DATE TO QE-EVENT-DATE.

           OPEN EXTEND COBRA-EVENT-FILE.
           IF WS-COBRAQE-STATUS = '35'
               OPEN OUTPUT COBRA-EVENT-FILE
           END-IF.

           WRITE COBRA-EVENT-RECORD.

           CLOSE COBRA-EVENT-FILE.

       H000-REWRITE-DEPENDENTS.
           OPEN OUTPUT DEPENDENT-FILE.

