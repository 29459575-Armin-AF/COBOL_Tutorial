       IDENTIFICATION DIVISION.
       PROGRAM-ID. VoterMaintenance.

      *> Voter roll maintenance - applies VOTERTRN.DAT A/C/X
      *> transactions against the registration master VOTERROLL.DAT
      *> (copybooks/VOTERREC.cpy) with validation, the way
      *> AgentMaintenance.cob maintains the agent master, instead of
      *> someone hand-editing the roll. An 'A' registers a new voter
      *> under the next voter ID; a 'C' corrects name, DOB or
      *> residence; an 'X' makes the voter inactive as cancelled or
      *> deceased - the row stays on file, it is never deleted.
      *> Every address keyed gets its precinct from the street/ZIP
      *> table on PRECINCT.DAT; an address no row covers is refused
      *> rather than registered without a precinct.
      *> A new registration whose name and DOB match a voter already
      *> on the roll (active or not) is refused as a likely duplicate
      *> naming the existing ID - the fix is a change to that voter,
      *> which also reinstates a cancelled registration. After the
      *> transactions the whole active roll is scanned for pairs
      *> sharing name and DOB, to catch the ones keyed by hand before
      *> this run existed. Everything lands on data/VOTERMNT.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-TRANS-FILE ASSIGN TO 'VOTERTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT VOTER-ROLL-FILE ASSIGN TO 'VOTERROLL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT PRECINCT-FILE ASSIGN TO 'PRECINCT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRECINCT-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO 'data/VOTERMNT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-TRANS-FILE.
       COPY VOTERTRN.

       FD  VOTER-ROLL-FILE.
       COPY VOTERREC.

       FD  PRECINCT-FILE.
       COPY PRECINCT.

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-ROLL-STATUS PIC X(2) VALUE '00'.
       01 WS-PRECINCT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-ROLL PIC X(1) VALUE 'N'.
       01 WS-END-OF-PRECINCTS PIC X(1) VALUE 'N'.
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REINSTATED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DUP-PAIR-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-RESULT PIC X(12) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.

      *> VOTERROLL.DAT held in storage, transactions applied, file
      *> rewritten at end-of-job - same shape as AgentMaintenance.
       01 WS-VOTER-TABLE.
           05 WS-VT-ENTRY OCCURS 999 TIMES INDEXED BY WS-VT-IDX
                                                      WS-VT-IDX2.
               10 WS-VT-ID              PIC 9(6).
               10 WS-VT-NAME            PIC X(16).
               10 WS-VT-DOB             PIC 9(8).
               10 WS-VT-HOUSE-NUM       PIC 9(5).
               10 WS-VT-STREET          PIC X(20).
               10 WS-VT-CITY            PIC X(15).
               10 WS-VT-ZIP             PIC X(5).
               10 WS-VT-PRECINCT        PIC X(4).
               10 WS-VT-STATUS          PIC X(1).
               10 WS-VT-REASON          PIC X(1).
               10 WS-VT-STATUS-DATE     PIC 9(8).
               10 WS-VT-REG-DATE        PIC 9(8).
               10 WS-VT-LAST-VOTED      PIC 9(8).
       01 WS-VOTER-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.
       01 WS-DUP-IDX PIC 9(3) VALUE ZEROS.
       01 WS-HIGH-ID PIC 9(6) VALUE ZEROS.

      *> PRECINCT.DAT held for the address lookups.
       01 WS-PRECINCT-TABLE.
           05 WS-PC-ENTRY OCCURS 500 TIMES INDEXED BY WS-PC-IDX.
               10 WS-PC-ZIP             PIC X(5).
               10 WS-PC-STREET          PIC X(20).
               10 WS-PC-LOW             PIC 9(5).
               10 WS-PC-HIGH            PIC 9(5).
               10 WS-PC-PRECINCT        PIC X(4).
       01 WS-PRECINCT-COUNT PIC 9(3) VALUE ZEROS.

      *> The address being looked up, and the precinct found for it -
      *> a street row in range beats the ZIP's catch-all row.
       01 WS-LOOKUP-HOUSE-NUM PIC 9(5) VALUE ZEROS.
       01 WS-LOOKUP-STREET PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-ZIP PIC X(5) VALUE SPACES.
       01 WS-STREET-PRECINCT PIC X(4) VALUE SPACES.
       01 WS-ZIP-PRECINCT PIC X(4) VALUE SPACES.
       01 WS-LOOKUP-PRECINCT PIC X(4) VALUE SPACES.

      *> Name and DOB a duplicate check is run for, and the entry to
      *> leave out of it (the voter being changed).
       01 WS-CHECK-NAME PIC X(16) VALUE SPACES.
       01 WS-CHECK-DOB PIC 9(8) VALUE ZEROS.
       01 WS-CHECK-SELF PIC 9(3) VALUE ZEROS.

       01 WS-NEW-NAME PIC X(16) VALUE SPACES.
       01 WS-NEW-DOB PIC 9(8) VALUE ZEROS.

      *> Batch-in-progress lock (shared BatchLockCheck module) - a
      *> signed-on operator must not update masters while the
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           IF WS-LOCKED-OUT = 'Y'
               DISPLAY "NIGHTLY CYCLE IN PROGRESS - TRY AGAIN "
                   "AFTER IT COMPLETES"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'GetBusDate' USING WS-TODAY.
           PERFORM B000-LOAD-VOTERS.
           PERFORM B100-LOAD-PRECINCTS.

           OPEN INPUT VOTER-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN VOTERTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MAINT-REPORT-FILE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "VOTER ROLL MAINTENANCE " WS-TODAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.

           READ VOTER-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANS
           END-READ.

           PERFORM UNTIL WS-END-OF-TRANS = 'Y'
               PERFORM C000-APPLY-TRANSACTION

               READ VOTER-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ
           END-PERFORM.

           CLOSE VOTER-TRANS-FILE.

           PERFORM F000-SCAN-DUPLICATES.
           PERFORM H000-REWRITE-VOTERS.

           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "ADDED " WS-ADDED-COUNT
               "  CHANGED " WS-CHANGED-COUNT
               "  CANCELLED " WS-CANCELLED-COUNT
               "  REJECTED " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
           CLOSE MAINT-REPORT-FILE.

           DISPLAY "VOTERS ADDED:          " WS-ADDED-COUNT.
           DISPLAY "VOTERS CHANGED:        " WS-CHANGED-COUNT.
           DISPLAY "  OF WHICH REINSTATED: " WS-REINSTATED-COUNT.
           DISPLAY "VOTERS MADE INACTIVE:  " WS-CANCELLED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "POSSIBLE DUPLICATES:   " WS-DUP-PAIR-COUNT.
           STOP RUN.

      *> A roll too big for the table stops the run rather than lose
      *> registrations on the rewrite. No roll yet is an empty one.
       B000-LOAD-VOTERS.
           MOVE ZEROS TO WS-VOTER-COUNT.
           OPEN INPUT VOTER-ROLL-FILE.
           IF WS-ROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-END-OF-ROLL
           ELSE
               READ VOTER-ROLL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ROLL
               END-READ
           END-IF.

           PERFORM UNTIL WS-END-OF-ROLL = 'Y'
               IF WS-VOTER-COUNT = 999
                   DISPLAY "VOTER TABLE FULL - NOTHING APPLIED"
                   CLOSE VOTER-ROLL-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VOTER-COUNT
               MOVE VOTER-ID TO WS-VT-ID(WS-VOTER-COUNT)
               MOVE VOTER-NAME TO WS-VT-NAME(WS-VOTER-COUNT)
               MOVE VOTER-DOB TO WS-VT-DOB(WS-VOTER-COUNT)
               MOVE VOTER-HOUSE-NUM TO WS-VT-HOUSE-NUM(WS-VOTER-COUNT)
               MOVE VOTER-STREET TO WS-VT-STREET(WS-VOTER-COUNT)
               MOVE VOTER-CITY TO WS-VT-CITY(WS-VOTER-COUNT)
               MOVE VOTER-ZIP TO WS-VT-ZIP(WS-VOTER-COUNT)
               MOVE VOTER-PRECINCT TO WS-VT-PRECINCT(WS-VOTER-COUNT)
               MOVE VOTER-STATUS TO WS-VT-STATUS(WS-VOTER-COUNT)
               MOVE VOTER-INACTIVE-REASON
                   TO WS-VT-REASON(WS-VOTER-COUNT)
               MOVE VOTER-STATUS-DATE
                   TO WS-VT-STATUS-DATE(WS-VOTER-COUNT)
               MOVE VOTER-REG-DATE TO WS-VT-REG-DATE(WS-VOTER-COUNT)
               MOVE VOTER-LAST-VOTED
                   TO WS-VT-LAST-VOTED(WS-VOTER-COUNT)
               IF VOTER-ID > WS-HIGH-ID
                   MOVE VOTER-ID TO WS-HIGH-ID
               END-IF

               READ VOTER-ROLL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-ROLL
               END-READ
           END-PERFORM.

           IF WS-ROLL-STATUS = '00' OR WS-ROLL-STATUS = '10'
               CLOSE VOTER-ROLL-FILE
           END-IF.

      *> Without the precinct table no address can be placed.
       B100-LOAD-PRECINCTS.
           MOVE ZEROS TO WS-PRECINCT-COUNT.
           OPEN INPUT PRECINCT-FILE.
           IF WS-PRECINCT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN PRECINCT.DAT, STATUS: "
                   WS-PRECINCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PRECINCT-FILE
               AT END MOVE 'Y' TO WS-END-OF-PRECINCTS
           END-READ.

           PERFORM UNTIL WS-END-OF-PRECINCTS = 'Y'
               OR WS-PRECINCT-COUNT = 500
               ADD 1 TO WS-PRECINCT-COUNT
               MOVE PCT-ZIP TO WS-PC-ZIP(WS-PRECINCT-COUNT)
               MOVE PCT-STREET TO WS-PC-STREET(WS-PRECINCT-COUNT)
               MOVE PCT-LOW-NUM TO WS-PC-LOW(WS-PRECINCT-COUNT)
               MOVE PCT-HIGH-NUM TO WS-PC-HIGH(WS-PRECINCT-COUNT)
               MOVE PCT-PRECINCT TO WS-PC-PRECINCT(WS-PRECINCT-COUNT)

               READ PRECINCT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-PRECINCTS
               END-READ
           END-PERFORM.

           CLOSE PRECINCT-FILE.

       C000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-RESULT.
           PERFORM D000-FIND-VOTER.

           EVALUATE VTR-CODE
               WHEN 'A'
                   PERFORM E100-ADD-VOTER
               WHEN 'C'
                   PERFORM E200-CHANGE-VOTER
               WHEN 'X'
                   PERFORM E300-CANCEL-VOTER
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.

           MOVE SPACES TO MAINT-REPORT-LINE.
           IF WS-REJECT-REASON NOT = SPACES
               STRING "REJECTED " VTR-CODE " " VTR-VOTER-ID " "
                   VTR-NAME " " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               STRING WS-RESULT WS-VT-ID(WS-FOUND-IDX) " "
                   WS-VT-NAME(WS-FOUND-IDX) " "
                   WS-VT-DOB(WS-FOUND-IDX) " PRECINCT "
                   WS-VT-PRECINCT(WS-FOUND-IDX) " STATUS "
                   WS-VT-STATUS(WS-FOUND-IDX)
                   WS-VT-REASON(WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
           END-IF.
           WRITE MAINT-REPORT-LINE.

       D000-FIND-VOTER.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VOTER-COUNT
               IF WS-VT-ID(WS-VT-IDX) = VTR-VOTER-ID
                   SET WS-FOUND-IDX TO WS-VT-IDX
               END-IF
           END-PERFORM.

      *> Precinct for WS-LOOKUP-HOUSE-NUM/STREET/ZIP - spaces when
      *> no row covers the address.
       D100-FIND-PRECINCT.
           MOVE SPACES TO WS-STREET-PRECINCT.
           MOVE SPACES TO WS-ZIP-PRECINCT.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PRECINCT-COUNT
               IF WS-PC-ZIP(WS-PC-IDX) = WS-LOOKUP-ZIP
                   IF WS-PC-STREET(WS-PC-IDX) = SPACES
                       MOVE WS-PC-PRECINCT(WS-PC-IDX)
                           TO WS-ZIP-PRECINCT
                   ELSE
                   IF WS-PC-STREET(WS-PC-IDX) = WS-LOOKUP-STREET
                       AND WS-LOOKUP-HOUSE-NUM >= WS-PC-LOW(WS-PC-IDX)
                       AND WS-LOOKUP-HOUSE-NUM <= WS-PC-HIGH(WS-PC-IDX)
                       MOVE WS-PC-PRECINCT(WS-PC-IDX)
                           TO WS-STREET-PRECINCT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-STREET-PRECINCT NOT = SPACES
               MOVE WS-STREET-PRECINCT TO WS-LOOKUP-PRECINCT
           ELSE
               MOVE WS-ZIP-PRECINCT TO WS-LOOKUP-PRECINCT
           END-IF.

      *> Another registration with the same name and DOB, active or
      *> not, other than the entry being changed.
       D200-FIND-DUPLICATE.
           MOVE ZEROS TO WS-DUP-IDX.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VOTER-COUNT
               IF WS-VT-NAME(WS-VT-IDX) = WS-CHECK-NAME
                   AND WS-VT-DOB(WS-VT-IDX) = WS-CHECK-DOB
                   AND WS-VT-IDX NOT = WS-CHECK-SELF
                   SET WS-DUP-IDX TO WS-VT-IDX
               END-IF
           END-PERFORM.

      *> Residence fields from the transaction, precinct looked up.
       D300-LOOKUP-TRAN-ADDRESS.
           MOVE VTR-HOUSE-NUM TO WS-LOOKUP-HOUSE-NUM.
           MOVE VTR-STREET TO WS-LOOKUP-STREET.
           MOVE VTR-ZIP TO WS-LOOKUP-ZIP.
           PERFORM D100-FIND-PRECINCT.

       E100-ADD-VOTER.
           MOVE VTR-NAME TO WS-CHECK-NAME.
           IF VTR-DOB NUMERIC
               MOVE VTR-DOB TO WS-CHECK-DOB
           ELSE
               MOVE ZEROS TO WS-CHECK-DOB
           END-IF.
           MOVE ZEROS TO WS-CHECK-SELF.
           PERFORM D200-FIND-DUPLICATE.
           IF VTR-HOUSE-NUM NUMERIC
               PERFORM D300-LOOKUP-TRAN-ADDRESS
           END-IF.

           EVALUATE TRUE
               WHEN VTR-VOTER-ID NOT = ZEROS
                   MOVE "ADD MUST NOT CARRY A VOTER ID"
                       TO WS-REJECT-REASON
               WHEN WS-VOTER-COUNT = 999
                   MOVE "VOTER TABLE FULL" TO WS-REJECT-REASON
               WHEN VTR-NAME = SPACES
                   MOVE "BLANK VOTER NAME" TO WS-REJECT-REASON
               WHEN VTR-DOB NOT NUMERIC
                   OR VTR-DOB = ZEROS
                   OR VTR-DOB >= WS-TODAY
                   MOVE "DOB MISSING OR NOT BEFORE TODAY"
                       TO WS-REJECT-REASON
               WHEN VTR-HOUSE-NUM NOT NUMERIC
                   OR VTR-HOUSE-NUM = ZEROS
                   OR VTR-STREET = SPACES
                   OR VTR-ZIP = SPACES
                   MOVE "INCOMPLETE RESIDENCE ADDRESS"
                       TO WS-REJECT-REASON
               WHEN WS-DUP-IDX NOT = ZEROS
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "LIKELY DUPLICATE OF "
                       WS-VT-ID(WS-DUP-IDX) " STATUS "
                       WS-VT-STATUS(WS-DUP-IDX)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-LOOKUP-PRECINCT = SPACES
                   MOVE "NO PRECINCT COVERS THE ADDRESS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-VOTER-COUNT
                   MOVE WS-VOTER-COUNT TO WS-FOUND-IDX
                   ADD 1 TO WS-HIGH-ID
                   MOVE WS-HIGH-ID TO WS-VT-ID(WS-FOUND-IDX)
                   MOVE VTR-NAME TO WS-VT-NAME(WS-FOUND-IDX)
                   MOVE VTR-DOB TO WS-VT-DOB(WS-FOUND-IDX)
                   MOVE VTR-HOUSE-NUM TO WS-VT-HOUSE-NUM(WS-FOUND-IDX)
                   MOVE VTR-STREET TO WS-VT-STREET(WS-FOUND-IDX)
                   MOVE VTR-CITY TO WS-VT-CITY(WS-FOUND-IDX)
                   MOVE VTR-ZIP TO WS-VT-ZIP(WS-FOUND-IDX)
                   MOVE WS-LOOKUP-PRECINCT
                       TO WS-VT-PRECINCT(WS-FOUND-IDX)
                   MOVE 'A' TO WS-VT-STATUS(WS-FOUND-IDX)
                   MOVE SPACE TO WS-VT-REASON(WS-FOUND-IDX)
                   MOVE WS-TODAY TO WS-VT-STATUS-DATE(WS-FOUND-IDX)
                   MOVE WS-TODAY TO WS-VT-REG-DATE(WS-FOUND-IDX)
                   MOVE ZEROS TO WS-VT-LAST-VOTED(WS-FOUND-IDX)
                   MOVE "ADDED       " TO WS-RESULT
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE.

      *> Only what is keyed changes. A deceased voter cannot be
      *> changed; a cancelled one is reinstated by the change.
       E200-CHANGE-VOTER.
           IF WS-FOUND-IDX NOT = ZEROS
               MOVE WS-VT-NAME(WS-FOUND-IDX) TO WS-NEW-NAME
               MOVE WS-VT-DOB(WS-FOUND-IDX) TO WS-NEW-DOB
               IF VTR-NAME NOT = SPACES
                   MOVE VTR-NAME TO WS-NEW-NAME
               END-IF
               IF VTR-DOB NUMERIC AND VTR-DOB NOT = ZEROS
                   MOVE VTR-DOB TO WS-NEW-DOB
               END-IF
               MOVE WS-NEW-NAME TO WS-CHECK-NAME
               MOVE WS-NEW-DOB TO WS-CHECK-DOB
               MOVE WS-FOUND-IDX TO WS-CHECK-SELF
               PERFORM D200-FIND-DUPLICATE
               MOVE SPACES TO WS-LOOKUP-PRECINCT
               IF VTR-STREET NOT = SPACES AND VTR-HOUSE-NUM NUMERIC
                   PERFORM D300-LOOKUP-TRAN-ADDRESS
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "VOTER NOT ON FILE" TO WS-REJECT-REASON
               WHEN WS-VT-REASON(WS-FOUND-IDX) = 'D'
                   MOVE "VOTER IS DECEASED" TO WS-REJECT-REASON
               WHEN VTR-DOB NOT NUMERIC AND VTR-DOB NOT = SPACES
                   MOVE "DOB NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-NEW-DOB >= WS-TODAY
                   MOVE "DOB NOT BEFORE TODAY" TO WS-REJECT-REASON
               WHEN VTR-STREET NOT = SPACES
                   AND (VTR-HOUSE-NUM NOT NUMERIC
                       OR VTR-HOUSE-NUM = ZEROS
                       OR VTR-ZIP = SPACES)
                   MOVE "INCOMPLETE RESIDENCE ADDRESS"
                       TO WS-REJECT-REASON
               WHEN VTR-STREET NOT = SPACES
                   AND WS-LOOKUP-PRECINCT = SPACES
                   MOVE "NO PRECINCT COVERS THE ADDRESS"
                       TO WS-REJECT-REASON
               WHEN WS-DUP-IDX NOT = ZEROS
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "WOULD DUPLICATE "
                       WS-VT-ID(WS-DUP-IDX) " STATUS "
                       WS-VT-STATUS(WS-DUP-IDX)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               WHEN OTHER
                   MOVE WS-NEW-NAME TO WS-VT-NAME(WS-FOUND-IDX)
                   MOVE WS-NEW-DOB TO WS-VT-DOB(WS-FOUND-IDX)
                   IF VTR-STREET NOT = SPACES
                       MOVE VTR-HOUSE-NUM
                           TO WS-VT-HOUSE-NUM(WS-FOUND-IDX)
                       MOVE VTR-STREET TO WS-VT-STREET(WS-FOUND-IDX)
                       MOVE VTR-CITY TO WS-VT-CITY(WS-FOUND-IDX)
                       MOVE VTR-ZIP TO WS-VT-ZIP(WS-FOUND-IDX)
                       MOVE WS-LOOKUP-PRECINCT
                           TO WS-VT-PRECINCT(WS-FOUND-IDX)
                   END-IF
                   MOVE "CHANGED     " TO WS-RESULT
                   IF WS-VT-STATUS(WS-FOUND-IDX) = 'I'
                       MOVE 'A' TO WS-VT-STATUS(WS-FOUND-IDX)
                       MOVE SPACE TO WS-VT-REASON(WS-FOUND-IDX)
                       MOVE WS-TODAY
                           TO WS-VT-STATUS-DATE(WS-FOUND-IDX)
                       MOVE "REINSTATED  " TO WS-RESULT
                       ADD 1 TO WS-REINSTATED-COUNT
                   END-IF
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.

      *> A cancelled voter later reported deceased is re-marked; an
      *> inactive voter is not cancelled twice for the same reason.
       E300-CANCEL-VOTER.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "VOTER NOT ON FILE" TO WS-REJECT-REASON
               WHEN VTR-CANCEL-REASON NOT = 'C'
                   AND VTR-CANCEL-REASON NOT = 'D'
                   MOVE "CANCEL REASON NOT C OR D" TO WS-REJECT-REASON
               WHEN WS-VT-STATUS(WS-FOUND-IDX) = 'I'
                   AND (WS-VT-REASON(WS-FOUND-IDX) = 'D'
                       OR VTR-CANCEL-REASON = 'C')
                   MOVE "ALREADY INACTIVE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'I' TO WS-VT-STATUS(WS-FOUND-IDX)
                   MOVE VTR-CANCEL-REASON TO WS-VT-REASON(WS-FOUND-IDX)
                   MOVE WS-TODAY TO WS-VT-STATUS-DATE(WS-FOUND-IDX)
                   MOVE "INACTIVE    " TO WS-RESULT
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE.

      *> Every pair of active registrations sharing name and DOB,
      *> each pair listed once.
       F000-SCAN-DUPLICATES.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE "POSSIBLE DUPLICATE REGISTRATIONS ON THE ACTIVE ROLL"
               TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VOTER-COUNT
               IF WS-VT-STATUS(WS-VT-IDX) = 'A'
                   SET WS-VT-IDX2 TO WS-VT-IDX
                   SET WS-VT-IDX2 UP BY 1
                   PERFORM UNTIL WS-VT-IDX2 > WS-VOTER-COUNT
                       IF WS-VT-STATUS(WS-VT-IDX2) = 'A'
                           AND WS-VT-NAME(WS-VT-IDX2)
                               = WS-VT-NAME(WS-VT-IDX)
                           AND WS-VT-DOB(WS-VT-IDX2)
                               = WS-VT-DOB(WS-VT-IDX)
                           ADD 1 TO WS-DUP-PAIR-COUNT
                           MOVE SPACES TO MAINT-REPORT-LINE
                           STRING "    VOTER " WS-VT-ID(WS-VT-IDX)
                               " AND " WS-VT-ID(WS-VT-IDX2) " "
                               WS-VT-NAME(WS-VT-IDX) " "
                               WS-VT-DOB(WS-VT-IDX)
                               DELIMITED BY SIZE
                               INTO MAINT-REPORT-LINE
                           END-STRING
                           WRITE MAINT-REPORT-LINE
                       END-IF
                       SET WS-VT-IDX2 UP BY 1
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-DUP-PAIR-COUNT = ZEROS
               MOVE "    NONE" TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.

       H000-REWRITE-VOTERS.
           OPEN OUTPUT VOTER-ROLL-FILE.

           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VOTER-COUNT
               MOVE WS-VT-ID(WS-VT-IDX) TO VOTER-ID
               MOVE WS-VT-NAME(WS-VT-IDX) TO VOTER-NAME
               MOVE WS-VT-DOB(WS-VT-IDX) TO VOTER-DOB
               MOVE WS-VT-HOUSE-NUM(WS-VT-IDX) TO VOTER-HOUSE-NUM
               MOVE WS-VT-STREET(WS-VT-IDX) TO VOTER-STREET
               MOVE WS-VT-CITY(WS-VT-IDX) TO VOTER-CITY
               MOVE WS-VT-ZIP(WS-VT-IDX) TO VOTER-ZIP
               MOVE WS-VT-PRECINCT(WS-VT-IDX) TO VOTER-PRECINCT
               MOVE WS-VT-STATUS(WS-VT-IDX) TO VOTER-STATUS
               MOVE WS-VT-REASON(WS-VT-IDX) TO VOTER-INACTIVE-REASON
               MOVE WS-VT-STATUS-DATE(WS-VT-IDX) TO VOTER-STATUS-DATE
               MOVE WS-VT-REG-DATE(WS-VT-IDX) TO VOTER-REG-DATE
               MOVE WS-VT-LAST-VOTED(WS-VT-IDX) TO VOTER-LAST-VOTED
               WRITE VOTER-RECORD
           END-PERFORM.

           CLOSE VOTER-ROLL-FILE.
