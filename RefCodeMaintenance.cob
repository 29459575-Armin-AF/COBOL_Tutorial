       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefCodeMaintenance.

      *> Reference code maintenance - applies REFCODETRN.DAT A/C/R
      *> transactions against REFCODES.DAT, the one file of valid
      *> codes that RefCodeCheck serves to every editing program, so
      *> a new state, cancel reason or garnishment type goes live
      *> with the next run instead of a recompile of every program
      *> that used to hard-code its own list. An 'A' inserts the new
      *> code in its ascending type+code position (shifting the rest
      *> of the table up, the way BinarySearchMaintenance inserts
      *> into VALTABLE.DAT) or brings a retired code back; a 'C'
      *> changes a description; an 'R' retires the code in place -
      *> records already carrying it keep their description, but
      *> nothing new may use it. The file is rebuilt in key order
      *> every run, which also resequences it after a hand edit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFCODE-TRANS-FILE ASSIGN TO 'REFCODETRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT REFCODE-FILE ASSIGN TO 'REFCODES.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFCODE-TRANS-FILE.
       COPY REFCTRAN.

       FD  REFCODE-FILE.
       COPY REFCODE.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-REFCODE-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-TRANS PIC X(1) VALUE 'N'.
       01 WS-END-OF-REFCODES PIC X(1) VALUE 'N'.
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REACTIVATED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RETIRED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.

      *> REFCODES.DAT held in storage in ascending type+code order,
      *> transactions applied, file rewritten at end-of-job.
       01 WS-RC-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-REFCODE-TABLE.
           05 WS-RC-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-RC-COUNT
               ASCENDING KEY IS WS-RC-KEY
               INDEXED BY WS-RC-IDX.
               10 WS-RC-KEY.
                   15 WS-RC-TYPE        PIC X(8).
                   15 WS-RC-CODE        PIC X(20).
               10 WS-RC-DESCRIPTION     PIC X(30).
               10 WS-RC-STATUS          PIC X(1).
               10 WS-RC-STATUS-DATE     PIC 9(8).
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

      *> The row being placed - a loaded record or a new code.
       01 WS-NEW-ENTRY.
           05 WS-NEW-KEY.
               10 WS-NEW-TYPE           PIC X(8).
               10 WS-NEW-CODE           PIC X(20).
           05 WS-NEW-DESCRIPTION        PIC X(30).
           05 WS-NEW-STATUS             PIC X(1).
           05 WS-NEW-STATUS-DATE        PIC 9(8).
       01 WS-INSERT-POSITION PIC 9(3) VALUE ZEROS.
       01 WS-SHIFT-FROM PIC 9(3) VALUE ZEROS.
       01 WS-ALREADY-PRESENT PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           PERFORM B000-LOAD-REFCODES.

           OPEN INPUT REFCODE-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REFCODETRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ REFCODE-TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-TRANS
           END-READ.

           PERFORM UNTIL WS-END-OF-TRANS = 'Y'
               PERFORM C000-APPLY-TRANSACTION

               READ REFCODE-TRANS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-TRANS
               END-READ
           END-PERFORM.

           CLOSE REFCODE-TRANS-FILE.

           PERFORM H000-REWRITE-REFCODES.

           DISPLAY "CODES ADDED:           " WS-ADDED-COUNT.
           DISPLAY "CODES REACTIVATED:     " WS-REACTIVATED-COUNT.
           DISPLAY "CODES CHANGED:         " WS-CHANGED-COUNT.
           DISPLAY "CODES RETIRED:         " WS-RETIRED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "CODES ON FILE:         " WS-RC-COUNT.
           STOP RUN.

      *> Each row is placed by key as it is read, so a file that was
      *> hand-edited out of order comes back in order. A repeated
      *> key keeps the first row and reports the second.
       B000-LOAD-REFCODES.
           MOVE ZEROS TO WS-RC-COUNT.
           OPEN INPUT REFCODE-FILE.
           IF WS-REFCODE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REFCODES.DAT, STATUS: "
                   WS-REFCODE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ REFCODE-FILE
               AT END MOVE 'Y' TO WS-END-OF-REFCODES
           END-READ.

           PERFORM UNTIL WS-END-OF-REFCODES = 'Y'
               IF WS-RC-COUNT = 999
                   DISPLAY "REFERENCE CODE TABLE FULL AT 999 - "
                       "ENLARGE WS-REFCODE-TABLE"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REF-CODE-TYPE TO WS-NEW-TYPE
               MOVE REF-CODE TO WS-NEW-CODE
               MOVE REF-DESCRIPTION TO WS-NEW-DESCRIPTION
               MOVE REF-STATUS TO WS-NEW-STATUS
               MOVE REF-STATUS-DATE TO WS-NEW-STATUS-DATE
               PERFORM F000-INSERT-CODE
               IF WS-ALREADY-PRESENT = 'Y'
                   DISPLAY "DUPLICATE ON REFCODES.DAT, DROPPED: "
                       REF-CODE-TYPE " " REF-CODE
               END-IF

               READ REFCODE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-REFCODES
               END-READ
           END-PERFORM.

           CLOSE REFCODE-FILE.

       C000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE (REF-TRAN-CODE-TYPE)
               TO REF-TRAN-CODE-TYPE.
           MOVE FUNCTION UPPER-CASE (REF-TRAN-REF-CODE)
               TO REF-TRAN-REF-CODE.
           PERFORM D000-FIND-CODE.

           EVALUATE TRUE
               WHEN REF-TRAN-CODE-TYPE = SPACES
                   MOVE "BLANK CODE TYPE" TO WS-REJECT-REASON
               WHEN REF-TRAN-REF-CODE = SPACES
                   MOVE "BLANK CODE" TO WS-REJECT-REASON
               WHEN REF-TRAN-CODE = 'A'
                   PERFORM E100-ADD-CODE
               WHEN REF-TRAN-CODE = 'C'
                   PERFORM E200-CHANGE-CODE
               WHEN REF-TRAN-CODE = 'R'
                   PERFORM E300-RETIRE-CODE
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY "REJECTED " REF-TRAN-CODE " "
                   REF-TRAN-CODE-TYPE " " REF-TRAN-REF-CODE
                   ": " WS-REJECT-REASON
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       D000-FIND-CODE.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-TYPE(WS-RC-IDX) = REF-TRAN-CODE-TYPE
                   AND WS-RC-CODE(WS-RC-IDX) = REF-TRAN-REF-CODE
                   SET WS-FOUND-IDX TO WS-RC-IDX
               END-IF
           END-PERFORM.

      *> A retired code comes back into use on an 'A' - with the new
      *> description if one is given, the old one if not.
       E100-ADD-CODE.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX NOT = ZEROS
                   AND WS-RC-STATUS(WS-FOUND-IDX) NOT = 'R'
                   MOVE "CODE ALREADY ACTIVE" TO WS-REJECT-REASON
               WHEN WS-FOUND-IDX NOT = ZEROS
                   IF REF-TRAN-DESCRIPTION NOT = SPACES
                       MOVE REF-TRAN-DESCRIPTION
                           TO WS-RC-DESCRIPTION(WS-FOUND-IDX)
                   END-IF
                   MOVE 'A' TO WS-RC-STATUS(WS-FOUND-IDX)
                   MOVE WS-TODAY TO WS-RC-STATUS-DATE(WS-FOUND-IDX)
                   ADD 1 TO WS-REACTIVATED-COUNT
               WHEN REF-TRAN-DESCRIPTION = SPACES
                   MOVE "BLANK DESCRIPTION" TO WS-REJECT-REASON
               WHEN WS-RC-COUNT = 999
                   MOVE "REFERENCE CODE TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE REF-TRAN-CODE-TYPE TO WS-NEW-TYPE
                   MOVE REF-TRAN-REF-CODE TO WS-NEW-CODE
                   MOVE REF-TRAN-DESCRIPTION TO WS-NEW-DESCRIPTION
                   MOVE 'A' TO WS-NEW-STATUS
                   MOVE WS-TODAY TO WS-NEW-STATUS-DATE
                   PERFORM F000-INSERT-CODE
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY "ADDED AT POSITION " WS-INSERT-POSITION
                       ": " WS-NEW-TYPE " " WS-NEW-CODE
           END-EVALUATE.

       E200-CHANGE-CODE.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "CODE NOT ON FILE" TO WS-REJECT-REASON
               WHEN REF-TRAN-DESCRIPTION = SPACES
                   MOVE "BLANK DESCRIPTION" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE REF-TRAN-DESCRIPTION
                       TO WS-RC-DESCRIPTION(WS-FOUND-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.

       E300-RETIRE-CODE.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZEROS
                   MOVE "CODE NOT ON FILE" TO WS-REJECT-REASON
               WHEN WS-RC-STATUS(WS-FOUND-IDX) = 'R'
                   MOVE "CODE ALREADY RETIRED" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'R' TO WS-RC-STATUS(WS-FOUND-IDX)
                   MOVE WS-TODAY TO WS-RC-STATUS-DATE(WS-FOUND-IDX)
                   ADD 1 TO WS-RETIRED-COUNT
           END-EVALUATE.

      *> Finds WS-NEW-KEY's ascending position, shifts the rest of
      *> the table up by one slot and grows WS-RC-COUNT - the
      *> BinarySearchMaintenance insert, on the type+code key. A key
      *> already in the table is left alone and flagged.
       F000-INSERT-CODE.
           MOVE 'N' TO WS-ALREADY-PRESENT.
           COMPUTE WS-INSERT-POSITION = WS-RC-COUNT + 1.

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-NEW-KEY = WS-RC-KEY(WS-RC-IDX)
                   MOVE 'Y' TO WS-ALREADY-PRESENT
               END-IF
               IF WS-NEW-KEY < WS-RC-KEY(WS-RC-IDX)
                   AND WS-INSERT-POSITION > WS-RC-COUNT
                   SET WS-INSERT-POSITION TO WS-RC-IDX
               END-IF
           END-PERFORM.

           IF WS-ALREADY-PRESENT = 'N'
               ADD 1 TO WS-RC-COUNT
               PERFORM VARYING WS-SHIFT-FROM FROM WS-RC-COUNT
                   BY -1 UNTIL WS-SHIFT-FROM = WS-INSERT-POSITION
                   MOVE WS-RC-ENTRY(WS-SHIFT-FROM - 1)
                       TO WS-RC-ENTRY(WS-SHIFT-FROM)
               END-PERFORM
               MOVE WS-NEW-ENTRY TO WS-RC-ENTRY(WS-INSERT-POSITION)
           END-IF.

       H000-REWRITE-REFCODES.
           OPEN OUTPUT REFCODE-FILE.

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               MOVE WS-RC-TYPE(WS-RC-IDX) TO REF-CODE-TYPE
               MOVE WS-RC-CODE(WS-RC-IDX) TO REF-CODE
               MOVE WS-RC-DESCRIPTION(WS-RC-IDX) TO REF-DESCRIPTION
               MOVE WS-RC-STATUS(WS-RC-IDX) TO REF-STATUS
               MOVE WS-RC-STATUS-DATE(WS-RC-IDX) TO REF-STATUS-DATE
               WRITE REFCODE-RECORD
           END-PERFORM.

           CLOSE REFCODE-FILE.
