       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefCodeCheck.

      *> Shared reference-code validation - CALLed by every program
      *> that edits a coded field (insurance type, state, cancel
      *> reason, dependent relation, pay type/frequency, ...) instead
      *> of each one carrying its own hard-coded list. Given a code
      *> type and a code it returns the description from
      *> REFCODES.DAT and a validity flag:
      *>     'Y'  code is on file and active
      *>     'R'  code is on file but retired - not for new work
      *>     'N'  code is not on file
      *> The file is loaded ONCE per run, the same way AgentLicCheck
      *> holds its license table, and searched with BinarySearch's
      *> low/high/mid-pointer halving on the type+code key.
      *> RefCodeMaintenance keeps the file in key order; should a
      *> hand edit ever put it out of order the load says so and the
      *> search falls back to a straight pass rather than miss a
      *> code. No reference file at all means no code is valid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFCODE-FILE ASSIGN TO 'REFCODES.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFCODE-FILE.
       COPY REFCODE.

       WORKING-STORAGE SECTION.
       01 WS-REFCODE-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-REFCODES PIC X(1) VALUE 'N'.
       01 WS-TABLE-LOADED PIC X(1) VALUE 'N'.
       01 WS-TABLE-IN-ORDER PIC X(1) VALUE 'Y'.
       01 WS-TABLE-OVERFLOW PIC X(1) VALUE 'N'.

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

       01 WS-SEARCH-KEY.
           05 WS-SEARCH-TYPE        PIC X(8).
           05 WS-SEARCH-CODE        PIC X(20).
       01 WS-PREV-KEY PIC X(28) VALUE LOW-VALUES.

       01 TABLE-POINTERS.
           05 LOW-POINTER        PIC 9(3) VALUE 1.
           05 HIGH-POINTER       PIC 9(3) VALUE ZEROS.
           05 MID-POINTER        PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-CODE-TYPE           PIC X(8).
       01 LK-CODE                PIC X(20).
       01 LK-DESCRIPTION         PIC X(30).
       01 LK-VALID               PIC X(1).

       PROCEDURE DIVISION USING LK-CODE-TYPE LK-CODE
           LK-DESCRIPTION LK-VALID.
       REF-MAIN.
           IF WS-TABLE-LOADED = 'N'
               PERFORM B000-LOAD-REFCODES
           END-IF.

           MOVE LK-CODE-TYPE TO WS-SEARCH-TYPE.
           MOVE LK-CODE TO WS-SEARCH-CODE.
           MOVE ZEROS TO WS-FOUND-IDX.

           IF WS-TABLE-IN-ORDER = 'Y'
               PERFORM C000-BINARY-SEARCH
           ELSE
               PERFORM C100-LINEAR-SEARCH
           END-IF.

           IF WS-FOUND-IDX = ZEROS
               MOVE SPACES TO LK-DESCRIPTION
               MOVE 'N' TO LK-VALID
           ELSE
               MOVE WS-RC-DESCRIPTION(WS-FOUND-IDX) TO LK-DESCRIPTION
               IF WS-RC-STATUS(WS-FOUND-IDX) = 'R'
                   MOVE 'R' TO LK-VALID
               ELSE
                   MOVE 'Y' TO LK-VALID
               END-IF
           END-IF.
           GOBACK.

       B000-LOAD-REFCODES.
           MOVE ZEROS TO WS-RC-COUNT.
           MOVE 'N' TO WS-END-OF-REFCODES.

           OPEN INPUT REFCODE-FILE.
           IF WS-REFCODE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REFCODES.DAT, STATUS: "
                   WS-REFCODE-STATUS
               MOVE 'Y' TO WS-END-OF-REFCODES
           END-IF.

           PERFORM UNTIL WS-END-OF-REFCODES = 'Y'
               READ REFCODE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-REFCODES
                   NOT AT END
                       IF WS-RC-COUNT < 999
                           ADD 1 TO WS-RC-COUNT
                           MOVE REF-CODE-TYPE
                               TO WS-RC-TYPE(WS-RC-COUNT)
                           MOVE REF-CODE TO WS-RC-CODE(WS-RC-COUNT)
                           MOVE REF-DESCRIPTION
                               TO WS-RC-DESCRIPTION(WS-RC-COUNT)
                           MOVE REF-STATUS
                               TO WS-RC-STATUS(WS-RC-COUNT)
                           IF REF-KEY NOT > WS-PREV-KEY
                               MOVE 'N' TO WS-TABLE-IN-ORDER
                           END-IF
                           MOVE REF-KEY TO WS-PREV-KEY
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-REFCODE-STATUS = '00' OR WS-REFCODE-STATUS = '10'
               CLOSE REFCODE-FILE
           END-IF.
           IF WS-TABLE-IN-ORDER = 'N'
               DISPLAY "REFCODES.DAT OUT OF KEY SEQUENCE - RUN "
                   "RefCodeMaintenance TO RESEQUENCE"
           END-IF.
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "REFCODES.DAT OVER 999 ROWS - CODES PAST ROW "
                   "999 WILL SHOW AS NOT ON FILE"
           END-IF.
           MOVE 'Y' TO WS-TABLE-LOADED.

      *> BinarySearch.cob's halving search, on the type+code key.
       C000-BINARY-SEARCH.
           MOVE 1 TO LOW-POINTER.
           MOVE WS-RC-COUNT TO HIGH-POINTER.

           PERFORM UNTIL LOW-POINTER > HIGH-POINTER
               COMPUTE MID-POINTER = (LOW-POINTER + HIGH-POINTER) / 2
               IF WS-SEARCH-KEY = WS-RC-KEY(MID-POINTER)
                   MOVE MID-POINTER TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
               IF WS-SEARCH-KEY < WS-RC-KEY(MID-POINTER)
                   COMPUTE HIGH-POINTER = MID-POINTER - 1
               ELSE
                   COMPUTE LOW-POINTER = MID-POINTER + 1
               END-IF
           END-PERFORM.

       C100-LINEAR-SEARCH.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-KEY(WS-RC-IDX) = WS-SEARCH-KEY
                   SET WS-FOUND-IDX TO WS-RC-IDX
               END-IF
           END-PERFORM.
