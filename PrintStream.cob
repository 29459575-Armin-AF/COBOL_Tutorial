       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintStream.

      *> Daily print-vendor stream and mailing control - end of the
      *> insurance cycle. Every program that produces customer
      *> correspondence hands each document to the shared PrintSpool
      *> module as it writes its own text file; this run takes the
      *> spool (data/PRTSPOOL.DAT) and writes the one file the print
      *> vendor gets, data/PRINTSTR-<date>.DAT (stable copy
      *> data/PRINTSTR.DAT kept by ReportGen): per document a header
      *> record with the document type, recipient, mailing address
      *> and page count, then its print lines, and at the end a
      *> trailer per document type with piece and page counts and a
      *> TOTAL trailer. Nobody merges and counts the text files by
      *> hand any more.
      *> The mailing control report, data/MAILCTL-<date>.TXT (stable
      *> copy data/MAILCTL.TXT), lists the piece count each program
      *> reported at the end of its run (the control log,
      *> data/PRTCTL.DAT) and reconciles the total by document type
      *> against what went into the stream. In balance, the spool
      *> and control log are cleared for tomorrow. Out of balance,
      *> both are kept, the report says HOLD and the run ends with
      *> return code 1 so the cycle stops before postage is paid.
      *> An empty spool with nothing reported writes nothing, so a
      *> rerun cannot overwrite the day's stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-SPOOL-FILE ASSIGN TO 'data/PRTSPOOL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.

           SELECT PRINT-CONTROL-FILE ASSIGN TO 'data/PRTCTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PRINT-STREAM-FILE ASSIGN TO DYNAMIC
               WS-STREAM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STREAM-STATUS.

           SELECT MAIL-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-SPOOL-FILE.
       COPY PRTSPOOL.

       FD  PRINT-CONTROL-FILE.
       01  PRINT-CONTROL-LINE          PIC X(117).

       FD  PRINT-STREAM-FILE.
       COPY PRTSTRM.

       FD  MAIL-CONTROL-FILE.
       01  MAIL-CONTROL-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SPOOL-STATUS PIC X(2) VALUE '00'.
       01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-STREAM-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-SPOOL PIC X(1) VALUE 'N'.
       01 WS-END-OF-CONTROL PIC X(1) VALUE 'N'.
       01 WS-SPOOL-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-CONTROL-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.

       01 WS-STREAM-FILENAME PIC X(40) VALUE SPACES.
       01 WS-STREAM-STABLE PIC X(40) VALUE 'data/PRINTSTR.DAT'.
       01 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STABLE PIC X(40) VALUE 'data/MAILCTL.TXT'.

      *> A control-log row read back in the spool's own layout.
       01 WS-CONTROL-ROW.
           05 WS-CTL-REC-TYPE           PIC X(1).
           05 WS-CTL-DOC-TYPE           PIC X(8).
           05 WS-CTL-PROGRAM            PIC X(20).
           05 WS-CTL-RUN-DATE           PIC 9(8).
           05 WS-CTL-PIECES             PIC 9(6).
           05 FILLER                    PIC X(74).

      *> The document being assembled - its header, and its lines
      *> held until the next header so the page count can go on
      *> the stream header ahead of them.
       01 WS-DOC-OPEN PIC X(1) VALUE 'N'.
       01 WS-DOC-HEADER.
           05 WS-DH-REC-TYPE            PIC X(1).
           05 WS-DH-DOC-TYPE            PIC X(8).
           05 WS-DH-PROGRAM             PIC X(20).
           05 WS-DH-RUN-DATE            PIC 9(8).
           05 WS-DH-RECIPIENT           PIC X(20).
           05 WS-DH-ADDR-STREET         PIC X(20).
           05 WS-DH-ADDR-CITY           PIC X(15).
           05 WS-DH-ADDR-STATE          PIC X(2).
           05 WS-DH-ADDR-ZIP            PIC X(5).
           05 WS-DH-REFERENCE           PIC X(10).
           05 FILLER                    PIC X(8).
       01 WS-DOC-LINE-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-DOC-LINES.
           05 WS-DOC-LINE OCCURS 200 TIMES PIC X(80).
       01 WS-DOC-SUB PIC 9(3) VALUE ZEROS.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-DOC-SEQ PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PAGES PIC 9(6) VALUE ZEROS.
       01 WS-ORPHAN-LINES PIC 9(5) VALUE ZEROS.
       01 WS-TRUNCATED-DOCS PIC 9(5) VALUE ZEROS.

      *> Pieces by document type - streamed from the spool, produced
      *> per the control log.
       01 WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 20 TIMES INDEXED BY WS-TY-IDX.
               10 WS-TY-DOC-TYPE        PIC X(8).
               10 WS-TY-STREAMED        PIC 9(6).
               10 WS-TY-PAGES           PIC 9(6).
               10 WS-TY-PRODUCED        PIC 9(6).
       01 WS-TYPE-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-TYPE-FOUND PIC 9(2) VALUE ZEROS.
       01 WS-LOOKUP-TYPE PIC X(8) VALUE SPACES.

       01 WS-TOTAL-STREAMED PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PRODUCED PIC 9(6) VALUE ZEROS.
       01 WS-DIFFERENCE PIC S9(6) VALUE ZEROS.
       01 WS-DIFFERENCE-DISPLAY PIC -(6)9.
       01 WS-RECON-STATUS PIC X(8) VALUE SPACES.
       01 WS-IN-BALANCE PIC X(1) VALUE 'Y'.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.

           OPEN INPUT PRINT-SPOOL-FILE.
           IF WS-SPOOL-STATUS = '00'
               MOVE 'Y' TO WS-SPOOL-ON-FILE
           END-IF.
           OPEN INPUT PRINT-CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               MOVE 'Y' TO WS-CONTROL-ON-FILE
           END-IF.

           IF WS-SPOOL-ON-FILE = 'Y'
               READ PRINT-SPOOL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-SPOOL
               END-READ
           ELSE
               MOVE 'Y' TO WS-END-OF-SPOOL
           END-IF.
           IF WS-CONTROL-ON-FILE = 'Y'
               READ PRINT-CONTROL-FILE INTO WS-CONTROL-ROW
                   AT END MOVE 'Y' TO WS-END-OF-CONTROL
               END-READ
           ELSE
               MOVE 'Y' TO WS-END-OF-CONTROL
           END-IF.

           IF WS-END-OF-SPOOL = 'Y' AND WS-END-OF-CONTROL = 'Y'
               DISPLAY "NOTHING ON THE PRINT SPOOL - NO STREAM "
                   "WRITTEN"
               IF WS-SPOOL-ON-FILE = 'Y'
                   CLOSE PRINT-SPOOL-FILE
               END-IF
               IF WS-CONTROL-ON-FILE = 'Y'
                   CLOSE PRINT-CONTROL-FILE
               END-IF
               STOP RUN
           END-IF.

           STRING "data/PRINTSTR-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO WS-STREAM-FILENAME
           END-STRING.
           STRING "data/MAILCTL-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT PRINT-STREAM-FILE.
           OPEN OUTPUT MAIL-CONTROL-FILE.

           PERFORM UNTIL WS-END-OF-SPOOL = 'Y'
               PERFORM B000-TAKE-SPOOL-ROW

               READ PRINT-SPOOL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-SPOOL
               END-READ
           END-PERFORM.

           IF WS-DOC-OPEN = 'Y'
               PERFORM C000-WRITE-DOCUMENT
           END-IF.
           PERFORM D000-WRITE-TRAILERS.
           CLOSE PRINT-STREAM-FILE.
           IF WS-SPOOL-ON-FILE = 'Y'
               CLOSE PRINT-SPOOL-FILE
           END-IF.

           PERFORM E000-REPORT-CONTROLS.
           IF WS-CONTROL-ON-FILE = 'Y'
               CLOSE PRINT-CONTROL-FILE
           END-IF.
           PERFORM F000-RECONCILE.
           CLOSE MAIL-CONTROL-FILE.

           CALL 'ReportGen' USING WS-TODAY WS-STREAM-FILENAME
               WS-STREAM-STABLE.
           CALL 'ReportGen' USING WS-TODAY WS-REPORT-FILENAME
               WS-REPORT-STABLE.

           DISPLAY "DOCUMENTS STREAMED:    " WS-TOTAL-STREAMED.
           DISPLAY "PIECES REPORTED:       " WS-TOTAL-PRODUCED.
           DISPLAY "PAGES:                 " WS-TOTAL-PAGES.
           IF WS-IN-BALANCE = 'Y'
               PERFORM G000-CLEAR-SPOOL
               DISPLAY "MAILING IN BALANCE - STREAM RELEASED"
           ELSE
               DISPLAY "MAILING OUT OF BALANCE - STREAM HELD, SEE "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> A header closes out the document before it; a line joins
      *> the open document. A line with no document to join, or one
      *> past the 200-line hold, puts the mailing out of balance.
       B000-TAKE-SPOOL-ROW.
           EVALUATE PSP-REC-TYPE
               WHEN 'H'
                   IF WS-DOC-OPEN = 'Y'
                       PERFORM C000-WRITE-DOCUMENT
                   END-IF
                   MOVE PRTSPOOL-RECORD TO WS-DOC-HEADER
                   MOVE ZEROS TO WS-DOC-LINE-COUNT
                   MOVE 'Y' TO WS-DOC-OPEN
               WHEN 'D'
                   IF WS-DOC-OPEN = 'N'
                       ADD 1 TO WS-ORPHAN-LINES
                   ELSE
                       IF WS-DOC-LINE-COUNT < 200
                           ADD 1 TO WS-DOC-LINE-COUNT
                           MOVE PSP-LINE
                               TO WS-DOC-LINE(WS-DOC-LINE-COUNT)
                       ELSE
                           IF WS-DOC-LINE-COUNT = 200
                               ADD 1 TO WS-TRUNCATED-DOCS
                               ADD 1 TO WS-DOC-LINE-COUNT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ORPHAN-LINES
           END-EVALUATE.

       C000-WRITE-DOCUMENT.
           IF WS-DOC-LINE-COUNT > 200
               MOVE 200 TO WS-DOC-LINE-COUNT
           END-IF.
           COMPUTE WS-PAGE-COUNT =
               (WS-DOC-LINE-COUNT + WS-LINES-PER-PAGE - 1)
               / WS-LINES-PER-PAGE.
           IF WS-PAGE-COUNT = ZEROS
               MOVE 1 TO WS-PAGE-COUNT
           END-IF.

           ADD 1 TO WS-DOC-SEQ.
           MOVE SPACES TO PRINT-STREAM-RECORD.
           MOVE 'H' TO PST-REC-TYPE.
           MOVE WS-DH-DOC-TYPE TO PST-DOC-TYPE.
           MOVE WS-DOC-SEQ TO PST-DOC-SEQ.
           MOVE WS-DH-RECIPIENT TO PST-RECIPIENT.
           MOVE WS-DH-ADDR-STREET TO PST-ADDR-STREET.
           MOVE WS-DH-ADDR-CITY TO PST-ADDR-CITY.
           MOVE WS-DH-ADDR-STATE TO PST-ADDR-STATE.
           MOVE WS-DH-ADDR-ZIP TO PST-ADDR-ZIP.
           MOVE WS-DH-REFERENCE TO PST-REFERENCE.
           MOVE WS-PAGE-COUNT TO PST-PAGE-COUNT.
           MOVE WS-DH-PROGRAM TO PST-SOURCE.
           WRITE PRINT-STREAM-RECORD.

           PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > WS-DOC-LINE-COUNT
               MOVE SPACES TO PRINT-STREAM-RECORD
               MOVE 'D' TO PST-REC-TYPE
               MOVE WS-DOC-LINE(WS-DOC-SUB) TO PST-LINE
               WRITE PRINT-STREAM-RECORD
           END-PERFORM.

           MOVE WS-DH-DOC-TYPE TO WS-LOOKUP-TYPE.
           PERFORM H000-FIND-TYPE.
           IF WS-TYPE-FOUND NOT = ZEROS
               ADD 1 TO WS-TY-STREAMED(WS-TYPE-FOUND)
               ADD WS-PAGE-COUNT TO WS-TY-PAGES(WS-TYPE-FOUND)
           END-IF.
           ADD 1 TO WS-TOTAL-STREAMED.
           ADD WS-PAGE-COUNT TO WS-TOTAL-PAGES.
           MOVE 'N' TO WS-DOC-OPEN.

       D000-WRITE-TRAILERS.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TYPE-COUNT
               MOVE SPACES TO PRINT-STREAM-RECORD
               MOVE 'T' TO PST-REC-TYPE
               MOVE WS-TY-DOC-TYPE(WS-TY-IDX) TO PST-TRL-DOC-TYPE
               MOVE WS-TY-STREAMED(WS-TY-IDX) TO PST-TRL-PIECES
               MOVE WS-TY-PAGES(WS-TY-IDX) TO PST-TRL-PAGES
               WRITE PRINT-STREAM-RECORD
           END-PERFORM.

           MOVE SPACES TO PRINT-STREAM-RECORD.
           MOVE 'T' TO PST-REC-TYPE.
           MOVE 'TOTAL' TO PST-TRL-DOC-TYPE.
           MOVE WS-TOTAL-STREAMED TO PST-TRL-PIECES.
           MOVE WS-TOTAL-PAGES TO PST-TRL-PAGES.
           WRITE PRINT-STREAM-RECORD.

      *> One report line per control-log row - the pieces each
      *> program says it produced - totalled into the type table.
       E000-REPORT-CONTROLS.
           MOVE SPACES TO MAIL-CONTROL-LINE.
           STRING "MAILING CONTROL REPORT FOR " WS-TODAY
               DELIMITED BY SIZE INTO MAIL-CONTROL-LINE
           END-STRING.
           WRITE MAIL-CONTROL-LINE.
           MOVE SPACES TO MAIL-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE.
           MOVE "PIECES REPORTED BY PROGRAM" TO MAIL-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE.
           MOVE "PROGRAM              TYPE     RUN DATE  PIECES"
               TO MAIL-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE.

           PERFORM UNTIL WS-END-OF-CONTROL = 'Y'
               IF WS-CTL-REC-TYPE = 'C'
                   MOVE SPACES TO MAIL-CONTROL-LINE
                   STRING WS-CTL-PROGRAM ' ' WS-CTL-DOC-TYPE ' '
                       WS-CTL-RUN-DATE '  ' WS-CTL-PIECES
                       DELIMITED BY SIZE INTO MAIL-CONTROL-LINE
                   END-STRING
                   WRITE MAIL-CONTROL-LINE
                   MOVE WS-CTL-DOC-TYPE TO WS-LOOKUP-TYPE
                   PERFORM H000-FIND-TYPE
                   IF WS-TYPE-FOUND NOT = ZEROS
                       ADD WS-CTL-PIECES
                           TO WS-TY-PRODUCED(WS-TYPE-FOUND)
                   END-IF
                   ADD WS-CTL-PIECES TO WS-TOTAL-PRODUCED
               END-IF

               READ PRINT-CONTROL-FILE INTO WS-CONTROL-ROW
                   AT END MOVE 'Y' TO WS-END-OF-CONTROL
               END-READ
           END-PERFORM.

      *> Produced against streamed, type by type. Fewer in the
      *> stream than produced is a MISSING piece; more is EXTRA
      *> (a program that died before reporting its count).
       F000-RECONCILE.
           MOVE SPACES TO MAIL-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE.
           MOVE "RECONCILIATION BY DOCUMENT TYPE" TO MAIL-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE.
           MOVE "TYPE     PRODUCED STREAMED    PAGES   DIFF STATUS"
               TO MAIL-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE.

           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TYPE-COUNT
               COMPUTE WS-DIFFERENCE = WS-TY-STREAMED(WS-TY-IDX)
                   - WS-TY-PRODUCED(WS-TY-IDX)
               EVALUATE TRUE
                   WHEN WS-DIFFERENCE = ZEROS
                       MOVE 'OK' TO WS-RECON-STATUS
                   WHEN WS-DIFFERENCE < ZEROS
                       MOVE 'MISSING' TO WS-RECON-STATUS
                       MOVE 'N' TO WS-IN-BALANCE
                   WHEN OTHER
                       MOVE 'EXTRA' TO WS-RECON-STATUS
                       MOVE 'N' TO WS-IN-BALANCE
               END-EVALUATE
               MOVE WS-DIFFERENCE TO WS-DIFFERENCE-DISPLAY
               MOVE SPACES TO MAIL-CONTROL-LINE
               STRING WS-TY-DOC-TYPE(WS-TY-IDX) ' '
                   WS-TY-PRODUCED(WS-TY-IDX) '   '
                   WS-TY-STREAMED(WS-TY-IDX) '   '
                   WS-TY-PAGES(WS-TY-IDX) ' '
                   WS-DIFFERENCE-DISPLAY ' ' WS-RECON-STATUS
                   DELIMITED BY SIZE INTO MAIL-CONTROL-LINE
               END-STRING
               WRITE MAIL-CONTROL-LINE
           END-PERFORM.

           MOVE SPACES TO MAIL-CONTROL-LINE.
           STRING "TOTAL    " WS-TOTAL-PRODUCED '   '
               WS-TOTAL-STREAMED '   ' WS-TOTAL-PAGES
               DELIMITED BY SIZE INTO MAIL-CONTROL-LINE
           END-STRING.
           WRITE MAIL-CONTROL-LINE.

           IF WS-ORPHAN-LINES NOT = ZEROS
               MOVE 'N' TO WS-IN-BALANCE
               MOVE SPACES TO MAIL-CONTROL-LINE
               STRING "SPOOL ROWS OUTSIDE ANY DOCUMENT: "
                   WS-ORPHAN-LINES
                   DELIMITED BY SIZE INTO MAIL-CONTROL-LINE
               END-STRING
               WRITE MAIL-CONTROL-LINE
           END-IF.
           IF WS-TRUNCATED-DOCS NOT = ZEROS
               MOVE 'N' TO WS-IN-BALANCE
               MOVE SPACES TO MAIL-CONTROL-LINE
               STRING "DOCUMENTS CUT SHORT AT 200 LINES: "
                   WS-TRUNCATED-DOCS
                   DELIMITED BY SIZE INTO MAIL-CONTROL-LINE
               END-STRING
               WRITE MAIL-CONTROL-LINE
           END-IF.

           MOVE SPACES TO MAIL-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE.
           IF WS-IN-BALANCE = 'Y'
               MOVE "MAILING IN BALANCE - RELEASE STREAM TO VENDOR"
                   TO MAIL-CONTROL-LINE
           ELSE
               MOVE "MAILING OUT OF BALANCE - HOLD STREAM, DO NOT MAIL"
                   TO MAIL-CONTROL-LINE
           END-IF.
           WRITE MAIL-CONTROL-LINE.

      *> Released - tomorrow's spool and control log start empty.
       G000-CLEAR-SPOOL.
           OPEN OUTPUT PRINT-SPOOL-FILE.
           CLOSE PRINT-SPOOL-FILE.
           OPEN OUTPUT PRINT-CONTROL-FILE.
           CLOSE PRINT-CONTROL-FILE.

       H000-FIND-TYPE.
           MOVE ZEROS TO WS-TYPE-FOUND.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TYPE-COUNT
               IF WS-TY-DOC-TYPE(WS-TY-IDX) = WS-LOOKUP-TYPE
                   SET WS-TYPE-FOUND TO WS-TY-IDX
               END-IF
           END-PERFORM.

           IF WS-TYPE-FOUND = ZEROS
               IF WS-TYPE-COUNT < 20
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND
                   MOVE WS-LOOKUP-TYPE TO WS-TY-DOC-TYPE(WS-TYPE-FOUND)
                   MOVE ZEROS TO WS-TY-STREAMED(WS-TYPE-FOUND)
                   MOVE ZEROS TO WS-TY-PAGES(WS-TYPE-FOUND)
                   MOVE ZEROS TO WS-TY-PRODUCED(WS-TYPE-FOUND)
               ELSE
                   DISPLAY "DOCUMENT TYPE TABLE FULL, NOT COUNTED: "
                       WS-LOOKUP-TYPE
                   MOVE 'N' TO WS-IN-BALANCE
               END-IF
           END-IF.
