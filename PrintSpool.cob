       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintSpool.

      *> Shared print-spool writer - CALLed by every program that
      *> produces customer correspondence (declarations pages,
      *> renewal, non-renewal, lapse and past-due notices, refund and
      *> decline letters, premium-paid statements, agent transfer
      *> letters, student letters) so each document also lands on
      *> the day's print spool, data/PRTSPOOL.DAT, alongside the
      *> program's own text file.
      *> The caller passes a PRTSPOOL-RECORD: an 'H' starts a
      *> document, each 'D' is one of its lines, and the 'C' the
      *> caller sends at the end of its run records how many pieces
      *> it produced on the mailing control log, data/PRTCTL.DAT,
      *> and closes the spool.
      *> PrintStream.cob builds the vendor's stream from the spool and
      *> reconciles it to the control log, so a notice that never
      *> reached the spool is caught before the mailing goes out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-SPOOL-FILE ASSIGN TO 'data/PRTSPOOL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.

           SELECT PRINT-CONTROL-FILE ASSIGN TO 'data/PRTCTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-SPOOL-FILE.
       01  PRINT-SPOOL-LINE            PIC X(117).

       FD  PRINT-CONTROL-FILE.
       01  PRINT-CONTROL-LINE          PIC X(117).

       WORKING-STORAGE SECTION.
       01 WS-SPOOL-STATUS PIC X(2) VALUE '00'.
       01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-SPOOL-OPEN PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       COPY PRTSPOOL.

       PROCEDURE DIVISION USING PRTSPOOL-RECORD.
       SPOOL-MAIN.
           EVALUATE PSP-REC-TYPE
               WHEN 'H'
               WHEN 'D'
                   IF WS-SPOOL-OPEN = 'N'
                       PERFORM B000-OPEN-SPOOL
                   END-IF
                   MOVE PRTSPOOL-RECORD TO PRINT-SPOOL-LINE
                   WRITE PRINT-SPOOL-LINE
               WHEN 'C'
                   IF WS-SPOOL-OPEN = 'Y'
                       CLOSE PRINT-SPOOL-FILE
                       MOVE 'N' TO WS-SPOOL-OPEN
                   END-IF
                   PERFORM C000-WRITE-CONTROL
               WHEN OTHER
                   DISPLAY "PRINTSPOOL: UNKNOWN RECORD TYPE '"
                       PSP-REC-TYPE "' FROM " PSP-PROGRAM
           END-EVALUATE.
           GOBACK.

       B000-OPEN-SPOOL.
           OPEN EXTEND PRINT-SPOOL-FILE.
           IF WS-SPOOL-STATUS = '35'
               OPEN OUTPUT PRINT-SPOOL-FILE
           END-IF.
           MOVE 'Y' TO WS-SPOOL-OPEN.

       C000-WRITE-CONTROL.
           OPEN EXTEND PRINT-CONTROL-FILE.
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT PRINT-CONTROL-FILE
           END-IF.
           MOVE PRTSPOOL-RECORD TO PRINT-CONTROL-LINE.
           WRITE PRINT-CONTROL-LINE.
           CLOSE PRINT-CONTROL-FILE.
