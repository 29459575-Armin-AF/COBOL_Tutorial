       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODBackup.

      *> End-of-day backup set. Copies every master, sequence and
      *> control file named on BKUPLIST.DAT into a dated set,
      *> data/BKUP-<date>/, laid out as the files lie in the working
      *> directory so a restore is a copy back. As each file is
      *> copied it is read end to end for its record count and a
      *> hash total of one amount field, and both go on the set's
      *> manifest, data/BKUP-<date>/MANIFEST.DAT - the proof the set
      *> is whole. A file not on disk is recorded as absent rather
      *> than failing the night; a file that will not open or copy
      *> fails the step with return code 1.
      *> Run as "EODBackup VERIFY" (optionally followed by a set date,
      *> the business date when omitted) it copies nothing: it
      *> re-reads every file in the set through the same record
      *> layouts, compares the count and hash with the manifest,
      *> lists the result on data/BKUP-<date>/VERIFY.TXT and ends
      *> with return code 2 when any copy does not prove out.
      *> After a good backup only the newest generations are kept -
      *> the number on BKUPGEN.DAT, 7 when the file is absent - and
      *> older sets are removed, listed the same way the archive
      *> programs list their generations.
      *> Runs at the end of NightlyBatch.cob, backup then verify,
      *> once the cycle has balanced and before the business date
      *> rolls, so the set is the closing position of the day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-LIST-FILE ASSIGN TO 'BKUPLIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT GENERATIONS-FILE ASSIGN TO 'BKUPGEN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

           SELECT MANIFEST-FILE
           ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT VERIFY-REPORT-FILE
           ASSIGN TO DYNAMIC WS-VERIFY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.

           SELECT SET-LIST-FILE ASSIGN TO 'data/BKUPSETS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETLIST-STATUS.

      *> The files being counted - the live file at backup time, the
      *> copy in the set at verify time - through one path name.
           SELECT SEQ-BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-STATUS.

           SELECT EMPLOYEE-BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BK-PATH
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-BK-REL-KEY
           FILE STATUS IS WS-BK-STATUS.

           SELECT POLICY-BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BK-PATH
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-BK-REL-KEY
           FILE STATUS IS WS-BK-STATUS.

           SELECT CUSTOMER-BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BK-PATH
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-BK-REL-KEY
           FILE STATUS IS WS-BK-STATUS.

           SELECT INSTALLMENT-BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BK-PATH
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-BK-REL-KEY
           FILE STATUS IS WS-BK-STATUS.

           SELECT QUOTE-BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BK-PATH
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-BK-REL-KEY
           FILE STATUS IS WS-BK-STATUS.

           SELECT CLAIMS-BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-BK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-LIST-FILE.
       COPY BKUPLST.

       FD  GENERATIONS-FILE.
       01  GENERATIONS-RECORD.
           05  GEN-KEEP-COUNT          PIC 9(3).

       FD  MANIFEST-FILE.
       COPY BKUPMAN.

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE          PIC X(120).

       FD  SET-LIST-FILE.
       01  SET-LIST-RECORD             PIC X(40).

       FD  SEQ-BACKUP-FILE.
       01  SEQ-BACKUP-RECORD           PIC X(512).

       FD  EMPLOYEE-BACKUP-FILE.
       COPY EMPLOYEE.

       FD  POLICY-BACKUP-FILE.
       COPY POLICYREC.

       FD  CUSTOMER-BACKUP-FILE.
       COPY CUSTMST.

       FD  INSTALLMENT-BACKUP-FILE.
       COPY INSTSCHD.

       FD  QUOTE-BACKUP-FILE.
       COPY QUOTEREC.

       FD  CLAIMS-BACKUP-FILE.
       COPY CLAIMREC.

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS PIC X(2) VALUE '00'.
       01 WS-GEN-STATUS PIC X(2) VALUE '00'.
       01 WS-MANIFEST-STATUS PIC X(2) VALUE '00'.
       01 WS-VERIFY-STATUS PIC X(2) VALUE '00'.
       01 WS-SETLIST-STATUS PIC X(2) VALUE '00'.
       01 WS-BK-STATUS PIC X(2) VALUE '00'.
       01 WS-BK-REL-KEY PIC 9(9) VALUE ZEROS.
       01 WS-END-OF-LIST PIC X(1) VALUE 'N'.
       01 WS-END-OF-FILE PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-RUN-PARMS PIC X(30) VALUE SPACES.
       01 WS-RUN-MODE PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-SET-DATE PIC 9(8) VALUE ZEROS.
       01 WS-SET-DIR PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-FILENAME PIC X(60) VALUE SPACES.
       01 WS-VERIFY-FILENAME PIC X(60) VALUE SPACES.
       01 WS-BK-PATH PIC X(80) VALUE SPACES.
       01 WS-SHELL-COMMAND PIC X(250) VALUE SPACES.

      *> The file being counted and what the count found.
       01 WS-CUR-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-CUR-ORG PIC X(1) VALUE SPACES.
       01 WS-CUR-HASH-START PIC 9(4) VALUE ZEROS.
       01 WS-CUR-HASH-LENGTH PIC 9(2) VALUE ZEROS.
       01 WS-CUR-PRESENT PIC X(1) VALUE 'N'.
       01 WS-CUR-ERROR PIC X(1) VALUE 'N'.
       01 WS-CUR-RECORDS PIC 9(9) VALUE ZEROS.
       01 WS-CUR-HASH PIC 9(15) VALUE ZEROS.
       01 WS-HASH-AREA PIC X(512) VALUE SPACES.

       01 WS-FILE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ABSENT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PROVED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-RECORD-TOTAL PIC 9(11) VALUE ZEROS.

      *> Retention - the sets on disk, oldest first.
       01 WS-KEEP-GENERATIONS PIC 9(3) VALUE 7.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 400 TIMES.
               10 WS-SET-NAME          PIC X(40).
       01 WS-SET-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-SET-SUB PIC 9(3) VALUE ZEROS.
       01 WS-REMOVE-COUNT PIC 9(3) VALUE ZEROS.

       01 WS-VERIFY-HEADER-1.
           05 FILLER PIC X(33)
               VALUE "BACKUP SET VERIFICATION - SET OF ".
           05 WS-VH-SET-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE "  VERIFIED ON".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-VH-RUN-DATE PIC 9(8).
       01 WS-VERIFY-HEADER-2.
           05 FILLER PIC X(31) VALUE "FILE".
           05 FILLER PIC X(4) VALUE "ORG".
           05 FILLER PIC X(12) VALUE "  MANIF RECS".
           05 FILLER PIC X(12) VALUE "   COPY RECS".
           05 FILLER PIC X(20) VALUE "       MANIFEST HASH".
           05 FILLER PIC X(20) VALUE "           COPY HASH".
           05 FILLER PIC X(10) VALUE "  RESULT".
       01 WS-VERIFY-DETAIL.
           05 WS-VD-FILE-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-VD-ORG PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-VD-MANIF-RECS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VD-COPY-RECS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-VD-MANIF-HASH PIC Z(14)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-VD-COPY-HASH PIC Z(14)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-VD-RESULT PIC X(10).
       01 WS-VERIFY-TOTAL.
           05 FILLER PIC X(16) VALUE "FILES PROVED:   ".
           05 WS-VT-PROVED PIC ZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "   NOT PROVED:      ".
           05 WS-VT-MISMATCH PIC ZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "   ABSENT AT BACKUP:".
           05 WS-VT-ABSENT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           ACCEPT WS-RUN-PARMS FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARMS DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-RUN-DATE
           END-UNSTRING.

           MOVE WS-BUS-DATE TO WS-SET-DATE.
           IF WS-RUN-MODE = 'VERIFY'
               AND WS-RUN-DATE(1:8) IS NUMERIC
               MOVE WS-RUN-DATE(1:8) TO WS-SET-DATE
           END-IF.

           MOVE SPACES TO WS-SET-DIR.
           STRING "data/BKUP-" WS-SET-DATE DELIMITED BY SIZE
               INTO WS-SET-DIR
           END-STRING.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING WS-SET-DIR DELIMITED BY SPACE
               "/MANIFEST.DAT" DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           END-STRING.

           IF WS-RUN-MODE = 'VERIFY'
               PERFORM C000-VERIFY-SET
           ELSE
               PERFORM B000-TAKE-BACKUP
               IF WS-ERROR-COUNT = ZEROS
                   PERFORM D000-APPLY-RETENTION
               END-IF
           END-IF.
           STOP RUN.

      *> The set is rebuilt from nothing on a rerun of the same
      *> night, so a half-written set never survives.
       B000-TAKE-BACKUP.
           OPEN INPUT BACKUP-LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN BKUPLIST.DAT, STATUS: "
                   WS-LIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-SHELL-COMMAND.
           STRING "rm -rf " DELIMITED BY SIZE
               WS-SET-DIR DELIMITED BY SPACE
               " && mkdir -p " DELIMITED BY SIZE
               WS-SET-DIR DELIMITED BY SPACE
               "/data" DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SHELL-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "UNABLE TO CREATE BACKUP SET "
                   FUNCTION TRIM(WS-SET-DIR)
               CLOSE BACKUP-LIST-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN " WS-MANIFEST-FILENAME
                   ", STATUS: " WS-MANIFEST-STATUS
               CLOSE BACKUP-LIST-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ BACKUP-LIST-FILE
               AT END MOVE 'Y' TO WS-END-OF-LIST
           END-READ.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               IF BKL-FILE-NAME NOT = SPACES
                   PERFORM B100-BACKUP-FILE
               END-IF
               READ BACKUP-LIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LIST
               END-READ
           END-PERFORM.

           CLOSE BACKUP-LIST-FILE.
           CLOSE MANIFEST-FILE.

           DISPLAY "BACKUP SET " FUNCTION TRIM(WS-SET-DIR) " FOR "
               WS-BUS-DATE.
           DISPLAY "FILES LISTED: " WS-FILE-COUNT
               "  RECORDS COPIED: " WS-RECORD-TOTAL.
           DISPLAY "FILES NOT ON DISK: " WS-ABSENT-COUNT.
           DISPLAY "FILES NOT BACKED UP: " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > ZEROS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       B100-BACKUP-FILE.
           ADD 1 TO WS-FILE-COUNT.
           MOVE BKL-FILE-NAME TO WS-CUR-FILE-NAME.
           MOVE BKL-ORG TO WS-CUR-ORG.
           MOVE BKL-HASH-START TO WS-CUR-HASH-START.
           MOVE BKL-HASH-LENGTH TO WS-CUR-HASH-LENGTH.
           MOVE BKL-FILE-NAME TO WS-BK-PATH.
           PERFORM E000-COUNT-FILE.

           IF WS-CUR-PRESENT = 'Y' AND WS-CUR-ERROR = 'N'
               PERFORM B200-COPY-FILE
           END-IF.

           INITIALIZE BKUPMAN-RECORD.
           MOVE WS-SET-DATE TO BKM-SET-DATE.
           MOVE BKL-FILE-NAME TO BKM-FILE-NAME.
           MOVE BKL-ORG TO BKM-ORG.
           MOVE BKL-HASH-START TO BKM-HASH-START.
           MOVE BKL-HASH-LENGTH TO BKM-HASH-LENGTH.
           MOVE BKL-HASH-FIELD TO BKM-HASH-FIELD.
           MOVE WS-CUR-PRESENT TO BKM-PRESENT.
           MOVE WS-CUR-RECORDS TO BKM-RECORDS.
           MOVE WS-CUR-HASH TO BKM-HASH-TOTAL.
           WRITE BKUPMAN-RECORD.

           IF WS-CUR-ERROR = 'Y'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-CUR-PRESENT = 'N'
                   ADD 1 TO WS-ABSENT-COUNT
                   DISPLAY "NOT ON DISK, NOT BACKED UP: "
                       WS-CUR-FILE-NAME
               ELSE
                   ADD WS-CUR-RECORDS TO WS-RECORD-TOTAL
               END-IF
           END-IF.

      *> An indexed master may be more than one file on disk (data
      *> and key parts), so every part of its name is copied.
       B200-COPY-FILE.
           MOVE SPACES TO WS-SHELL-COMMAND.
           IF WS-CUR-ORG = 'I'
               STRING "for f in " DELIMITED BY SIZE
                   WS-CUR-FILE-NAME DELIMITED BY SPACE
                   "*; do cp -p $f " DELIMITED BY SIZE
                   WS-SET-DIR DELIMITED BY SPACE
                   "/$f || exit 1; done" DELIMITED BY SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
           ELSE
               STRING "cp -p " DELIMITED BY SIZE
                   WS-CUR-FILE-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-SET-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-CUR-FILE-NAME DELIMITED BY SPACE
                   INTO WS-SHELL-COMMAND
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-SHELL-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "COPY FAILED: " WS-CUR-FILE-NAME
               MOVE 'Y' TO WS-CUR-ERROR
           END-IF.

       C000-VERIFY-SET.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "NO BACKUP SET MANIFEST "
                   FUNCTION TRIM(WS-MANIFEST-FILENAME) ", STATUS: "
                   WS-MANIFEST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-VERIFY-FILENAME.
           STRING WS-SET-DIR DELIMITED BY SPACE
               "/VERIFY.TXT" DELIMITED BY SIZE
               INTO WS-VERIFY-FILENAME
           END-STRING.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           IF WS-VERIFY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN " WS-VERIFY-FILENAME
                   ", STATUS: " WS-VERIFY-STATUS
               CLOSE MANIFEST-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-SET-DATE TO WS-VH-SET-DATE.
           MOVE WS-BUS-DATE TO WS-VH-RUN-DATE.
           WRITE VERIFY-REPORT-LINE FROM WS-VERIFY-HEADER-1.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE FROM WS-VERIFY-HEADER-2.

           READ MANIFEST-FILE
               AT END MOVE 'Y' TO WS-END-OF-LIST
           END-READ.
           PERFORM UNTIL WS-END-OF-LIST = 'Y'
               IF BKM-FILE-NAME NOT = SPACES
                   PERFORM C100-VERIFY-FILE
               END-IF
               READ MANIFEST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-LIST
               END-READ
           END-PERFORM.

           MOVE WS-PROVED-COUNT TO WS-VT-PROVED.
           MOVE WS-MISMATCH-COUNT TO WS-VT-MISMATCH.
           MOVE WS-ABSENT-COUNT TO WS-VT-ABSENT.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE FROM WS-VERIFY-TOTAL.

           CLOSE MANIFEST-FILE.
           CLOSE VERIFY-REPORT-FILE.

           DISPLAY "BACKUP SET " FUNCTION TRIM(WS-SET-DIR) " VERIFIED".
           DISPLAY "FILES PROVED: " WS-PROVED-COUNT
               "  NOT PROVED: " WS-MISMATCH-COUNT
               "  ABSENT AT BACKUP: " WS-ABSENT-COUNT.
           IF WS-MISMATCH-COUNT > ZEROS
               DISPLAY "BACKUP SET DOES NOT PROVE - SEE "
                   FUNCTION TRIM(WS-VERIFY-FILENAME)
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> A copy proves when it is there, reads clean, and gives back
      *> the manifest's record count and hash total.
       C100-VERIFY-FILE.
           MOVE BKM-FILE-NAME TO WS-CUR-FILE-NAME.
           MOVE BKM-ORG TO WS-CUR-ORG.
           MOVE BKM-HASH-START TO WS-CUR-HASH-START.
           MOVE BKM-HASH-LENGTH TO WS-CUR-HASH-LENGTH.

           MOVE BKM-FILE-NAME TO WS-VD-FILE-NAME.
           MOVE BKM-ORG TO WS-VD-ORG.
           MOVE BKM-RECORDS TO WS-VD-MANIF-RECS.
           MOVE BKM-HASH-TOTAL TO WS-VD-MANIF-HASH.
           MOVE ZEROS TO WS-VD-COPY-RECS.
           MOVE ZEROS TO WS-VD-COPY-HASH.

           IF BKM-PRESENT NOT = 'Y'
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "ABSENT" TO WS-VD-RESULT
           ELSE
               MOVE SPACES TO WS-BK-PATH
               STRING WS-SET-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   BKM-FILE-NAME DELIMITED BY SPACE
                   INTO WS-BK-PATH
               END-STRING
               PERFORM E000-COUNT-FILE
               MOVE WS-CUR-RECORDS TO WS-VD-COPY-RECS
               MOVE WS-CUR-HASH TO WS-VD-COPY-HASH
               EVALUATE TRUE
                   WHEN WS-CUR-ERROR = 'Y'
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE "UNREADABLE" TO WS-VD-RESULT
                   WHEN WS-CUR-PRESENT = 'N'
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE "MISSING" TO WS-VD-RESULT
                   WHEN WS-CUR-RECORDS NOT = BKM-RECORDS
                       OR WS-CUR-HASH NOT = BKM-HASH-TOTAL
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE "MISMATCH" TO WS-VD-RESULT
                   WHEN OTHER
                       ADD 1 TO WS-PROVED-COUNT
                       MOVE "OK" TO WS-VD-RESULT
               END-EVALUATE
               IF WS-VD-RESULT NOT = "OK"
                   DISPLAY "NOT PROVED: " BKM-FILE-NAME " "
                       WS-VD-RESULT
               END-IF
           END-IF.

           WRITE VERIFY-REPORT-LINE FROM WS-VERIFY-DETAIL.

      *> Keep the newest WS-KEEP-GENERATIONS sets. The set names
      *> carry the date, so the listing comes back oldest first.
       D000-APPLY-RETENTION.
           OPEN INPUT GENERATIONS-FILE.
           IF WS-GEN-STATUS = '00'
               READ GENERATIONS-FILE
                   NOT AT END
                       IF GEN-KEEP-COUNT IS NUMERIC
                           AND GEN-KEEP-COUNT > ZEROS
                           MOVE GEN-KEEP-COUNT TO WS-KEEP-GENERATIONS
                       END-IF
               END-READ
               CLOSE GENERATIONS-FILE
           END-IF.

           MOVE "ls -d data/BKUP-???????? > data/BKUPSETS.TMP 2>/dev/n
      -        "ull" TO WS-SHELL-COMMAND.
           CALL "SYSTEM" USING WS-SHELL-COMMAND.

           MOVE ZEROS TO WS-SET-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT SET-LIST-FILE.
           IF WS-SETLIST-STATUS = '00'
               READ SET-LIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   IF WS-SET-COUNT < 400
                       ADD 1 TO WS-SET-COUNT
                       MOVE SET-LIST-RECORD
                           TO WS-SET-NAME(WS-SET-COUNT)
                   END-IF
                   READ SET-LIST-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE SET-LIST-FILE
           END-IF.
           CALL "SYSTEM" USING "rm -f data/BKUPSETS.TMP".

           MOVE ZEROS TO WS-REMOVE-COUNT.
           IF WS-SET-COUNT > WS-KEEP-GENERATIONS
               COMPUTE WS-REMOVE-COUNT =
                   WS-SET-COUNT - WS-KEEP-GENERATIONS
           END-IF.
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-REMOVE-COUNT
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING "rm -rf " DELIMITED BY SIZE
                   WS-SET-NAME(WS-SET-SUB) DELIMITED BY SPACE
                   INTO WS-SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-COMMAND
               DISPLAY "BACKUP SET REMOVED: "
                   FUNCTION TRIM(WS-SET-NAME(WS-SET-SUB))
           END-PERFORM.
           DISPLAY "BACKUP GENERATIONS KEPT: " WS-KEEP-GENERATIONS.

      *> Count the file at WS-BK-PATH and hash-total its hash field.
      *> Not on disk leaves WS-CUR-PRESENT 'N'; any other open
      *> failure, or a relative/indexed name with no known layout,
      *> sets WS-CUR-ERROR.
       E000-COUNT-FILE.
           MOVE 'N' TO WS-CUR-PRESENT.
           MOVE 'N' TO WS-CUR-ERROR.
           MOVE ZEROS TO WS-CUR-RECORDS.
           MOVE ZEROS TO WS-CUR-HASH.
           MOVE 'N' TO WS-END-OF-FILE.

           EVALUATE WS-CUR-ORG
               WHEN 'S'
                   PERFORM E100-COUNT-SEQUENTIAL
               WHEN 'R'
               WHEN 'I'
                   EVALUATE WS-CUR-FILE-NAME
                       WHEN 'sample.dat'
                           PERFORM E200-COUNT-EMPLOYEE
                       WHEN 'data/POLICY.DAT'
                           PERFORM E300-COUNT-POLICY
                       WHEN 'data/CUSTOMER.DAT'
                           PERFORM E400-COUNT-CUSTOMER
                       WHEN 'data/INSTSCHED.DAT'
                           PERFORM E500-COUNT-INSTALLMENT
                       WHEN 'data/QUOTES.DAT'
                           PERFORM E600-COUNT-QUOTE
                       WHEN 'data/CLAIMS.DAT'
                           PERFORM E700-COUNT-CLAIMS
                       WHEN OTHER
                           DISPLAY "NO RECORD LAYOUT FOR "
                               WS-CUR-FILE-NAME
                           MOVE 'Y' TO WS-CUR-ERROR
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "UNKNOWN ORGANIZATION '" WS-CUR-ORG
                       "' FOR " WS-CUR-FILE-NAME
                   MOVE 'Y' TO WS-CUR-ERROR
           END-EVALUATE.

       E100-COUNT-SEQUENTIAL.
           OPEN INPUT SEQ-BACKUP-FILE.
           EVALUATE WS-BK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CUR-PRESENT
                   READ SEQ-BACKUP-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       ADD 1 TO WS-CUR-RECORDS
                       MOVE SEQ-BACKUP-RECORD TO WS-HASH-AREA
                       PERFORM E900-ADD-HASH
                       READ SEQ-BACKUP-FILE
                           AT END MOVE 'Y' TO WS-END-OF-FILE
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-BACKUP-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   PERFORM E800-OPEN-FAILED
           END-EVALUATE.

       E200-COUNT-EMPLOYEE.
           OPEN INPUT EMPLOYEE-BACKUP-FILE.
           EVALUATE WS-BK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CUR-PRESENT
                   READ EMPLOYEE-BACKUP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       ADD 1 TO WS-CUR-RECORDS
                       MOVE EMPLOYEE-RECORD TO WS-HASH-AREA
                       PERFORM E900-ADD-HASH
                       READ EMPLOYEE-BACKUP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-END-OF-FILE
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-BACKUP-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   PERFORM E800-OPEN-FAILED
           END-EVALUATE.

       E300-COUNT-POLICY.
           OPEN INPUT POLICY-BACKUP-FILE.
           EVALUATE WS-BK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CUR-PRESENT
                   READ POLICY-BACKUP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       ADD 1 TO WS-CUR-RECORDS
                       MOVE POLICY-RECORD TO WS-HASH-AREA
                       PERFORM E900-ADD-HASH
                       READ POLICY-BACKUP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-END-OF-FILE
                       END-READ
                   END-PERFORM
                   CLOSE POLICY-BACKUP-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   PERFORM E800-OPEN-FAILED
           END-EVALUATE.

       E400-COUNT-CUSTOMER.
           OPEN INPUT CUSTOMER-BACKUP-FILE.
           EVALUATE WS-BK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CUR-PRESENT
                   READ CUSTOMER-BACKUP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       ADD 1 TO WS-CUR-RECORDS
                       MOVE CUSTOMER-RECORD TO WS-HASH-AREA
                       PERFORM E900-ADD-HASH
                       READ CUSTOMER-BACKUP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-END-OF-FILE
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-BACKUP-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   PERFORM E800-OPEN-FAILED
           END-EVALUATE.

       E500-COUNT-INSTALLMENT.
           OPEN INPUT INSTALLMENT-BACKUP-FILE.
           EVALUATE WS-BK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CUR-PRESENT
                   READ INSTALLMENT-BACKUP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       ADD 1 TO WS-CUR-RECORDS
                       MOVE INSTALLMENT-RECORD TO WS-HASH-AREA
                       PERFORM E900-ADD-HASH
                       READ INSTALLMENT-BACKUP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-END-OF-FILE
                       END-READ
                   END-PERFORM
                   CLOSE INSTALLMENT-BACKUP-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   PERFORM E800-OPEN-FAILED
           END-EVALUATE.

       E600-COUNT-QUOTE.
           OPEN INPUT QUOTE-BACKUP-FILE.
           EVALUATE WS-BK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CUR-PRESENT
                   READ QUOTE-BACKUP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       ADD 1 TO WS-CUR-RECORDS
                       MOVE QUOTE-RECORD TO WS-HASH-AREA
                       PERFORM E900-ADD-HASH
                       READ QUOTE-BACKUP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-END-OF-FILE
                       END-READ
                   END-PERFORM
                   CLOSE QUOTE-BACKUP-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   PERFORM E800-OPEN-FAILED
           END-EVALUATE.

       E700-COUNT-CLAIMS.
           OPEN INPUT CLAIMS-BACKUP-FILE.
           EVALUATE WS-BK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CUR-PRESENT
                   READ CLAIMS-BACKUP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       ADD 1 TO WS-CUR-RECORDS
                       MOVE CLAIM-RECORD TO WS-HASH-AREA
                       PERFORM E900-ADD-HASH
                       READ CLAIMS-BACKUP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-END-OF-FILE
                       END-READ
                   END-PERFORM
                   CLOSE CLAIMS-BACKUP-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   PERFORM E800-OPEN-FAILED
           END-EVALUATE.

       E800-OPEN-FAILED.
           DISPLAY "UNABLE TO OPEN " WS-BK-PATH ", STATUS: "
               WS-BK-STATUS.
           MOVE 'Y' TO WS-CUR-ERROR.

      *> The hash field's digits are added as a whole number; a
      *> record whose field is not numeric (a short line, a blank
      *> control record) adds nothing but is still counted.
       E900-ADD-HASH.
           IF WS-CUR-HASH-LENGTH > ZEROS
               AND WS-CUR-HASH-START > ZEROS
               AND WS-CUR-HASH-START + WS-CUR-HASH-LENGTH - 1
                   NOT > 512
               IF WS-HASH-AREA(WS-CUR-HASH-START:WS-CUR-HASH-LENGTH)
                   IS NUMERIC
                   COMPUTE WS-CUR-HASH = WS-CUR-HASH
                       + FUNCTION NUMVAL(WS-HASH-AREA
                           (WS-CUR-HASH-START:WS-CUR-HASH-LENGTH))
               END-IF
           END-IF.
