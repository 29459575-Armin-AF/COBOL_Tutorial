      *> data/DECPAGE.TXT: policy number, holder name and address,
      *> type, coverage or declared value, smoker class, deductible,
      *> premium, agent of record, and the effective dates of the
      *> current annual term. Until this existed a new policyholder got
      *> nothing in writing before their first bill. A policy
      *> flagged bad-address by ReturnedMail.cob gets no page - a row
      *> goes to the returned-mail worklist (data/RETMAILWK.DAT)
      *> instead, to be re-issued once a new address is keyed.
      *> Each page also goes to the day's print spool through
      *> PrintSpool.cob, one piece on the mailing control log, for
      *> PrintStream.cob's vendor stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENT-STATUS.

           SELECT RETMAIL-WORK-FILE ASSIGN TO 'data/RETMAILWK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEC-PAGE-FILE.
       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  RETMAIL-WORK-FILE.
       COPY RMWORK.

       WORKING-STORAGE SECTION.
       01 WS-DECPAGE-STATUS PIC X(2) VALUE '00'.
       01 WS-AGENT-STATUS PIC X(2) VALUE '00'.
       01 WS-RETMAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-AGENTS PIC X(1) VALUE 'N'.
       01 WS-AGENT-NAME PIC X(20) VALUE SPACES.
       01 WS-TERM-END-INT PIC 9(8) VALUE ZEROS.
       01 WS-TERM-END PIC 9(8) VALUE ZEROS.
       01 WS-TERM-START PIC 9(8) VALUE ZEROS.
       01 WS-TERM-DAYS PIC 9(3) VALUE 365.
       01 WS-SMOKER-TEXT PIC X(10) VALUE SPACES.
       COPY PRTSPOOL.

       LINKAGE SECTION.
       COPY POLICYREC.

       PROCEDURE DIVISION USING POLICY-RECORD.
       DEC-MAIN.
           IF POLICY-BAD-ADDR-FLAG = 'Y'
               PERFORM D000-HOLD-PAGE
               GOBACK
           END-IF.

           PERFORM B000-FIND-AGENT-NAME.

      *> The term on the master wins once a policy carries one - a
      *> renewed policy's page shows the term it is in now, not its
      *> first year.
           IF POLICY-TERM-EXPIRY NOT = ZEROS
               MOVE POLICY-TERM-EXPIRY TO WS-TERM-END
               COMPUTE WS-TERM-END-INT =
                   FUNCTION INTEGER-OF-DATE(POLICY-TERM-EXPIRY)
                   - WS-TERM-DAYS
               COMPUTE WS-TERM-START =
                   FUNCTION DATE-OF-INTEGER(WS-TERM-END-INT)
           ELSE
               MOVE POLICY-ISSUE-DATE TO WS-TERM-START
               COMPUTE WS-TERM-END-INT =
                   FUNCTION INTEGER-OF-DATE(POLICY-ISSUE-DATE)
                   + WS-TERM-DAYS
               COMPUTE WS-TERM-END =
                   FUNCTION DATE-OF-INTEGER(WS-TERM-END-INT)
           END-IF.

           IF POLICY-SMOKER = 'Y'
               MOVE 'SMOKER' TO WS-SMOKER-TEXT
               OPEN OUTPUT DEC-PAGE-FILE
           END-IF.

           PERFORM C050-SPOOL-HEADER.
           PERFORM C000-WRITE-PAGE.

           CLOSE DEC-PAGE-FILE.

      *> One page is one piece on the mailing control log.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'DECPAGE' TO PSP-DOC-TYPE.
           MOVE 'DecPage' TO PSP-PROGRAM.
           CALL 'GetBusDate' USING PSP-RUN-DATE.
           MOVE 1 TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           GOBACK.

       B000-FIND-AGENT-NAME.
       C000-WRITE-PAGE.
           MOVE "==========================================="
               TO DEC-PAGE-LINE.
           PERFORM C100-WRITE-LINE.
           MOVE "DECLARATIONS PAGE" TO DEC-PAGE-LINE.
           PERFORM C100-WRITE-LINE.

           MOVE POLICY-HOLDER-NAME TO DEC-PAGE-LINE.
           PERFORM C100-WRITE-LINE.
           MOVE POLICY-ADDR-STREET TO DEC-PAGE-LINE.
           PERFORM C100-WRITE-LINE.
           MOVE SPACES TO DEC-PAGE-LINE.
           STRING POLICY-ADDR-CITY ' ' POLICY-ADDR-STATE ' '
               POLICY-ADDR-ZIP
               DELIMITED BY SIZE INTO DEC-PAGE-LINE
           END-STRING.
           PERFORM C100-WRITE-LINE.

           MOVE SPACES TO DEC-PAGE-LINE.
           STRING "POLICY NUMBER:    " POLICY-NUMBER
               DELIMITED BY SIZE INTO DEC-PAGE-LINE
           END-STRING.
           PERFORM C100-WRITE-LINE.

           MOVE SPACES TO DEC-PAGE-LINE.
           STRING "POLICY TYPE:      " POLICY-TYPE
               DELIMITED BY SIZE INTO DEC-PAGE-LINE
           END-STRING.
           PERFORM C100-WRITE-LINE.

           MOVE SPACES TO DEC-PAGE-LINE.
           STRING "EFFECTIVE:        " WS-TERM-START
               " TO " WS-TERM-END
               DELIMITED BY SIZE INTO DEC-PAGE-LINE
           END-STRING.
           PERFORM C100-WRITE-LINE.

           IF POLICY-TYPE = 'AUTO' OR POLICY-TYPE = 'HOME'
               MOVE SPACES TO DEC-PAGE-LINE
               STRING "DECLARED VALUE:   " POLICY-DECLARED-VALUE
                   DELIMITED BY SIZE INTO DEC-PAGE-LINE
               END-STRING
               PERFORM C100-WRITE-LINE
               MOVE SPACES TO DEC-PAGE-LINE
               STRING "DEDUCTIBLE:       " POLICY-DEDUCTIBLE
                   DELIMITED BY SIZE INTO DEC-PAGE-LINE
               END-STRING
               PERFORM C100-WRITE-LINE
           ELSE
               MOVE SPACES TO DEC-PAGE-LINE
               STRING "COVERAGE AMOUNT:  " POLICY-COVERAGE-AMOUNT
                   DELIMITED BY SIZE INTO DEC-PAGE-LINE
               END-STRING
               PERFORM C100-WRITE-LINE
               MOVE SPACES TO DEC-PAGE-LINE
               STRING "RISK CLASS:       " WS-SMOKER-TEXT
                   DELIMITED BY SIZE INTO DEC-PAGE-LINE
               END-STRING
               PERFORM C100-WRITE-LINE
           END-IF.

           MOVE SPACES TO DEC-PAGE-LINE.
           STRING "ANNUAL PREMIUM:   " POLICY-PREMIUM
               DELIMITED BY SIZE INTO DEC-PAGE-LINE
           END-STRING.
           PERFORM C100-WRITE-LINE.

           MOVE SPACES TO DEC-PAGE-LINE.
           STRING "AGENT OF RECORD:  " POLICY-AGENT-CODE ' '
               WS-AGENT-NAME
               DELIMITED BY SIZE INTO DEC-PAGE-LINE
           END-STRING.
           PERFORM C100-WRITE-LINE.

      *> The page also goes to the day's print spool for the
      *> vendor stream - the header carries the mailing address.
       C050-SPOOL-HEADER.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'DECPAGE' TO PSP-DOC-TYPE.
           MOVE 'DecPage' TO PSP-PROGRAM.
           CALL 'GetBusDate' USING PSP-RUN-DATE.
           MOVE POLICY-HOLDER-NAME TO PSP-RECIPIENT.
           MOVE POLICY-ADDR-STREET TO PSP-ADDR-STREET.
           MOVE POLICY-ADDR-CITY TO PSP-ADDR-CITY.
           MOVE POLICY-ADDR-STATE TO PSP-ADDR-STATE.
           MOVE POLICY-ADDR-ZIP TO PSP-ADDR-ZIP.
           MOVE POLICY-NUMBER TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

       C100-WRITE-LINE.
           WRITE DEC-PAGE-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE DEC-PAGE-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

      *> Mail to this address has come back - the page waits on the
      *> returned-mail worklist for a corrected address.
       D000-HOLD-PAGE.
           OPEN EXTEND RETMAIL-WORK-FILE.
           IF WS-RETMAIL-STATUS = '35'
               OPEN OUTPUT RETMAIL-WORK-FILE
           END-IF.
           CALL 'GetBusDate' USING RMWORK-RUN-DATE.
           MOVE 'DECPAGE' TO RMWORK-DOCUMENT.
           MOVE POLICY-NUMBER TO RMWORK-POLICY-NUMBER.
           MOVE POLICY-CUST-NUMBER TO RMWORK-CUST-NUMBER.
           MOVE POLICY-HOLDER-NAME TO RMWORK-HOLDER-NAME.
           MOVE POLICY-BAD-ADDR-DATE TO RMWORK-BAD-ADDR-DATE.
           MOVE ZEROS TO RMWORK-AMOUNT.
           WRITE RMWORK-RECORD.
           CLOSE RETMAIL-WORK-FILE.
