       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-LETTER-FILENAME PIC X(40) VALUE SPACES.
       01 WS-LETTER-STABLE PIC X(40) VALUE 'data/DECLINE.TXT'.
      *> Print spool row (shared PrintSpool module) - one letter per
      *> decline, so that count is the piece count on the mailing
      *> control log.
       COPY PRTSPOOL.

       01 WS-TOTAL-PREMIUM PIC 9(7)V99 VALUE ZEROS.
       01 WS-RATE-FOUND PIC X(1) VALUE 'N'.
      *> nightly cycle holds the lock.
       01 WS-LOCKED-OUT PIC X(1) VALUE 'N'.

      *> Operator activity journal (shared OperJournal module) - the
      *> decision half of the segregation-of-duties check, stamped
      *> with whoever ran this job.
       01 WS-JRNL-PROGRAM PIC X(20) VALUE 'ReferralDisposition'.
       01 WS-JRNL-EVENT PIC X(8) VALUE 'DECISION'.
       01 WS-JRNL-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-JRNL-OBJ-TYPE PIC X(8) VALUE 'REFERRAL'.
       01 WS-JRNL-OBJ-KEY PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'BatchLockCheck' USING WS-LOCKED-OUT.
           CLOSE DECISION-TRANS-FILE.
           CLOSE QUOTE-MASTER.
           CLOSE DECLINE-LETTER-FILE.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'C' TO PSP-REC-TYPE.
           MOVE 'DECLINE' TO PSP-DOC-TYPE.
           MOVE WS-JRNL-PROGRAM TO PSP-PROGRAM.
           MOVE WS-RUN-DATE TO PSP-RUN-DATE.
           MOVE WS-DECLINED-COUNT TO PSP-PIECES.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.
           CALL 'ReportGen' USING WS-RUN-DATE WS-LETTER-FILENAME
               WS-LETTER-STABLE.

                       UWDEC-APPLICANT-ID
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN UWDEC-DECISION = 'A'
                   PERFORM C100-JOURNAL-DECISION
                   PERFORM D000-APPROVE-REFERRAL
               WHEN UWDEC-DECISION = 'D'
                   PERFORM C100-JOURNAL-DECISION
                   PERFORM F000-DECLINE-REFERRAL
               WHEN OTHER
                   DISPLAY "DECISION REJECTED, BAD CODE "
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       C100-JOURNAL-DECISION.
           MOVE UWDEC-APPLICANT-ID TO WS-JRNL-OBJ-KEY.
           CALL 'OperJournal' USING WS-JRNL-PROGRAM WS-JRNL-EVENT
               WS-JRNL-OPERATOR WS-JRNL-OBJ-TYPE WS-JRNL-OBJ-KEY.

      *> The underwriter may have trimmed the terms - zeros mean "as
      *> applied for". The result is priced and quoted exactly like
      *> an automatic application, so QuoteBind needs nothing new.
                   UWDEC-APPLICANT-ID
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               CALL 'PremiumCalcTerritory' USING
                   WS-RF-STATE(WS-FOUND-IDX) WS-RF-ZIP(WS-FOUND-IDX)
                   WS-RF-TYPE(WS-FOUND-IDX) WS-TOTAL-PREMIUM
               END-CALL
               IF WS-RF-DEDUCTIBLE(WS-FOUND-IDX) NOT = ZEROS
                   CALL 'PremiumCalcDeductible' USING
                       WS-RF-DEDUCTIBLE(WS-FOUND-IDX)
           END-WRITE.

       F000-DECLINE-REFERRAL.
           MOVE SPACES TO PRTSPOOL-RECORD.
           MOVE 'H' TO PSP-REC-TYPE.
           MOVE 'DECLINE' TO PSP-DOC-TYPE.
           MOVE WS-JRNL-PROGRAM TO PSP-PROGRAM.
           MOVE WS-RUN-DATE TO PSP-RUN-DATE.
           MOVE WS-RF-NAME(WS-FOUND-IDX) TO PSP-RECIPIENT.
           MOVE WS-RF-STREET(WS-FOUND-IDX) TO PSP-ADDR-STREET.
           MOVE WS-RF-CITY(WS-FOUND-IDX) TO PSP-ADDR-CITY.
           MOVE WS-RF-STATE(WS-FOUND-IDX) TO PSP-ADDR-STATE.
           MOVE WS-RF-ZIP(WS-FOUND-IDX) TO PSP-ADDR-ZIP.
           MOVE WS-RF-APPLICANT(WS-FOUND-IDX) TO PSP-REFERENCE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

           MOVE "==========================================="
               TO DECLINE-LETTER-LINE.
           PERFORM F100-WRITE-LETTER-LINE.
           MOVE "REGARDING YOUR INSURANCE APPLICATION"
               TO DECLINE-LETTER-LINE.
           PERFORM F100-WRITE-LETTER-LINE.

           MOVE WS-RF-NAME(WS-FOUND-IDX) TO DECLINE-LETTER-LINE.
           PERFORM F100-WRITE-LETTER-LINE.
           MOVE WS-RF-STREET(WS-FOUND-IDX) TO DECLINE-LETTER-LINE.
           PERFORM F100-WRITE-LETTER-LINE.
           MOVE SPACES TO DECLINE-LETTER-LINE.
           STRING WS-RF-CITY(WS-FOUND-IDX) ' '
               WS-RF-STATE(WS-FOUND-IDX) ' '
               WS-RF-ZIP(WS-FOUND-IDX)
               DELIMITED BY SIZE INTO DECLINE-LETTER-LINE
           END-STRING.
           PERFORM F100-WRITE-LETTER-LINE.

           MOVE "AFTER UNDERWRITING REVIEW WE ARE UNABLE TO"
               TO DECLINE-LETTER-LINE.
           PERFORM F100-WRITE-LETTER-LINE.
           MOVE "OFFER COVERAGE AT THIS TIME."
               TO DECLINE-LETTER-LINE.
           PERFORM F100-WRITE-LETTER-LINE.

           MOVE SPACES TO DECLINE-LETTER-LINE.
           STRING "REASON: " UWDEC-REASON
               DELIMITED BY SIZE INTO DECLINE-LETTER-LINE
           END-STRING.
           PERFORM F100-WRITE-LETTER-LINE.

           MOVE 'Y' TO WS-RF-WORKED(WS-FOUND-IDX).
           ADD 1 TO WS-DECLINED-COUNT.

      *> Each letter line goes to the mailing file and to the day's
      *> print spool for the vendor stream.
       F100-WRITE-LETTER-LINE.
           WRITE DECLINE-LETTER-LINE.
           MOVE 'D' TO PSP-REC-TYPE.
           MOVE DECLINE-LETTER-LINE TO PSP-LINE.
           CALL 'PrintSpool' USING PRTSPOOL-RECORD.

       G000-NEXT-QUOTE-NUMBER.
           MOVE ZEROS TO QTESEQ-LAST-NUMBER.
           OPEN INPUT QUOTE-SEQUENCE.
