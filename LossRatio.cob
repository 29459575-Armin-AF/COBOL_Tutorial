      *> the claims master against the active written premium the
      *> policy master carries per POLICY-TYPE (the same totals
      *> PremiumSummary.cob reports), so underwriting can finally see
      *> whether each line of business is profitable. Gross paid,
      *> subrogation/salvage recoveries and net incurred (paid plus
      *> open reserves less recoveries) print separately, and the
      *> ratio is taken on net incurred.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'data/POLICY.DAT'
       COPY POLICYREC.

       FD  LOSS-REPORT-FILE.
       01  LOSS-REPORT-LINE            PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CLAIMS-STATUS PIC X(2) VALUE '00'.
       01 WS-END-OF-POLICIES PIC X(1) VALUE 'N'.
       01 WS-END-OF-CLAIMS PIC X(1) VALUE 'N'.
       01 WS-LOSS-RATIO PIC 9(5)V9 VALUE ZEROS.
       01 WS-NET-INCURRED PIC 9(9)V99 VALUE ZEROS.
       01 WS-CLAIM-RECOVERED PIC 9(7)V99 VALUE ZEROS.
       01 WS-LAST-POLICY PIC 9(7) VALUE ZEROS.
       01 WS-POLICY-ON-FILE PIC X(1) VALUE 'N'.

      *> One slot per POLICY-TYPE seen - written premium from the
      *> policy master, paid/open/denied claim totals from the claims
               10  LT-TYPE              PIC X(10).
               10  LT-PREMIUM           PIC 9(9)V99.
               10  LT-PAID-CLAIMS       PIC 9(9)V99.
               10  LT-RECOVERIES        PIC 9(9)V99.
               10  LT-OPEN-RESERVE      PIC 9(9)V99.
               10  LT-PAID-COUNT        PIC 9(5).
               10  LT-OPEN-COUNT        PIC 9(5).
               10  LT-DENIED-COUNT      PIC 9(5).
           STOP RUN.

      *> Claims carry only the policy number - the policy's type comes
      *> from a direct read back against the policy master. The
      *> claims are taken in CLAIM-POLICY-NUMBER (alternate key)
      *> order, so each policy is read once for all its claims.
       B000-ACCUMULATE-CLAIMS.
           OPEN INPUT CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS NOT = '00'
               DISPLAY "NO CLAIMS MASTER ON FILE, STATUS: "
                   WS-CLAIMS-STATUS
           ELSE
               MOVE ZEROS TO CLAIM-POLICY-NUMBER
               START CLAIMS-MASTER-FILE
                   KEY IS NOT LESS THAN CLAIM-POLICY-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-END-OF-CLAIMS
               END-START

               IF WS-END-OF-CLAIMS = 'N'
                   READ CLAIMS-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-CLAIMS
                   END-READ
               END-IF

               PERFORM UNTIL WS-END-OF-CLAIMS = 'Y'
                   PERFORM B100-ACCUMULATE-ONE-CLAIM

                   READ CLAIMS-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-CLAIMS
                   END-READ
               END-PERFORM
           END-IF.

       B100-ACCUMULATE-ONE-CLAIM.
           IF CLAIM-POLICY-NUMBER NOT = WS-LAST-POLICY
               MOVE CLAIM-POLICY-NUMBER TO WS-LAST-POLICY
               MOVE CLAIM-POLICY-NUMBER TO WS-POLICY-REL-KEY
               MOVE 'Y' TO WS-POLICY-ON-FILE
               READ POLICY-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-POLICY-ON-FILE
                   NOT INVALID KEY
                       MOVE POLICY-TYPE TO WS-WORK-TYPE
                       PERFORM X000-FIND-TYPE-SLOT
               END-READ
           END-IF.

           IF WS-POLICY-ON-FILE = 'N'
               DISPLAY "CLAIM " CLAIM-NUMBER
                   " SKIPPED, POLICY NOT FOUND: "
                   CLAIM-POLICY-NUMBER
           ELSE
      *> Rows written before recoveries were tracked carry spaces.
               IF CLAIM-RECOVERED-AMOUNT NOT NUMERIC
                   MOVE ZEROS TO WS-CLAIM-RECOVERED
               ELSE
                   MOVE CLAIM-RECOVERED-AMOUNT
                       TO WS-CLAIM-RECOVERED
               END-IF
               ADD WS-CLAIM-RECOVERED
                   TO LT-RECOVERIES(WS-FOUND-IDX)
      *> Paid losses are what adjudication actually paid out
      *> (CLAIM-PAID-AMOUNT), not the claimed amount - and an open
      *> claim's partial payments are already losses too.
               EVALUATE CLAIM-STATUS
                   WHEN 'P'
                       ADD 1 TO LT-PAID-COUNT(WS-FOUND-IDX)
                       ADD CLAIM-PAID-AMOUNT
                           TO LT-PAID-CLAIMS(WS-FOUND-IDX)
                   WHEN 'O'
                       ADD 1 TO LT-OPEN-COUNT(WS-FOUND-IDX)
                       ADD CLAIM-PAID-AMOUNT
                           TO LT-PAID-CLAIMS(WS-FOUND-IDX)
                       ADD CLAIM-RESERVE
                           TO LT-OPEN-RESERVE(WS-FOUND-IDX)
                   WHEN 'D'
                       ADD 1 TO LT-DENIED-COUNT(WS-FOUND-IDX)
               END-EVALUATE
           END-IF.

       X000-FIND-TYPE-SLOT.
           MOVE ZEROS TO WS-FOUND-IDX.
               MOVE WS-WORK-TYPE TO LT-TYPE(WS-FOUND-IDX)
               MOVE ZEROS TO LT-PREMIUM(WS-FOUND-IDX)
               MOVE ZEROS TO LT-PAID-CLAIMS(WS-FOUND-IDX)
               MOVE ZEROS TO LT-RECOVERIES(WS-FOUND-IDX)
               MOVE ZEROS TO LT-OPEN-RESERVE(WS-FOUND-IDX)
               MOVE ZEROS TO LT-PAID-COUNT(WS-FOUND-IDX)
               MOVE ZEROS TO LT-OPEN-COUNT(WS-FOUND-IDX)
               MOVE ZEROS TO LT-DENIED-COUNT(WS-FOUND-IDX)
       C000-WRITE-REPORT.
           OPEN OUTPUT LOSS-REPORT-FILE.

           MOVE SPACES TO LOSS-REPORT-LINE.
           STRING "TYPE       PREMIUM     GROSS-PAID  RECOVERIES  "
               "NET-INCURRED P/O/D             RATIO%"
               DELIMITED BY SIZE INTO LOSS-REPORT-LINE
           END-STRING.
           WRITE LOSS-REPORT-LINE.

      *> Recoveries can never exceed what was paid, so net incurred
      *> stays non-negative.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-TYPE-COUNT
               COMPUTE WS-NET-INCURRED =
                   LT-PAID-CLAIMS(LT-IDX) + LT-OPEN-RESERVE(LT-IDX)
                   - LT-RECOVERIES(LT-IDX)
               IF LT-PREMIUM(LT-IDX) = ZEROS
                   MOVE ZEROS TO WS-LOSS-RATIO
               ELSE
                   COMPUTE WS-LOSS-RATIO ROUNDED =
                       WS-NET-INCURRED * 100
                       / LT-PREMIUM(LT-IDX)
               END-IF

               MOVE SPACES TO LOSS-REPORT-LINE
               STRING LT-TYPE(LT-IDX) ' ' LT-PREMIUM(LT-IDX) ' '
                   LT-PAID-CLAIMS(LT-IDX) ' '
                   LT-RECOVERIES(LT-IDX) ' '
                   WS-NET-INCURRED ' '
                   LT-PAID-COUNT(LT-IDX) '/'
                   LT-OPEN-COUNT(LT-IDX) '/'
                   LT-DENIED-COUNT(LT-IDX) ' '
