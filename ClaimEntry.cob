      *> Claim entry batch - reads CLAIMTRN.DAT, validates that each
      *> claim's policy exists on the policy master, assigns the next
      *> claim number from the sequence control file (same pattern as
      *> POLSEQ), and writes the claim to the claims master
      *> data/CLAIMS.DAT - so a claim against a policy finally has
      *> somewhere to live. The master is indexed on CLAIM-NUMBER; a
      *> number already on file means the sequence control is out of
      *> step, and the claim goes to suspense rather than overwrite.
      *> Each claim written also opens its transaction history on
      *> data/CLMHIST.DAT with the reserve (or payment) it starts at.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT CLAIM-SEQUENCE ASSIGN TO 'data/CLMSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMSUSP-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'data/CLMHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-TRANS-FILE.
       COPY POLICYREC.

       FD  CLAIMS-MASTER-FILE.
       COPY CLAIMREC.

       FD  CLAIM-SEQUENCE.
       COPY CLMSEQ.
       FD  CLAIM-SUSPENSE-FILE.
       COPY CLMSUSP.

       FD  CLAIM-HISTORY-FILE.
       COPY CLMHIST.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-POLICY-STATUS PIC X(2) VALUE '00'.
       01 WS-CLAIMS-STATUS PIC X(2) VALUE '00'.
       01 WS-CLMSEQ-STATUS PIC X(2) VALUE '00'.
       01 WS-CLMSUSP-STATUS PIC X(2) VALUE '00'.
       01 WS-CLMHIST-STATUS PIC X(2) VALUE '00'.
       01 WS-SUSP-REASON PIC X(20) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-POLICY-REL-KEY PIC 9(7).
           END-IF.
           CALL 'GetBusDate' USING WS-TODAY.
           OPEN INPUT CLAIM-TRANS-FILE.
           IF WS-TRAN-STATUS = '35'
               DISPLAY "NO CLAIMTRN.DAT TONIGHT, NOTHING TO ENTER"
               STOP RUN
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CLAIMTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
               STOP RUN
           END-IF.

           OPEN I-O CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS = '35'
               OPEN OUTPUT CLAIMS-MASTER-FILE
           END-IF.
           CLOSE CLAIM-TRANS-FILE.
           CLOSE POLICY-MASTER.
           CLOSE CLAIMS-MASTER-FILE.
      *> Every transaction is now on the master or in claim suspense
      *> - empty the input so a second run cannot enter it again.
           OPEN OUTPUT CLAIM-TRANS-FILE.
           CLOSE CLAIM-TRANS-FILE.

           DISPLAY "CLAIMS ENTERED:        " WS-ENTERED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
                       MOVE ZEROS TO CLAIM-RESERVE
                       MOVE ZEROS TO CLAIM-PAID-AMOUNT
               END-EVALUATE
               MOVE ZEROS TO CLAIM-RECOVERED-AMOUNT

               WRITE CLAIM-RECORD
                   INVALID KEY
                       DISPLAY "CLAIM REJECTED, CLAIM NUMBER "
                           CLAIM-NUMBER " ALREADY ON MASTER"
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "DUPLICATE CLAIM NO" TO WS-SUSP-REASON
                       PERFORM E000-WRITE-CLAIM-SUSPENSE
                   NOT INVALID KEY
                       ADD 1 TO WS-ENTERED-COUNT
                       DISPLAY "CLAIM " CLAIM-NUMBER
                           " RECORDED FOR POLICY " CLAIM-POLICY-NUMBER
                       PERFORM F000-WRITE-CLAIM-HISTORY
               END-WRITE
           END-IF.

       E000-WRITE-CLAIM-SUSPENSE.
           OPEN OUTPUT CLAIM-SEQUENCE.
           WRITE CLMSEQ-RECORD.
           CLOSE CLAIM-SEQUENCE.

      *> The claim's first history row - nothing was reserved or
      *> paid before it, so what it opens at is the whole change.
      *> POLICY-RECORD is still the policy B000 validated against.
       F000-WRITE-CLAIM-HISTORY.
           MOVE CLAIM-NUMBER TO CLMH-CLAIM-NUMBER.
           MOVE CLAIM-POLICY-NUMBER TO CLMH-POLICY-NUMBER.
           MOVE POLICY-TYPE TO CLMH-POLICY-TYPE.
           MOVE CLAIM-DATE TO CLMH-ACCIDENT-DATE.
           MOVE WS-TODAY TO CLMH-TRAN-DATE.
           MOVE 'O' TO CLMH-ACTION.
           MOVE CLAIM-PAID-AMOUNT TO CLMH-PAID-AMOUNT.
           MOVE ZEROS TO CLMH-RESERVE-BEFORE.
           MOVE CLAIM-RESERVE TO CLMH-RESERVE-AFTER.
           MOVE CLAIM-PAID-AMOUNT TO CLMH-PAID-TO-DATE.

           OPEN EXTEND CLAIM-HISTORY-FILE.
           IF WS-CLMHIST-STATUS = '35'
               OPEN OUTPUT CLAIM-HISTORY-FILE
           END-IF.
           WRITE CLMHIST-RECORD.
           CLOSE CLAIM-HISTORY-FILE.
