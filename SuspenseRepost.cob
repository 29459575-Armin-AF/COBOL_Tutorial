               10 WS-SP-REASON          PIC X(20).
               10 WS-SP-SUSP-DATE       PIC 9(8).
               10 WS-SP-STATUS          PIC X(1).
               10 WS-SP-LOCKBOX-REF     PIC X(10).
       01 WS-SUSP-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROS.

               STOP RUN
           END-IF.
           OPEN INPUT REPOST-TRANS-FILE.
           IF WS-TRAN-STATUS = '35'
               DISPLAY "NO REPOST TRANSACTIONS TONIGHT"
               STOP RUN
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REPOSTRN.DAT, STATUS: "
                   WS-TRAN-STATUS
           CLOSE POLICY-MASTER.

           PERFORM F000-REWRITE-SUSPENSE.
      *> Reposted items are marked on the suspense file - empty the
      *> input so the same repost instructions are not run again.
           OPEN OUTPUT REPOST-TRANS-FILE.
           CLOSE REPOST-TRANS-FILE.

           CALL 'PolicyBalStamp' USING WS-BALANCED.
           DISPLAY "ITEMS REPOSTED:        " WS-REPOSTED-COUNT.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = '00'
               DISPLAY "NO PAYMENT SUSPENSE FILE, NOTHING TO REPOST"
               STOP RUN
           END-IF.

               MOVE PAYSUSP-SUSP-DATE
                   TO WS-SP-SUSP-DATE(WS-SUSP-COUNT)
               MOVE PAYSUSP-STATUS TO WS-SP-STATUS(WS-SUSP-COUNT)
               MOVE PAYSUSP-LOCKBOX-REF
                   TO WS-SP-LOCKBOX-REF(WS-SUSP-COUNT)

               READ PAYMENT-SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-SUSPENSE
               MOVE WS-SP-SUSP-DATE(WS-SUSP-IDX)
                   TO PAYSUSP-SUSP-DATE
               MOVE WS-SP-STATUS(WS-SUSP-IDX) TO PAYSUSP-STATUS
               MOVE WS-SP-LOCKBOX-REF(WS-SUSP-IDX)
                   TO PAYSUSP-LOCKBOX-REF
               WRITE PAYSUSP-RECORD
           END-PERFORM.

