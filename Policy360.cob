           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT ENDORSE-HISTORY-FILE ASSIGN TO 'data/ENDHIST.DAT'
               WHEN 'A' MOVE 'ACTIVE' TO WS-STATUS-TEXT
               WHEN 'C' MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN 'L' MOVE 'LAPSED' TO WS-STATUS-TEXT
               WHEN 'E' MOVE 'EXPIRED' TO WS-STATUS-TEXT
               WHEN OTHER MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.

               WS-STATUS-TEXT.
           DISPLAY '  Issued:    ' POLICY-ISSUE-DATE ' AGENT '
               POLICY-AGENT-CODE.
           DISPLAY '  Term to:   ' POLICY-TERM-EXPIRY ' RENEWAL '
               POLICY-RENEWAL-FLAG.
           DISPLAY '  Premium:   ' POLICY-PREMIUM ' PAID '
               POLICY-PAID-TO-DATE.
           IF POLICY-STATUS = 'C' OR POLICY-STATUS = 'L'
               OR POLICY-STATUS = 'E'
               DISPLAY '  Ended:     ' POLICY-CANCEL-DATE ' '
                   POLICY-CANCEL-REASON
           END-IF.
               DISPLAY '  (NONE ON FILE)'
           END-IF.

      *> The policy's claims come straight off the
      *> CLAIM-POLICY-NUMBER alternate key.
       D000-SHOW-CLAIMS.
           DISPLAY 'CLAIMS:'.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT CLAIMS-MASTER-FILE.
           IF WS-CLAIMS-STATUS = '00'
               MOVE WS-LOOKUP-NUMBER TO CLAIM-POLICY-NUMBER
               START CLAIMS-MASTER-FILE
                   KEY IS EQUAL TO CLAIM-POLICY-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
               END-START

               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ CLAIMS-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                   END-READ
                   IF WS-END-OF-FILE = 'N'
                       AND CLAIM-POLICY-NUMBER NOT = WS-LOOKUP-NUMBER
                       MOVE 'Y' TO WS-END-OF-FILE
                   END-IF
                   IF WS-END-OF-FILE = 'N'
                       ADD 1 TO WS-CLAIM-COUNT
                       DISPLAY '  CLAIM ' CLAIM-NUMBER ' '
                           CLAIM-DATE ' AMOUNT ' CLAIM-AMOUNT
                           ' RESERVE ' CLAIM-RESERVE
                           ' STATUS ' CLAIM-STATUS
                   END-IF
               END-PERFORM

               CLOSE CLAIMS-MASTER-FILE
