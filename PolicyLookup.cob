               WHEN 'A' MOVE 'ACTIVE' TO WS-STATUS-TEXT
               WHEN 'C' MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN 'L' MOVE 'LAPSED' TO WS-STATUS-TEXT
               WHEN 'E' MOVE 'EXPIRED' TO WS-STATUS-TEXT
               WHEN OTHER MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.
           IF POLICY-PAY-PLAN = 'M'
           DISPLAY 'Street:           ' POLICY-ADDR-STREET.
           DISPLAY 'City/State/Zip:   ' POLICY-ADDR-CITY ' '
               POLICY-ADDR-STATE ' ' POLICY-ADDR-ZIP.
           IF POLICY-BAD-ADDR-FLAG = 'Y'
               DISPLAY 'Returned Mail:    ' POLICY-BAD-ADDR-DATE
           END-IF.
           DISPLAY 'Type:             ' POLICY-TYPE.
           DISPLAY 'Age at Issue:     ' POLICY-AGE.
           DISPLAY 'Annual Premium:   ' POLICY-PREMIUM.
           DISPLAY 'Pay Plan:         ' WS-PLAN-TEXT.
           DISPLAY 'Issue Date:       ' POLICY-ISSUE-DATE.
           DISPLAY 'Term Expires:     ' POLICY-TERM-EXPIRY.
           DISPLAY 'Last Billed:      ' POLICY-LAST-BILL-DATE.
           DISPLAY 'Paid To Date:     ' POLICY-PAID-TO-DATE.
           DISPLAY 'Declared Value:   ' POLICY-DECLARED-VALUE.
