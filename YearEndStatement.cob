           END-STRING.
           WRITE STATEMENT-LINE.

      *> Pre-tax deferral was not taxable wages - it has to show on
      *> the statement. Rows from before the plan carry no figure.
           IF EMPYTD-DEFERRAL IS NUMERIC
               AND EMPYTD-DEFERRAL > 0
               MOVE SPACES TO STATEMENT-LINE
               STRING "RETIREMENT DEFERRAL: " EMPYTD-DEFERRAL
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

           MOVE EMPYTD-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "NET PAY:             " WS-NET-DISPLAY
