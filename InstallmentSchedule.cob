      *> Installment schedule generator - scans the policy master for
      *> active monthly-plan policies that have no schedule yet and
      *> writes each one twelve dated installments to
      *> data/INSTSCHED.DAT, dated from the start of the current
      *> term. The twelve amounts sum exactly to
      *> POLICY-PREMIUM: eleven equal shares truncated to the cent,
      *> with the odd cents carried on the first installment.

       01 WS-DUE-MONTH PIC 9(2) VALUE ZEROS.
       01 WS-DUE-DAY PIC 9(2) VALUE ZEROS.
       01 WS-DUE-DATE PIC 9(8) VALUE ZEROS.
       01 WS-TERM-START PIC 9(8) VALUE ZEROS.
       01 WS-TERM-DAYS PIC 9(3) VALUE 365.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           COMPUTE WS-FIRST-SHARE =
               POLICY-PREMIUM - WS-ELEVEN-SHARES.

      *> The schedule covers the policy's current term - a renewed
      *> policy's new year starts a term-length before its expiry,
      *> not on its original issue date.
           IF POLICY-TERM-EXPIRY NOT = ZEROS
               COMPUTE WS-TERM-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(POLICY-TERM-EXPIRY)
                   - WS-TERM-DAYS)
           ELSE
               MOVE POLICY-ISSUE-DATE TO WS-TERM-START
           END-IF.
           MOVE WS-TERM-START(1:4) TO WS-DUE-YEAR.
           MOVE WS-TERM-START(5:2) TO WS-DUE-MONTH.
           MOVE WS-TERM-START(7:2) TO WS-DUE-DAY.
      *> Clamp the due day to 28 so every month of the schedule gets
      *> a real calendar date - billing works off the next unpaid
      *> row, not an exact day match, so the shift is harmless.
