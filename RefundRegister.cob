       01 WS-REFUND-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REFUND-TOTAL PIC 9(9)V99 VALUE ZEROS.

      *> Operator activity journal (shared OperJournal module) - the
      *> request half of the segregation-of-duties check, stamped
      *> with whoever ran this job.
       01 WS-JRNL-PROGRAM PIC X(20) VALUE 'RefundRegister'.
       01 WS-JRNL-EVENT PIC X(8) VALUE 'REQUEST'.
       01 WS-JRNL-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-JRNL-OBJ-TYPE PIC X(8) VALUE 'REFUND'.
       01 WS-JRNL-OBJ-KEY PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       A000-MAIN-LOGIC.
           CALL 'GetBusDate' USING WS-TODAY.
           MOVE WS-CREDIT TO REFUND-AMOUNT.
           MOVE 'P' TO REFUND-STATUS.
           WRITE REFUND-RECORD.
           MOVE POLICY-NUMBER TO WS-JRNL-OBJ-KEY.
           CALL 'OperJournal' USING WS-JRNL-PROGRAM WS-JRNL-EVENT
               WS-JRNL-OPERATOR WS-JRNL-OBJ-TYPE WS-JRNL-OBJ-KEY.

           MOVE SPACES TO REGISTER-REPORT-LINE.
           STRING POLICY-NUMBER ' ' POLICY-HOLDER-NAME ' '
