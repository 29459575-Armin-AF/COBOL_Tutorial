       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperJournal.

      *> Shared operator activity journal writer - CALLed by MainMenu
      *> for every sign-on, sign-off, selection and refusal, and by
      *> the programs where one operator asks and another should
      *> decide (RefundRegister/RefundRelease, InsuranceBatch/
      *> ReferralDisposition), the way PolicyAudit is called for
      *> policy changes. Appends one JRNL-RECORD to data/OPERJRNL.DAT.
      *> An operator passed as spaces is taken from the session file
      *> (data/SESSOPER.DAT), so a program launched from the menu
      *> journals under whoever launched it - and a step of a cycle
      *> launched from the menu, which runs with the session
      *> blanked, under the operator who launched the cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'data/OPERJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT SESSION-OPER-FILE ASSIGN TO 'data/SESSOPER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY OPERJRNL.

       FD  SESSION-OPER-FILE.
       COPY SESSOPER.

       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS PIC X(2) VALUE '00'.
       01 WS-SESSOPER-STATUS PIC X(2) VALUE '00'.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-PROGRAM-NAME        PIC X(20).
       01 LK-EVENT               PIC X(8).
       01 LK-OPERATOR            PIC X(8).
       01 LK-OBJ-TYPE            PIC X(8).
       01 LK-OBJ-KEY             PIC X(10).

       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-EVENT LK-OPERATOR
           LK-OBJ-TYPE LK-OBJ-KEY.
       JOURNAL-MAIN.
           CALL 'GetBusDate' USING WS-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           MOVE WS-BUS-DATE TO JRNL-BUS-DATE.
           MOVE LK-OPERATOR TO JRNL-OPERATOR.
           IF JRNL-OPERATOR = SPACES
               PERFORM B000-GET-SESSION-OPERATOR
           END-IF.
           MOVE LK-EVENT TO JRNL-EVENT.
           MOVE LK-PROGRAM-NAME TO JRNL-PROGRAM.
           MOVE LK-OBJ-TYPE TO JRNL-OBJ-TYPE.
           MOVE LK-OBJ-KEY TO JRNL-OBJ-KEY.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           WRITE JRNL-RECORD.
           CLOSE JOURNAL-FILE.
           GOBACK.

       B000-GET-SESSION-OPERATOR.
           OPEN INPUT SESSION-OPER-FILE.
           IF WS-SESSOPER-STATUS = '00'
               READ SESSION-OPER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SESSOPER-ID TO JRNL-OPERATOR
                       IF JRNL-OPERATOR = SPACES
                           MOVE SESSOPER-LAUNCHED-BY TO JRNL-OPERATOR
                       END-IF
               END-READ
               CLOSE SESSION-OPER-FILE
           END-IF.
