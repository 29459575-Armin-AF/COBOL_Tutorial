       01  ARCHIVE-LIST-LINE           PIC X(40).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(202).

       FD  EMPLOYEE-FILE.
       COPY EMPLOYEE.
       01 WS-KIND PIC X(1) VALUE SPACE.
       01 WS-LOOKUP-KEY PIC 9(7) VALUE ZEROS.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROS.
       01 WS-ARCHIVE-DATE PIC 9(8) VALUE ZEROS.

      *> Matching archived versions, numbered for selection. The
      *> whole archived line is kept so a restore can re-expand it.
       01 WS-VERSION-TABLE.
           05 WS-VR-ENTRY OCCURS 100 TIMES INDEXED BY WS-VR-IDX.
               10 WS-VR-LINE            PIC X(202).
               10 WS-VR-DATE            PIC 9(8).
       01 WS-VERSION-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-PICK PIC 9(3) VALUE ZEROS.
                       ' STATUS ' EMPHIST-EMP-STATUS
               END-IF
           ELSE
               MOVE ARCHIVE-LINE(1:194) TO POLICY-RECORD
      *> Generations written before policy terms existed carry the
      *> archive date straight after the 176-byte record, and those
      *> from before returned-mail flagging after the 185-byte one.
               IF ARCHIVE-LINE(195:8) NOT = SPACES
                   MOVE ARCHIVE-LINE(195:8) TO WS-ARCHIVE-DATE
               ELSE
               IF ARCHIVE-LINE(186:8) = SPACES
                   MOVE ARCHIVE-LINE(177:8) TO WS-ARCHIVE-DATE
               ELSE
                   MOVE ARCHIVE-LINE(186:8) TO WS-ARCHIVE-DATE
               END-IF
               END-IF
               IF POLICY-NUMBER = WS-LOOKUP-KEY
                   AND WS-VERSION-COUNT < 100
                   ADD 1 TO WS-VERSION-COUNT
                   MOVE ARCHIVE-LINE
                       TO WS-VR-LINE(WS-VERSION-COUNT)
                   MOVE WS-ARCHIVE-DATE
                       TO WS-VR-DATE(WS-VERSION-COUNT)
                   DISPLAY WS-VERSION-COUNT ': ARCHIVED '
                       WS-ARCHIVE-DATE ' '
                       POLICY-HOLDER-NAME ' ' POLICY-TYPE
                       ' STATUS ' POLICY-STATUS
                       ' PREMIUM ' POLICY-PREMIUM
           CLOSE EMPLOYEE-CONTROL-FILE.

       F000-RESTORE-POLICY.
           MOVE WS-VR-LINE(WS-PICK)(1:194) TO POLICY-RECORD.
           IF WS-VR-LINE(WS-PICK)(186:8) = SPACES
               MOVE ZEROS TO POLICY-TERM-EXPIRY
               MOVE SPACE TO POLICY-RENEWAL-FLAG
           END-IF.
           IF WS-VR-LINE(WS-PICK)(195:8) = SPACES
               MOVE SPACE TO POLICY-BAD-ADDR-FLAG
               MOVE ZEROS TO POLICY-BAD-ADDR-DATE
           END-IF.

           OPEN I-O POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = '00'
