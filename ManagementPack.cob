           FILE STATUS IS WS-POLICY-STATUS.

           SELECT CLAIMS-MASTER-FILE ASSIGN TO 'data/CLAIMS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER
               WITH DUPLICATES
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT YTD-FILE ASSIGN TO 'data/EMPYTD.DAT'
               10  LT-TYPE              PIC X(10).
               10  LT-PREMIUM           PIC 9(9)V99.
               10  LT-PAID-CLAIMS       PIC 9(9)V99.
               10  LT-RECOVERIES        PIC 9(9)V99.
               10  LT-OPEN-RESERVE      PIC 9(9)V99.
       01 WS-TYPE-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROS.
       01 WS-WORK-TYPE PIC X(10) VALUE SPACES.
       01 WS-LOSS-RATIO PIC 9(5)V9 VALUE ZEROS.
       01 WS-TOTAL-WRITTEN PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-PAID-CLAIMS PIC 9(11)V99 VALUE ZEROS.
      *> Gross paid, recoveries and net incurred (paid plus open
      *> reserves less recoveries) reported separately, same split
      *> as LossRatio.cob; the ratio is on net incurred.
       01 WS-CLAIM-RECOVERED PIC 9(7)V99 VALUE ZEROS.
       01 WS-NET-INCURRED PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-RECOVERIES PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-NET-INCURRED PIC 9(11)V99 VALUE ZEROS.

      *> Section 3 - receivables aging, same buckets as ARAging.cob.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROS.
                   ADD CLAIM-PAID-AMOUNT
                       TO LT-PAID-CLAIMS(WS-FOUND-IDX)
                   ADD CLAIM-PAID-AMOUNT TO WS-TOTAL-PAID-CLAIMS
                   IF CLAIM-RECOVERED-AMOUNT NOT NUMERIC
                       MOVE ZEROS TO WS-CLAIM-RECOVERED
                   ELSE
                       MOVE CLAIM-RECOVERED-AMOUNT
                           TO WS-CLAIM-RECOVERED
                   END-IF
                   ADD WS-CLAIM-RECOVERED
                       TO LT-RECOVERIES(WS-FOUND-IDX)
                   ADD WS-CLAIM-RECOVERED TO WS-TOTAL-RECOVERIES
                   IF CLAIM-STATUS = 'O'
                       ADD CLAIM-RESERVE
                           TO LT-OPEN-RESERVE(WS-FOUND-IDX)
                   END-IF
           END-READ.

       X000-FIND-TYPE-SLOT.
               MOVE WS-WORK-TYPE TO LT-TYPE(WS-FOUND-IDX)
               MOVE ZEROS TO LT-PREMIUM(WS-FOUND-IDX)
               MOVE ZEROS TO LT-PAID-CLAIMS(WS-FOUND-IDX)
               MOVE ZEROS TO LT-RECOVERIES(WS-FOUND-IDX)
               MOVE ZEROS TO LT-OPEN-RESERVE(WS-FOUND-IDX)
           END-IF.

      *> The aging piggybacks on the same active-policy pass the
           WRITE PACK-REPORT-LINE.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-TYPE-COUNT
               COMPUTE WS-NET-INCURRED =
                   LT-PAID-CLAIMS(LT-IDX) + LT-OPEN-RESERVE(LT-IDX)
                   - LT-RECOVERIES(LT-IDX)
               ADD WS-NET-INCURRED TO WS-TOTAL-NET-INCURRED
               IF LT-PREMIUM(LT-IDX) = ZEROS
                   MOVE ZEROS TO WS-LOSS-RATIO
               ELSE
                   COMPUTE WS-LOSS-RATIO ROUNDED =
                       WS-NET-INCURRED * 100
                       / LT-PREMIUM(LT-IDX)
               END-IF
               MOVE SPACES TO PACK-REPORT-LINE
               STRING LT-TYPE(LT-IDX) ' PREMIUM '
                   LT-PREMIUM(LT-IDX) ' PAID '
                   LT-PAID-CLAIMS(LT-IDX) ' RECOV '
                   LT-RECOVERIES(LT-IDX) ' NET '
                   WS-NET-INCURRED ' RATIO '
                   WS-LOSS-RATIO '%'
                   DELIMITED BY SIZE INTO PACK-REPORT-LINE
               END-STRING
           MOVE "PAIDCLAIMS" TO WS-METRIC.
           MOVE WS-TOTAL-PAID-CLAIMS TO WS-CURRENT-VALUE.
           PERFORM Y100-WRITE-COMPARED-LINE.
           MOVE "RECOVERIES" TO WS-METRIC.
           MOVE WS-TOTAL-RECOVERIES TO WS-CURRENT-VALUE.
           PERFORM Y100-WRITE-COMPARED-LINE.
           MOVE "NETINCURRED" TO WS-METRIC.
           MOVE WS-TOTAL-NET-INCURRED TO WS-CURRENT-VALUE.
           PERFORM Y100-WRITE-COMPARED-LINE.

           MOVE "SECTION 3 - RECEIVABLES BY BUCKET"
               TO PACK-REPORT-LINE.
               MOVE "PAIDCLAIMS" TO MGMTHIST-METRIC
               MOVE WS-TOTAL-PAID-CLAIMS TO MGMTHIST-AMOUNT
               WRITE MGMTHIST-RECORD
               MOVE "RECOVERIES" TO MGMTHIST-METRIC
               MOVE WS-TOTAL-RECOVERIES TO MGMTHIST-AMOUNT
               WRITE MGMTHIST-RECORD
               MOVE "NETINCURRED" TO MGMTHIST-METRIC
               MOVE WS-TOTAL-NET-INCURRED TO MGMTHIST-AMOUNT
               WRITE MGMTHIST-RECORD
               MOVE "AR-CURRENT" TO MGMTHIST-METRIC
               MOVE WS-AR-CURRENT TO MGMTHIST-AMOUNT
               WRITE MGMTHIST-RECORD
