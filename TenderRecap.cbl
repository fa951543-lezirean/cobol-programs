           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** (TN-TYPE: C=CASH A=ACCOUNT G=GIFT CERT L=POINTS
      *****  E=CHARGED TO AN EMPLOYEE)
       FD TENDER-DETAIL.
       01 TENDER-DETAIL-REC.
          05 TN-ORDER-NUM PIC 9(4).
          05 TRC-ACCT PIC 9(8)V9(2) VALUE 0.
          05 TRC-GC PIC 9(8)V9(2) VALUE 0.
          05 TRC-POINTS PIC 9(8)V9(2) VALUE 0.
          05 TRC-EMPLOYEE PIC 9(8)V9(2) VALUE 0.
          05 TRC-TENDERED PIC 9(9)V9(2) VALUE 0.
          05 TRC-CHANGE PIC 9(8)V9(2) VALUE 0.
          05 TRC-SALES PIC 9(8)V9(2) VALUE 0.
                       ADD TN-AMOUNT TO TRC-GC
                    WHEN 'L'
                       ADD TN-AMOUNT TO TRC-POINTS
                    WHEN 'E'
                       ADD TN-AMOUNT TO TRC-EMPLOYEE
                 END-EVALUATE
              END-IF
              READ TENDER-DETAIL
           END-PERFORM
           CLOSE TENDER-DETAIL
           COMPUTE TRC-TENDERED =
               TRC-CASH + TRC-ACCT + TRC-GC + TRC-POINTS +
               TRC-EMPLOYEE.
           EXIT.

       TOTAL-SALES-LOG.
                       ADD LOG-ORDER-TOTAL TO TRC-REFUNDS
                    WHEN 'V'
                       CONTINUE
      ***** A RELEASED LAYAWAY WAS TENDERED ON ITS D ROWS
                    WHEN 'Y'
                       CONTINUE
                    WHEN OTHER
                       ADD LOG-ORDER-TOTAL TO TRC-SALES
                       ADD LOG-ORDER-CHANGE TO TRC-CHANGE
           MOVE "POINTS REDEEMED:          " TO TRC-DET-LABEL
           MOVE TRC-POINTS TO TRC-DET-AMOUNT
           WRITE RECAP-REPORT-REC FROM TRC-DETAIL-LINE
           MOVE "CHARGED TO EMPLOYEES:     " TO TRC-DET-LABEL
           MOVE TRC-EMPLOYEE TO TRC-DET-AMOUNT
           WRITE RECAP-REPORT-REC FROM TRC-DETAIL-LINE
           MOVE "TOTAL TENDERED:           " TO TRC-DET-LABEL
           MOVE TRC-TENDERED TO TRC-DET-AMOUNT
           WRITE RECAP-REPORT-REC FROM TRC-DETAIL-LINE
