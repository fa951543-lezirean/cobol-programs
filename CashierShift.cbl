          05 SHF-TT-ACCT PIC 9(8)V9(2) VALUE 0.
          05 SHF-TT-GC PIC 9(8)V9(2) VALUE 0.
          05 SHF-TT-POINTS PIC 9(8)V9(2) VALUE 0.
          05 SHF-TT-EMPLOYEE PIC 9(8)V9(2) VALUE 0.
      ********** SUMMARY REPORT LINE LAYOUTS
       01 SHF-HEAD-LINE.
          05 FILLER PIC X(24) VALUE "CASHIER SHIFT SUMMARY - ".
           DISPLAY "TENDERED BY GC:     " SHF-AMOUNTDIS
           MOVE SHF-TT-POINTS TO SHF-AMOUNTDIS
           DISPLAY "TENDERED BY POINTS: " SHF-AMOUNTDIS.
           MOVE SHF-TT-EMPLOYEE TO SHF-AMOUNTDIS
           DISPLAY "CHARGED TO STAFF:   " SHF-AMOUNTDIS.
           EXIT.

      ***** SHIFT END: COUNT AGAINST EXPECTED, ONE OVER/SHORT LINE
                       ADD LOG-ORDER-TOTAL TO SHF-CHARGE-SALES
                    WHEN 'V'
                       CONTINUE
      ***** LAYAWAY MONEY IN IS CASH BUT NOT A SALE; THE RELEASED
      ***** LAYAWAY IS THE SALE, WITH ITS CASH ALREADY COUNTED
                    WHEN 'D'
                       COMPUTE SHF-CASH-SALES = SHF-CASH-SALES
                           + LOG-AMT-TENDER - LOG-ORDER-CHANGE
                    WHEN OTHER
                       ADD 1 TO SHF-SALE-COUNT
                       COMPUTE SHF-CASH-SALES = SHF-CASH-SALES
           MOVE 0 TO SHF-TT-ACCT
           MOVE 0 TO SHF-TT-GC
           MOVE 0 TO SHF-TT-POINTS
           MOVE 0 TO SHF-TT-EMPLOYEE
           MOVE 0 TO SHF-EOF-FLAG
           OPEN EXTEND TENDER-DETAIL
           CLOSE TENDER-DETAIL
                       ADD TN-AMOUNT TO SHF-TT-GC
                    WHEN 'L'
                       ADD TN-AMOUNT TO SHF-TT-POINTS
                    WHEN 'E'
                       ADD TN-AMOUNT TO SHF-TT-EMPLOYEE
                 END-EVALUATE
              END-IF
              READ TENDER-DETAIL
           MOVE "TENDERED BY POINTS:     " TO SHF-DET-LABEL
           MOVE SHF-TT-POINTS TO SHF-DET-AMOUNT
           WRITE SHIFT-SUMMARY-REC FROM SHF-DETAIL-LINE
           MOVE "CHARGED TO EMPLOYEES:   " TO SHF-DET-LABEL
           MOVE SHF-TT-EMPLOYEE TO SHF-DET-AMOUNT
           WRITE SHIFT-SUMMARY-REC FROM SHF-DETAIL-LINE
           WRITE SHIFT-SUMMARY-REC FROM SHF-SIGN-LINE
           MOVE SPACES TO SHIFT-SUMMARY-REC
           WRITE SHIFT-SUMMARY-REC
