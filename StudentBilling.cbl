          05 TTF-PER-UNIT PIC 9(5)V9(2).
          05 TTF-UNITS PIC 9(2).
          05 TTF-FIXED-FEES PIC 9(5)V9(2).
      ***** CHARGES (A), SCHOLARSHIP DISCOUNTS (D) AND PAYMENTS (P)
      ***** PER STUDENT
       FD BILL-LEDGER.
       01 BILL-LEDGER-REC.
          05 SB-STUDENT-ID PIC 9(5).
          05 STB-RECEIPT PIC X(10).
          05 STB-CHARGES PIC 9(8)V9(2) VALUE 0.
          05 STB-PAYMENTS PIC 9(8)V9(2) VALUE 0.
          05 STB-DISCOUNTS PIC 9(8)V9(2) VALUE 0.
          05 STB-BALANCE PIC S9(8)V9(2).
          05 STB-AMOUNTDIS PIC ----,--9.99.
      ********** STATEMENT LINE LAYOUTS
           MOVE 0 TO STB-EOF-FLAG
           MOVE 0 TO STB-CHARGES
           MOVE 0 TO STB-PAYMENTS
           MOVE 0 TO STB-DISCOUNTS
           OPEN EXTEND BILL-LEDGER
           CLOSE BILL-LEDGER
           OPEN INPUT BILL-LEDGER
           PERFORM UNTIL STB-EOF-FLAG = 1
              IF SB-STUDENT-ID = STB-STUDENT
                 MOVE SB-DATE TO STB-DET-DATE
                 EVALUATE SB-TYPE
                    WHEN 'A'
                       MOVE "ASSESSMENT" TO STB-DET-TYPE
                       ADD SB-AMOUNT TO STB-CHARGES
                    WHEN 'D'
                       MOVE "DISCOUNT  " TO STB-DET-TYPE
                       ADD SB-AMOUNT TO STB-DISCOUNTS
                    WHEN OTHER
                       MOVE "PAYMENT   " TO STB-DET-TYPE
                       ADD SB-AMOUNT TO STB-PAYMENTS
                 END-EVALUATE
                 MOVE SB-AMOUNT TO STB-DET-AMOUNT
                 MOVE SB-REF TO STB-DET-REF
                 WRITE SOA-REPORT-REC FROM STB-DETAIL-LINE
           MOVE "TOTAL CHARGES:        " TO STB-TOT-LABEL
           MOVE STB-CHARGES TO STB-TOT-AMOUNT
           WRITE SOA-REPORT-REC FROM STB-TOTAL-LINE
           MOVE "TOTAL DISCOUNTS:      " TO STB-TOT-LABEL
           MOVE STB-DISCOUNTS TO STB-TOT-AMOUNT
           WRITE SOA-REPORT-REC FROM STB-TOTAL-LINE
           MOVE "TOTAL PAYMENTS:       " TO STB-TOT-LABEL
           MOVE STB-PAYMENTS TO STB-TOT-AMOUNT
           WRITE SOA-REPORT-REC FROM STB-TOTAL-LINE
           COMPUTE STB-BALANCE =
               STB-CHARGES - STB-DISCOUNTS - STB-PAYMENTS
           MOVE "OUTSTANDING BALANCE:  " TO STB-TOT-LABEL
           MOVE STB-BALANCE TO STB-TOT-AMOUNT
           WRITE SOA-REPORT-REC FROM STB-TOTAL-LINE
