          05 LM-NUM PIC X(6).
          05 LM-NAME PIC X(20).
          05 LM-POINTS PIC 9(6)V9(2).
      ***** (PL-TYPE: E=EARNED R=REDEEMED X=EXPIRED AT YEAR END)
       FD POINTS-LEDGER.
       01 POINTS-LEDGER-REC.
          05 PL-MEMBER PIC X(6).
          05 LYP-TOTAL PIC 9(8)V9(2) VALUE 0.
          05 LYP-EARNED PIC 9(8)V9(2) VALUE 0.
          05 LYP-REDEEMED PIC 9(8)V9(2) VALUE 0.
          05 LYP-EXPIRED PIC 9(8)V9(2) VALUE 0.
          05 LYP-POINTSDIS PIC ZZZ,ZZ9.99.
          05 LYP-TOTALDIS PIC ZZ,ZZZ,ZZ9.99.
      ********** REPORT LINE LAYOUTS
           MOVE 0 TO LYP-EOF-FLAG
           MOVE 0 TO LYP-EARNED
           MOVE 0 TO LYP-REDEEMED
           MOVE 0 TO LYP-EXPIRED
           OPEN EXTEND POINTS-LEDGER
           CLOSE POINTS-LEDGER
           OPEN INPUT POINTS-LEDGER
           END-READ
           PERFORM UNTIL LYP-EOF-FLAG = 1
              IF PL-DATE(1:6) = LYP-MONTH
                 EVALUATE PL-TYPE
                    WHEN 'E'
                       ADD PL-POINTS TO LYP-EARNED
                    WHEN 'X'
                       ADD PL-POINTS TO LYP-EXPIRED
                    WHEN OTHER
                       ADD PL-POINTS TO LYP-REDEEMED
                 END-EVALUATE
              END-IF
              READ POINTS-LEDGER
                 AT END MOVE 1 TO LYP-EOF-FLAG
           MOVE "REDEEMED THIS MONTH:      " TO LYP-TOT-LABEL
           MOVE LYP-REDEEMED TO LYP-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LYP-TOTAL-LINE
           IF LYP-EXPIRED > 0
              MOVE "EXPIRED THIS MONTH:       " TO LYP-TOT-LABEL
              MOVE LYP-EXPIRED TO LYP-TOT-AMOUNT
              WRITE LIABILITY-REPORT-REC FROM LYP-TOTAL-LINE
           END-IF
           MOVE "OUTSTANDING LIABILITY:    " TO LYP-TOT-LABEL
           MOVE LYP-TOTAL TO LYP-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LYP-TOTAL-LINE
