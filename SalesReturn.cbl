           "C:\cobol_project\ItemMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KIT-COMPONENTS ASSIGN TO
           "C:\cobol_project\KitComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\cobol_project\Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COMMISSION-JOURNAL ASSIGN TO
           "C:\cobol_project\CommissionJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EOD-REPORT ASSIGN TO
           "C:\cobol_project\EndOfDayReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
          05 SL-VATCLASS PIC X(01).
      ***** PROMO DISCOUNT ALREADY OFF THE LINE TOTAL
          05 SL-PROMO-AMT PIC 9(5)V9(2).
      ***** AVERAGE UNIT COST OF THE ITEM AT THE MOMENT OF SALE
          05 SL-UNIT-COST PIC 9(5)V9(4).
          05 SL-SALESMAN PIC X(4).
      ***** MAINTAINABLE RETURN REASON CODES
       FD RETURN-REASONS.
       01 RETURN-REASON-REC.
          05 IM-REORDER PIC 9(5).
          05 IM-DISCOUNTABLE PIC X(01).
          05 IM-VATCLASS PIC X(01).
      ***** WEIGHTED MOVING-AVERAGE UNIT COST AND REPORTING CATEGORY
          05 IM-AVG-COST PIC 9(5)V9(4).
          05 IM-CATEGORY PIC X(4).
       FD ITEM-MASTER-TEMP.
       01 TEMP-ITEM-MASTER-REC.
          05 TIM-CODE PIC X(10).
          05 TIM-REORDER PIC 9(5).
          05 TIM-DISCOUNTABLE PIC X(01).
          05 TIM-VATCLASS PIC X(01).
          05 TIM-AVG-COST PIC 9(5)V9(4).
          05 TIM-CATEGORY PIC X(4).
      ***** BILL OF MATERIALS FOR KIT AND BUNDLE CODES
       FD KIT-COMPONENTS.
       01 KIT-COMPONENT-REC.
          05 KIT-CODE PIC X(10).
          05 KIT-COMPONENT PIC X(10).
          05 KIT-QTY PIC 9(3).
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          05 OP-ID PIC X(5).
          05 OP-PASSWORD PIC X(8).
          05 OP-LEVEL PIC 9.
          05 OP-STATUS PIC X(01).
          05 OP-PW-EXPIRY PIC X(8).
          05 OP-FAILS PIC 9(1).
          05 OP-BRANCH PIC X(3).
      ***** A RETURNED LINE TAKES BACK THE SALESMAN'S COMMISSION ON IT
       FD COMMISSION-JOURNAL.
       01 COMMISSION-JOURNAL-REC.
          05 CJ-SALESMANNUM PIC X(4).
          05 CJ-DATE PIC X(8).
          05 CJ-UNITS PIC 9(4).
          05 CJ-TOTALSALES PIC 9(5)V9(2).
          05 CJ-COMM PIC 9(5)V9(2).
          05 CJ-TYPE PIC X(01).
          05 CJ-ORDER-NUM PIC 9(4).
       FD EOD-REPORT.
       01 EOD-REPORT-REC PIC X(60).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
          05 RTN-FOUND PIC 9 VALUE 0.
          05 RTN-LINE-PRICE PIC 9(5)V9(2).
          05 RTN-LINE-QTY PIC 9(4).
          05 RTN-LINE-COST PIC 9(5)V9(4).
          05 RTN-OLD-COST PIC 9(5)V9(4).
          05 RTN-STOCK-VALUE PIC 9(11)V9(4).
          05 RTN-REFUND PIC 9(4)V9(2).
          05 RTN-REFUNDDIS PIC Z,ZZ9.99.
          05 RTN-EOD-DATE PIC X(8).
      ***** WHO RANG THE REFUND, AND AT WHICH BRANCH
          05 RTN-OPERATOR PIC X(5).
          05 RTN-BRANCH PIC X(3).
      ***** COMPONENTS OF A RETURNED KIT
      ********** COMMISSION CLAWBACK ON A RETURNED LINE
       01 RTN-CLAW-SEQ.
          05 RTN-SALE-DATE PIC X(8).
          05 RTN-SALESMAN PIC X(4).
          05 RTN-LINE-TOTAL PIC 9(6)V9(2).
          05 RTN-CLAW-SALES PIC 9(5)V9(2).
          05 RTN-MONTH-SALES PIC 9(7)V9(2).
          05 RTN-MONTH-COMM PIC 9(7)V9(2).
          05 RTN-CLAW-COMM PIC 9(5)V9(2).
          05 RTN-CLAWDIS PIC ZZ,ZZ9.99.
          05 RTN-ORDER-FLAGS.
             10 RTN-ORDER-FLAG PIC 9 OCCURS 9999 TIMES.
       01 RTN-KIT-SEQ.
          05 RTN-KIT-COUNT PIC 9(2) VALUE 0.
          05 RTN-KIT-IDX PIC 9(2).
          05 RTN-KIT-CODE PIC X(10).
          05 RTN-KIT-QTY PIC 9(4).
          05 RTN-KIT-ENTRY OCCURS 20 TIMES.
             10 RTN-K-CODE PIC X(10).
             10 RTN-K-QTY PIC 9(3).
      ***** END-OF-DAY TOTALS
       01 RTN-EOD.
          05 EOD-SALES PIC 9(7)V9(2) VALUE 0.
      ***** THE REFUND POSTS AS A FLAGGED SALES-LOG RECORD AND THE
      ***** STOCK COMES BACK WHEN THE ITEM IS STILL ON THE MASTER
       PROCESS-RETURN.
           PERFORM IDENTIFY-OPERATOR
           IF RTN-FOUND = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "ORIGINAL ORDER NUMBER: " WITH NO ADVANCING.
           ACCEPT RTN-ORDERIN.
           MOVE RTN-ORDERIN TO RTN-ORDER.
           MOVE 0 TO LOG-EXEMPT-SALES
           MOVE 'R' TO LOG-REFUND-FLAG
           MOVE RTN-REASON TO LOG-REASON-CODE
           MOVE RTN-OPERATOR TO LOG-OPERATOR
           MOVE RTN-BRANCH TO LOG-BRANCH
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO LOG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-TIME
              WRITE SALES-LOG-REC
           CLOSE SALES-LOG

           IF RTN-SALESMAN NOT = SPACES
              PERFORM CLAW-BACK-COMMISSION
           END-IF

           PERFORM RESTORE-STOCK

           MOVE RTN-REFUND TO RTN-REFUNDDIS
           DISPLAY "REFUND DUE THE CUSTOMER: " RTN-REFUNDDIS.
           EXIT.

      ***** THE REFUND IS CHARGED TO THE OPERATOR WHO RANG IT, SO IT
      ***** SHOWS IN THAT CASHIER'S SHIFT PROOF
       IDENTIFY-OPERATOR.
           MOVE 0 TO RTN-FOUND
           MOVE SPACES TO RTN-BRANCH
           DISPLAY "YOUR OPERATOR ID: " WITH NO ADVANCING
           ACCEPT RTN-OPERATOR
           MOVE 0 TO RTN-EOF-FLAG
           OPEN EXTEND OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE
              AT END MOVE 1 TO RTN-EOF-FLAG
           END-READ
           PERFORM UNTIL RTN-EOF-FLAG = 1
              IF OP-ID = RTN-OPERATOR
                 MOVE 1 TO RTN-FOUND
                 MOVE OP-BRANCH TO RTN-BRANCH
                 MOVE 1 TO RTN-EOF-FLAG
              ELSE
                 READ OPERATOR-FILE
                    AT END MOVE 1 TO RTN-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF RTN-FOUND = 0
              DISPLAY "OPERATOR NOT ON FILE - RETURN NOT POSTED"
           END-IF.
           EXIT.

       VERIFY-ORDER-ON-LOG.
           MOVE 0 TO RTN-FOUND
           MOVE 0 TO RTN-EOF-FLAG
              IF LOG-ORDER-NUM = RTN-ORDER AND
                 LOG-REFUND-FLAG NOT = 'R'
                 MOVE 1 TO RTN-FOUND
                 MOVE LOG-DATE TO RTN-SALE-DATE
                 MOVE 1 TO RTN-EOF-FLAG
              ELSE
                 READ SALES-LOG
           CLOSE SALES-LOG.
           EXIT.

      ***** THE RETURNED SHARE OF THE LINE COMES OFF AT THE EFFECTIVE
      ***** BRACKET RATE THE SALESMAN EARNED IN THE MONTH OF THE SALE,
      ***** BUT IS BOOKED IN THE PERIOD OF THE RETURN
       CLAW-BACK-COMMISSION.
           COMPUTE RTN-CLAW-SALES ROUNDED =
              RTN-QTY * RTN-LINE-TOTAL / RTN-LINE-QTY
           PERFORM TOTAL-SALE-MONTH
           IF RTN-MONTH-SALES = 0
              EXIT PARAGRAPH
           END-IF

           IF RTN-MONTH-SALES <= 10000
            COMPUTE RTN-MONTH-COMM ROUNDED = RTN-MONTH-SALES * 0.10
           ELSE IF RTN-MONTH-SALES <= 15000
            COMPUTE RTN-MONTH-COMM ROUNDED =
               (RTN-MONTH-SALES * 0.15) - 500
           ELSE IF RTN-MONTH-SALES <= 20000
            COMPUTE RTN-MONTH-COMM ROUNDED =
               (RTN-MONTH-SALES * 0.20) - 1250
           ELSE
            COMPUTE RTN-MONTH-COMM ROUNDED =
               (RTN-MONTH-SALES * 0.30) - 3250
           END-IF.
           COMPUTE RTN-CLAW-COMM ROUNDED =
              RTN-CLAW-SALES * RTN-MONTH-COMM / RTN-MONTH-SALES

           MOVE RTN-SALESMAN TO CJ-SALESMANNUM
           MOVE BDT-DATE TO CJ-DATE
           MOVE RTN-QTY TO CJ-UNITS
           MOVE RTN-CLAW-SALES TO CJ-TOTALSALES
           MOVE RTN-CLAW-COMM TO CJ-COMM
           MOVE 'C' TO CJ-TYPE
           MOVE RTN-ORDER TO CJ-ORDER-NUM
           OPEN EXTEND COMMISSION-JOURNAL
              WRITE COMMISSION-JOURNAL-REC
           CLOSE COMMISSION-JOURNAL

           MOVE RTN-CLAW-COMM TO RTN-CLAWDIS
           DISPLAY "COMMISSION CLAWED BACK FROM SALESMAN "
              RTN-SALESMAN ": " RTN-CLAWDIS.
           EXIT.

      ***** THE SALESMAN'S PAID REGISTER SALES IN THE MONTH OF THE
      ***** ORIGINAL ORDER, AS THE MONTH-END RUN COUNTS THEM
       TOTAL-SALE-MONTH.
           MOVE 0 TO RTN-MONTH-SALES
           MOVE ZEROS TO RTN-ORDER-FLAGS
           MOVE 0 TO RTN-EOF-FLAG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO RTN-EOF-FLAG
           END-READ
           PERFORM UNTIL RTN-EOF-FLAG = 1
              IF LOG-DATE(1:6) = RTN-SALE-DATE(1:6) AND
                 LOG-REFUND-FLAG NOT = 'V' AND
                 LOG-REFUND-FLAG NOT = 'R' AND
                 LOG-ORDER-NUM > 0
                 MOVE 1 TO RTN-ORDER-FLAG(LOG-ORDER-NUM)
              END-IF
              READ SALES-LOG
                 AT END MOVE 1 TO RTN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG

           MOVE 0 TO RTN-EOF-FLAG
           OPEN INPUT SALES-LINES
           READ SALES-LINES
              AT END MOVE 1 TO RTN-EOF-FLAG
           END-READ
           PERFORM UNTIL RTN-EOF-FLAG = 1
              IF SL-SALESMAN = RTN-SALESMAN AND SL-ORDER-NUM > 0
                 IF RTN-ORDER-FLAG(SL-ORDER-NUM) = 1
                    ADD SL-LINETOTAL TO RTN-MONTH-SALES
                 END-IF
              END-IF
              READ SALES-LINES
                 AT END MOVE 1 TO RTN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LINES.
           EXIT.

       LIST-ORDER-LINES.
           MOVE 0 TO RTN-EOF-FLAG
           OPEN EXTEND SALES-LINES
                 MOVE 1 TO RTN-FOUND
                 MOVE SL-PRICE TO RTN-LINE-PRICE
                 MOVE SL-QTY TO RTN-LINE-QTY
                 MOVE SL-LINETOTAL TO RTN-LINE-TOTAL
                 MOVE SL-SALESMAN TO RTN-SALESMAN
                 IF SL-UNIT-COST NUMERIC
                    MOVE SL-UNIT-COST TO RTN-LINE-COST
                 ELSE
                    MOVE 0 TO RTN-LINE-COST
                 END-IF
                 MOVE 1 TO RTN-EOF-FLAG
              ELSE
                 READ SALES-LINES
           CLOSE RETURN-REASONS.
           EXIT.

      ***** A RETURNED KIT PUTS EACH OF ITS COMPONENTS BACK BY ITS
      ***** UNITS PER KIT, AT THE COMPONENT'S CURRENT AVERAGE COST
       RESTORE-STOCK.
           PERFORM LOAD-KIT-COMPONENTS
           IF RTN-KIT-COUNT = 0
              PERFORM RESTORE-ITEM-STOCK
              EXIT PARAGRAPH
           END-IF
           MOVE RTN-ITEMCODE TO RTN-KIT-CODE
           MOVE RTN-QTY TO RTN-KIT-QTY
           PERFORM VARYING RTN-KIT-IDX FROM 1 BY 1
               UNTIL RTN-KIT-IDX > RTN-KIT-COUNT
              MOVE RTN-K-CODE(RTN-KIT-IDX) TO RTN-ITEMCODE
              COMPUTE RTN-QTY = RTN-KIT-QTY * RTN-K-QTY(RTN-KIT-IDX)
              MOVE 0 TO RTN-LINE-COST
              PERFORM RESTORE-ITEM-STOCK
           END-PERFORM
           MOVE RTN-KIT-CODE TO RTN-ITEMCODE
           MOVE RTN-KIT-QTY TO RTN-QTY.
           EXIT.

       LOAD-KIT-COMPONENTS.
           MOVE 0 TO RTN-KIT-COUNT
           MOVE 0 TO RTN-EOF-FLAG
           OPEN EXTEND KIT-COMPONENTS
           CLOSE KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS
           READ KIT-COMPONENTS
              AT END MOVE 1 TO RTN-EOF-FLAG
           END-READ
           PERFORM UNTIL RTN-EOF-FLAG = 1
              IF KIT-CODE = RTN-ITEMCODE AND KIT-QTY > 0
                 AND RTN-KIT-COUNT < 20
                 ADD 1 TO RTN-KIT-COUNT
                 MOVE KIT-COMPONENT TO RTN-K-CODE(RTN-KIT-COUNT)
                 MOVE KIT-QTY TO RTN-K-QTY(RTN-KIT-COUNT)
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO RTN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS.
           EXIT.

      ***** RETURNED GOODS GO BACK ON THE SHELF WHEN THE ITEM STILL
      ***** EXISTS ON THE MASTER, AT THE COST THEY WENT OUT AT
       RESTORE-ITEM-STOCK.
           MOVE 0 TO RTN-EOF-FLAG
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           PERFORM UNTIL RTN-EOF-FLAG = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              IF IM-CODE = RTN-ITEMCODE
                 PERFORM AVERAGE-IN-RETURN
                 COMPUTE TIM-STOCK = IM-STOCK + RTN-QTY
              END-IF
              WRITE TEMP-ITEM-MASTER-REC
           CLOSE ITEM-MASTER-TEMP.
           EXIT.

      ***** A LINE SOLD BEFORE SALES WERE COSTED CARRIES NO COST OF
      ***** ITS OWN AND COMES BACK AT THE CURRENT AVERAGE
       AVERAGE-IN-RETURN.
           IF IM-AVG-COST NUMERIC
              MOVE IM-AVG-COST TO RTN-OLD-COST
           ELSE
              MOVE 0 TO RTN-OLD-COST
           END-IF
           IF RTN-LINE-COST = 0
              MOVE RTN-OLD-COST TO RTN-LINE-COST
           END-IF
           IF RTN-OLD-COST = 0 OR IM-STOCK = 0
              MOVE RTN-LINE-COST TO TIM-AVG-COST
           ELSE
              COMPUTE RTN-STOCK-VALUE =
                  IM-STOCK * RTN-OLD-COST + RTN-QTY * RTN-LINE-COST
              COMPUTE TIM-AVG-COST ROUNDED =
                  RTN-STOCK-VALUE / (IM-STOCK + RTN-QTY)
           END-IF.
           EXIT.

       LIST-REASONS.
           MOVE 0 TO RTN-EOF-FLAG
           OPEN INPUT RETURN-REASONS
                    ADD LOG-ORDER-TOTAL TO EOD-CHARGES
                 WHEN 'V'
                    CONTINUE
      ***** THE CASH VIEW: LAYAWAY MONEY COUNTS WHEN IT COMES IN,
      ***** SO THE RELEASED LAYAWAY ADDS NOTHING MORE
                 WHEN 'D'
                    ADD LOG-ORDER-TOTAL TO EOD-SALES
                 WHEN 'Y'
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO EOD-SALES-COUNT
                    ADD LOG-ORDER-TOTAL TO EOD-SALES
