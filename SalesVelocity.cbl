           "C:\cobol_project\ItemMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KIT-COMPONENTS ASSIGN TO
           "C:\cobol_project\KitComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT VELOCITY-REPORT ASSIGN TO
           "C:\cobol_project\VelocityReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SUGGESTED-ORDERS ASSIGN TO
           "C:\cobol_project\SuggestedOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FORECAST-DEMAND ASSIGN TO
           "C:\cobol_project\ForecastDemand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
          05 SL-LINETOTAL PIC 9(6)V9(2).
          05 SL-VATCLASS PIC X(01).
          05 SL-PROMO-AMT PIC 9(5)V9(2).
      ***** AVERAGE UNIT COST OF THE ITEM AT THE MOMENT OF SALE
          05 SL-UNIT-COST PIC 9(5)V9(4).
       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
          05 IM-CODE PIC X(10).
          05 IM-REORDER PIC 9(5).
          05 IM-DISCOUNTABLE PIC X(01).
          05 IM-VATCLASS PIC X(01).
      ***** WEIGHTED MOVING-AVERAGE UNIT COST AND REPORTING CATEGORY
          05 IM-AVG-COST PIC 9(5)V9(4).
          05 IM-CATEGORY PIC X(4).
      ***** BILL OF MATERIALS FOR KIT AND BUNDLE CODES
       FD KIT-COMPONENTS.
       01 KIT-COMPONENT-REC.
          05 KIT-CODE PIC X(10).
          05 KIT-COMPONENT PIC X(10).
          05 KIT-QTY PIC 9(3).
       FD VELOCITY-REPORT.
       01 VELOCITY-REPORT-REC PIC X(100).
      ***** THE ITEMS WORTH REORDERING FROM THE LATEST RUN, PICKED UP
      ***** BY PURCHASE-ORDERS WHEN THE BUYER RAISES SUGGESTED POS
       FD SUGGESTED-ORDERS.
       01 SUGGESTED-ORDER-REC.
          05 SUG-DATE PIC X(8).
          05 SUG-ITEMCODE PIC X(10).
          05 SUG-DESC PIC X(15).
          05 SUG-QTY PIC 9(5).
          05 SUG-COVER PIC 9(5).
      ***** DAILY ITEM FORECAST FROM THE LATEST POS-SALES-FORECAST RUN
       FD FORECAST-DEMAND.
       01 FORECAST-DEMAND-REC.
          05 FCD-RUN-DATE PIC X(8).
          05 FCD-ITEMCODE PIC X(10).
          05 FCD-DATE PIC X(8).
          05 FCD-QTY PIC 9(5)V9(2).
          05 FCD-METHOD PIC X(2).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 VEL-TODAY-INT PIC 9(7).
          05 VEL-CUTOFF-NUM PIC 9(8).
          05 VEL-CUTOFF PIC X(8).
          05 VEL-USE-FORECAST PIC X(01).
          05 VEL-FC-END-NUM PIC 9(8).
          05 VEL-FC-END PIC X(8).
          05 VEL-FC-RUN PIC X(8).
      ***** WHICH OR NUMBERS FELL INSIDE THE WINDOW (1 = IN)
       01 VEL-ORDER-MAP.
          05 VEL-ORDER-FLAG PIC 9 OCCURS 9999 TIMES VALUE 0.
             10 VEL-I-WEEKLY PIC 9(5)V9(2).
             10 VEL-I-COVER PIC 9(5).
             10 VEL-I-SUGGEST PIC 9(5).
             10 VEL-I-FC-QTY PIC 9(7)V9(2).
             10 VEL-I-FC-DAYS PIC 9(3).
       01 VEL-ITEM-COUNT PIC 9(3) VALUE 0.
      ***** KIT ROWS: A KIT SOLD IS COUNTED AS ITS COMPONENTS SOLD,
      ***** AND THE KIT CODE ITSELF IS NEVER SUGGESTED FOR ORDER
       01 VEL-KIT-TABLE.
          05 VEL-KIT-ENTRY OCCURS 500 TIMES.
             10 VEL-K-KIT PIC X(10).
             10 VEL-K-COMP PIC X(10).
             10 VEL-K-QTY PIC 9(3).
       01 VEL-KIT-COUNT PIC 9(3) VALUE 0.
       01 VEL-KIT-IDX PIC 9(3).
       01 VEL-KIT-HIT PIC 9 VALUE 0.
       01 VEL-IDX PIC 9(3).
       01 VEL-IDX2 PIC 9(3).
       01 VEL-EOF-FLAG PIC 9 VALUE 0.
          05 VEL-S-WEEKLY PIC 9(5)V9(2).
          05 VEL-S-COVER PIC 9(5).
          05 VEL-S-SUGGEST PIC 9(5).
          05 VEL-S-FC-QTY PIC 9(7)V9(2).
          05 VEL-S-FC-DAYS PIC 9(3).
      ********** REPORT LINE LAYOUTS
       01 VEL-HEAD-LINE.
          05 FILLER PIC X(25) VALUE "SALES VELOCITY OVER LAST ".
          05 VEL-HEAD-DAYS PIC ZZ9.
          05 FILLER PIC X(22) VALUE " DAYS - TARGET COVER: ".
          05 VEL-HEAD-TARGET PIC ZZ9.
       01 VEL-BASIS-LINE.
          05 FILLER PIC X(36)
             VALUE "SUGGESTIONS FROM THE SALES FORECAST ".
          05 FILLER PIC X(7) VALUE "RUN OF ".
          05 VEL-BASIS-RUN PIC X(8).
       01 VEL-COL-LINE.
          05 FILLER PIC X(12) VALUE "ITEM".
          05 FILLER PIC X(17) VALUE "DESCRIPTION".
           IF VEL-TARGET = 0
              MOVE 14 TO VEL-TARGET
           END-IF.
           DISPLAY "SUGGEST FROM SALES FORECAST (Y/N): "
              WITH NO ADVANCING.
           ACCEPT VEL-USE-FORECAST.
           IF VEL-USE-FORECAST = 'y'
              MOVE 'Y' TO VEL-USE-FORECAST
           END-IF.

           PERFORM GET-BUSINESS-DATE
           COMPUTE VEL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
           COMPUTE VEL-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
               VEL-CUTOFF-INT)
           MOVE VEL-CUTOFF-NUM TO VEL-CUTOFF
           COMPUTE VEL-FC-END-NUM = FUNCTION DATE-OF-INTEGER(
               VEL-TODAY-INT + VEL-TARGET)
           MOVE VEL-FC-END-NUM TO VEL-FC-END

           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-ITEM-TABLE
           PERFORM FLAG-WINDOW-ORDERS
           PERFORM TALLY-SALES-LINES
           IF VEL-USE-FORECAST = 'Y'
              PERFORM LOAD-FORECAST-DEMAND
           END-IF
           PERFORM DERIVE-VELOCITY
           PERFORM RANK-BY-COVER
           PERFORM WRITE-VELOCITY-REPORT
              AT END MOVE 1 TO VEL-EOF-FLAG
           END-READ
           PERFORM UNTIL VEL-EOF-FLAG = 1
              MOVE 0 TO VEL-KIT-HIT
              PERFORM VARYING VEL-KIT-IDX FROM 1 BY 1
                  UNTIL VEL-KIT-IDX > VEL-KIT-COUNT
                 IF VEL-K-KIT(VEL-KIT-IDX) = IM-CODE
                    MOVE 1 TO VEL-KIT-HIT
                 END-IF
              END-PERFORM
              IF VEL-ITEM-COUNT < 200 AND VEL-KIT-HIT = 0
                 ADD 1 TO VEL-ITEM-COUNT
                 MOVE IM-CODE TO VEL-I-CODE(VEL-ITEM-COUNT)
                 MOVE IM-DESC TO VEL-I-DESC(VEL-ITEM-COUNT)
                 MOVE IM-STOCK TO VEL-I-STOCK(VEL-ITEM-COUNT)
                 MOVE 0 TO VEL-I-UNITS(VEL-ITEM-COUNT)
                 MOVE 0 TO VEL-I-FC-QTY(VEL-ITEM-COUNT)
                 MOVE 0 TO VEL-I-FC-DAYS(VEL-ITEM-COUNT)
              END-IF
              READ ITEM-MASTER
                 AT END MOVE 1 TO VEL-EOF-FLAG
           CLOSE ITEM-MASTER.
           EXIT.

       LOAD-KIT-TABLE.
           MOVE 0 TO VEL-EOF-FLAG
           MOVE 0 TO VEL-KIT-COUNT
           OPEN EXTEND KIT-COMPONENTS
           CLOSE KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS
           READ KIT-COMPONENTS
              AT END MOVE 1 TO VEL-EOF-FLAG
           END-READ
           PERFORM UNTIL VEL-EOF-FLAG = 1
              IF VEL-KIT-COUNT < 500 AND KIT-QTY > 0
                 ADD 1 TO VEL-KIT-COUNT
                 MOVE KIT-CODE TO VEL-K-KIT(VEL-KIT-COUNT)
                 MOVE KIT-COMPONENT TO VEL-K-COMP(VEL-KIT-COUNT)
                 MOVE KIT-QTY TO VEL-K-QTY(VEL-KIT-COUNT)
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO VEL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS.
           EXIT.

      ***** ONE PASS OVER THE SALES LOG MARKS EVERY PAID ORDER THAT
      ***** LANDED INSIDE THE WINDOW SO THE LINE PASS CAN DATE ITS
      ***** LINES WITHOUT RE-READING THE LOG PER LINE
           PERFORM UNTIL VEL-EOF-FLAG = 1
              IF SL-ORDER-NUM > 0
                 IF VEL-ORDER-FLAG(SL-ORDER-NUM) = 1
                    PERFORM TALLY-KIT-LINE
                    IF VEL-KIT-HIT = 0
                       PERFORM VARYING VEL-IDX FROM 1 BY 1
                           UNTIL VEL-IDX > VEL-ITEM-COUNT
                          IF VEL-I-CODE(VEL-IDX) = SL-ITEMCODE
                             ADD SL-QTY TO VEL-I-UNITS(VEL-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
              END-IF
              READ SALES-LINES
           CLOSE SALES-LINES.
           EXIT.

      ***** A KIT LINE MOVES EACH COMPONENT BY ITS UNITS PER KIT
       TALLY-KIT-LINE.
           MOVE 0 TO VEL-KIT-HIT
           PERFORM VARYING VEL-KIT-IDX FROM 1 BY 1
               UNTIL VEL-KIT-IDX > VEL-KIT-COUNT
              IF VEL-K-KIT(VEL-KIT-IDX) = SL-ITEMCODE
                 MOVE 1 TO VEL-KIT-HIT
                 PERFORM VARYING VEL-IDX FROM 1 BY 1
                     UNTIL VEL-IDX > VEL-ITEM-COUNT
                    IF VEL-I-CODE(VEL-IDX) = VEL-K-COMP(VEL-KIT-IDX)
                       COMPUTE VEL-I-UNITS(VEL-IDX) =
                           VEL-I-UNITS(VEL-IDX) +
                           SL-QTY * VEL-K-QTY(VEL-KIT-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           EXIT.

      ***** FORECAST DEMAND FOR THE DAYS THE TARGET COVER SPANS,
      ***** FROM TOMORROW; DAYS ALREADY PAST ARE LEFT OUT
       LOAD-FORECAST-DEMAND.
           MOVE 0 TO VEL-EOF-FLAG
           MOVE SPACES TO VEL-FC-RUN
           OPEN EXTEND FORECAST-DEMAND
           CLOSE FORECAST-DEMAND
           OPEN INPUT FORECAST-DEMAND
           READ FORECAST-DEMAND
              AT END MOVE 1 TO VEL-EOF-FLAG
           END-READ
           PERFORM UNTIL VEL-EOF-FLAG = 1
              MOVE FCD-RUN-DATE TO VEL-FC-RUN
              IF FCD-DATE > BDT-DATE AND FCD-DATE <= VEL-FC-END
                 PERFORM VARYING VEL-IDX FROM 1 BY 1
                     UNTIL VEL-IDX > VEL-ITEM-COUNT
                    IF VEL-I-CODE(VEL-IDX) = FCD-ITEMCODE
                       ADD FCD-QTY TO VEL-I-FC-QTY(VEL-IDX)
                       ADD 1 TO VEL-I-FC-DAYS(VEL-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ FORECAST-DEMAND
                 AT END MOVE 1 TO VEL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FORECAST-DEMAND
           IF VEL-FC-RUN = SPACES
              DISPLAY "NO SALES FORECAST ON FILE - USING VELOCITY"
              MOVE 'N' TO VEL-USE-FORECAST
           END-IF.
           EXIT.

      ***** WEEKLY RATE, DAYS OF COVER AT TODAY'S STOCK, AND THE
      ***** SUGGESTED ORDER THAT BRINGS COVER UP TO THE TARGET
       DERIVE-VELOCITY.
               UNTIL VEL-IDX > VEL-ITEM-COUNT
              COMPUTE VEL-I-WEEKLY(VEL-IDX) ROUNDED =
                  VEL-I-UNITS(VEL-IDX) * 7 / VEL-DAYS
              IF VEL-USE-FORECAST = 'Y' AND
                 VEL-I-FC-DAYS(VEL-IDX) > 0
                 PERFORM DERIVE-FORECAST-SUGGESTION
              ELSE
                 IF VEL-I-UNITS(VEL-IDX) = 0
                    MOVE 99999 TO VEL-I-COVER(VEL-IDX)
                    MOVE 0 TO VEL-I-SUGGEST(VEL-IDX)
                 ELSE
                    COMPUTE VEL-DAILY =
                        VEL-I-UNITS(VEL-IDX) / VEL-DAYS
                    COMPUTE VEL-I-COVER(VEL-IDX) =
                        VEL-I-STOCK(VEL-IDX) / VEL-DAILY
                    COMPUTE VEL-WANT ROUNDED = VEL-DAILY * VEL-TARGET
                    IF VEL-WANT > VEL-I-STOCK(VEL-IDX)
                       COMPUTE VEL-I-SUGGEST(VEL-IDX) =
                           VEL-WANT - VEL-I-STOCK(VEL-IDX)
                    ELSE
                       MOVE 0 TO VEL-I-SUGGEST(VEL-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE FORECAST REPLACES THE STRAIGHT RATE: DEMAND OVER THE
      ***** TARGET DAYS (SCALED UP WHEN THE FORECAST STOPS SHORT OF
      ***** THEM) LESS STOCK ON HAND; COVER IS AT THE FORECAST RATE
       DERIVE-FORECAST-SUGGESTION.
           COMPUTE VEL-WANT ROUNDED = VEL-I-FC-QTY(VEL-IDX) *
               VEL-TARGET / VEL-I-FC-DAYS(VEL-IDX)
           COMPUTE VEL-DAILY = VEL-I-FC-QTY(VEL-IDX) /
               VEL-I-FC-DAYS(VEL-IDX)
           IF VEL-DAILY = 0
              MOVE 99999 TO VEL-I-COVER(VEL-IDX)
           ELSE
              COMPUTE VEL-I-COVER(VEL-IDX) =
                  VEL-I-STOCK(VEL-IDX) / VEL-DAILY
           END-IF
           IF VEL-WANT > VEL-I-STOCK(VEL-IDX)
              COMPUTE VEL-I-SUGGEST(VEL-IDX) =
                  VEL-WANT - VEL-I-STOCK(VEL-IDX)
           ELSE
              MOVE 0 TO VEL-I-SUGGEST(VEL-IDX)
           END-IF.
           EXIT.

      ***** FAST MOVERS ABOUT TO RUN OUT FLOAT TO THE TOP: THE
      ***** LIST RANKS BY DAYS OF COVER, SHORTEST FIRST
       RANK-BY-COVER.

       WRITE-VELOCITY-REPORT.
           OPEN OUTPUT VELOCITY-REPORT
           OPEN OUTPUT SUGGESTED-ORDERS
           MOVE VEL-DAYS TO VEL-HEAD-DAYS
           MOVE VEL-TARGET TO VEL-HEAD-TARGET
           WRITE VELOCITY-REPORT-REC FROM VEL-HEAD-LINE
           IF VEL-USE-FORECAST = 'Y'
              MOVE VEL-FC-RUN TO VEL-BASIS-RUN
              WRITE VELOCITY-REPORT-REC FROM VEL-BASIS-LINE
              DISPLAY VEL-BASIS-LINE
           END-IF
           WRITE VELOCITY-REPORT-REC FROM VEL-COL-LINE
           PERFORM VARYING VEL-IDX FROM 1 BY 1
               UNTIL VEL-IDX > VEL-ITEM-COUNT
              MOVE VEL-I-SUGGEST(VEL-IDX) TO VEL-DET-SUGGEST
              WRITE VELOCITY-REPORT-REC FROM VEL-DETAIL-LINE
              DISPLAY VEL-DETAIL-LINE
              IF VEL-I-SUGGEST(VEL-IDX) > 0
                 MOVE BDT-DATE TO SUG-DATE
                 MOVE VEL-I-CODE(VEL-IDX) TO SUG-ITEMCODE
                 MOVE VEL-I-DESC(VEL-IDX) TO SUG-DESC
                 MOVE VEL-I-SUGGEST(VEL-IDX) TO SUG-QTY
                 MOVE VEL-I-COVER(VEL-IDX) TO SUG-COVER
                 WRITE SUGGESTED-ORDER-REC
              END-IF
           END-PERFORM
           CLOSE VELOCITY-REPORT
           CLOSE SUGGESTED-ORDERS.
           EXIT.


