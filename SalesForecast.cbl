      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: OCTOBER 28, 2024
      * Purpose: FORWARD SALES FORECAST PER ITEM AND PER STORE -
      *          MOVING AVERAGE AND LEAST-SQUARES TREND ON WEEKLY
      *          TOTALS, SPREAD OVER THE DAYS BY THE DAY-OF-WEEK
      *          PATTERN, WITH EACH METHOD TESTED AGAINST THE LAST
      *          ACTUAL WEEK; THE DAILY ITEM FORECAST IS KEPT FOR THE
      *          SUGGESTED-ORDER RUN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-SALES-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG ASSIGN TO
           "C:\cobol_project\SalesLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CONSOLIDATED-SALES ASSIGN TO
           "C:\cobol_project\SalesLogConsolidated.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SALES-LINES ASSIGN TO
           "C:\cobol_project\SalesLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ITEM-MASTER ASSIGN TO
           "C:\cobol_project\ItemMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KIT-COMPONENTS ASSIGN TO
           "C:\cobol_project\KitComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FORECAST-REPORT ASSIGN TO
           "C:\cobol_project\SalesForecast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FORECAST-DEMAND ASSIGN TO
           "C:\cobol_project\ForecastDemand.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SALES-LOG.
       01 SALES-LOG-REC.
          05 LOG-ORDER-NUM PIC 9(4).
          05 LOG-ORDER-TOTAL PIC 9(4)V9(2).
          05 LOG-AMT-TENDER PIC 9(4)V9(2).
          05 LOG-ORDER-CHANGE PIC 9(4)V9(2).
          05 LOG-DISC-TYPE PIC X(01).
          05 LOG-DISC-ID PIC X(10).
          05 LOG-DISC-AMT PIC 9(4)V9(2).
          05 LOG-VEXEMPT-AMT PIC 9(4)V9(2).
          05 LOG-VATABLE PIC 9(4)V9(2).
          05 LOG-VAT PIC 9(4)V9(2).
          05 LOG-EXEMPT-SALES PIC 9(4)V9(2).
          05 LOG-REFUND-FLAG PIC X(01).
          05 LOG-REASON-CODE PIC X(02).
          05 LOG-DATE PIC X(8).
          05 LOG-TIME PIC X(6).
          05 LOG-OPERATOR PIC X(5).
          05 LOG-BRANCH PIC X(3).
      ***** EVERY BRANCH'S SALES LOG AS MERGED BY THE HEAD OFFICE
       FD CONSOLIDATED-SALES.
       01 CONSOLIDATED-SALES-REC.
          05 CSL-ORDER-NUM PIC 9(4).
          05 CSL-ORDER-TOTAL PIC 9(4)V9(2).
          05 FILLER PIC X(53).
          05 CSL-REFUND-FLAG PIC X(01).
          05 CSL-REASON-CODE PIC X(02).
          05 CSL-DATE PIC X(8).
          05 CSL-TIME PIC X(6).
          05 CSL-OPERATOR PIC X(5).
          05 CSL-BRANCH PIC X(3).
          05 FILLER PIC X(2).
       FD SALES-LINES.
       01 SALES-LINE-REC.
          05 SL-ORDER-NUM PIC 9(4).
          05 SL-ITEMCODE PIC X(10).
          05 SL-QTY PIC 9(4).
          05 SL-PRICE PIC 9(5)V9(2).
          05 SL-LINETOTAL PIC 9(6)V9(2).
          05 SL-VATCLASS PIC X(01).
          05 SL-PROMO-AMT PIC 9(5)V9(2).
          05 SL-UNIT-COST PIC 9(5)V9(4).
          05 SL-SALESMAN PIC X(4).
       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
          05 IM-CODE PIC X(10).
          05 IM-DESC PIC X(15).
          05 IM-PRICE PIC 9(5)V9(2).
          05 IM-STOCK PIC 9(5).
          05 IM-REORDER PIC 9(5).
          05 IM-DISCOUNTABLE PIC X(01).
          05 IM-VATCLASS PIC X(01).
          05 IM-AVG-COST PIC 9(5)V9(4).
          05 IM-CATEGORY PIC X(4).
      ***** BILL OF MATERIALS FOR KIT AND BUNDLE CODES
       FD KIT-COMPONENTS.
       01 KIT-COMPONENT-REC.
          05 KIT-CODE PIC X(10).
          05 KIT-COMPONENT PIC X(10).
          05 KIT-QTY PIC 9(3).
       FD FORECAST-REPORT.
       01 FORECAST-REPORT-REC PIC X(120).
      ***** ONE ROW PER ITEM PER FORECAST DAY FROM THE LATEST RUN,
      ***** PICKED UP BY POS-SALES-VELOCITY FOR ITS SUGGESTIONS
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
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ********** RUN PARAMETERS AND WORK FIELDS
       01 FCW-SEQ.
          05 FCW-MODE PIC X(01).
          05 FCW-INPUT PIC X(3).
          05 FCW-EOF-FLAG PIC 9 VALUE 0.
          05 FCW-HIST-WEEKS PIC 9(2).
          05 FCW-HIST-DAYS PIC 9(3).
          05 FCW-HORIZON PIC 9(2).
          05 FCW-MA-WEEKS PIC 9(2).
          05 FCW-TODAY-INT PIC 9(7).
          05 FCW-START-INT PIC 9(7).
          05 FCW-DAY-INT PIC 9(7).
          05 FCW-DAY PIC S9(7).
          05 FCW-DATE-NUM PIC 9(8).
          05 FCW-DOW PIC 9(01).
          05 FCW-BRANCH PIC X(3).
          05 FCW-LOG-DATE PIC X(8).
          05 FCW-LOG-TOTAL PIC 9(4)V9(2).
          05 FCW-LOG-FLAG PIC X(01).
      ***** DAY OF THE WINDOW EACH PAID ORDER FELL ON (0 = OUTSIDE)
       01 FCW-ORDER-MAP.
          05 FCW-ORDER-DAY PIC 9(3) OCCURS 9999 TIMES VALUE 0.
      ***** KIT ROWS: A KIT SOLD IS COUNTED AS ITS COMPONENTS SOLD,
      ***** AND THE KIT CODE ITSELF IS NEVER FORECAST
       01 FCW-KIT-TABLE.
          05 FCW-KIT-ENTRY OCCURS 500 TIMES.
             10 FCW-K-KIT PIC X(10).
             10 FCW-K-COMP PIC X(10).
             10 FCW-K-QTY PIC 9(3).
       01 FCW-KIT-COUNT PIC 9(3) VALUE 0.
       01 FCW-KIT-IDX PIC 9(3).
       01 FCW-KIT-HIT PIC 9 VALUE 0.
      ********** ONE SERIES PER ITEM (UNITS) FOLLOWED BY ONE PER
      ********** STORE (SALES VALUE), 26 WEEKS OF DAYS EACH
       01 FCW-SER-TABLE.
          05 FCW-SER OCCURS 220 TIMES.
             10 FCW-S-KEY PIC X(10).
             10 FCW-S-DESC PIC X(15).
             10 FCW-S-KIND PIC X(01).
             10 FCW-S-HIST PIC 9(9)V9(2).
             10 FCW-S-ACTUAL PIC 9(9)V9(2).
             10 FCW-S-MA-TEST PIC 9(9)V9(2).
             10 FCW-S-LT-TEST PIC 9(9)V9(2).
             10 FCW-S-ERROR PIC 9(9)V9(2).
             10 FCW-S-METHOD PIC X(2).
             10 FCW-S-FC-TOTAL PIC 9(9)V9(2).
             10 FCW-S-FC OCCURS 8 TIMES PIC 9(9)V9(2).
             10 FCW-S-DAY OCCURS 182 TIMES PIC 9(7)V9(2).
       01 FCW-ITEM-COUNT PIC 9(3) VALUE 0.
       01 FCW-SER-COUNT PIC 9(3) VALUE 0.
       01 FCW-IDX PIC 9(3).
       01 FCW-IDX2 PIC 9(3).
       01 FCW-D PIC 9(3).
       01 FCW-HIT PIC 9(3).
      ********** WEEKLY TOTALS AND LEAST-SQUARES WORK FOR ONE SERIES
       01 FCW-WEEK-TABLE.
          05 FCW-WK OCCURS 26 TIMES PIC 9(9)V9(2).
       01 FCW-W PIC 9(2).
       01 FCW-J PIC 9(2).
       01 FCW-K PIC 9(2).
       01 FCW-FIRST PIC 9(2).
       01 FCW-MA PIC 9(9)V9(4).
       01 FCW-LT PIC S9(9)V9(4).
       01 FCW-SUM-X PIC S9(7).
       01 FCW-SUM-XX PIC S9(9).
       01 FCW-SUM-Y PIC S9(11)V9(4).
       01 FCW-SUM-XY PIC S9(13)V9(4).
       01 FCW-SLOPE PIC S9(9)V9(6).
       01 FCW-INTERCEPT PIC S9(9)V9(6).
       01 FCW-MA-ERR PIC 9(9)V9(2).
       01 FCW-LT-ERR PIC 9(9)V9(2).
       01 FCW-DAY-QTY PIC 9(5)V9(2).
      ***** DAY-OF-WEEK PATTERN OF THE SELECTED LOG, WORKED THE WAY
      ***** THE SALES ANALYSIS WORKS ITS DAY-OF-WEEK COMPARISON
      ***** (1 = MONDAY ... 7 = SUNDAY; AN INDEX OF 1 IS AN AVERAGE DAY)
       01 FCW-DOW-TABLE.
          05 FCW-DOW-TOTAL OCCURS 7 TIMES PIC 9(9)V9(2).
          05 FCW-DOW-IDX OCCURS 7 TIMES PIC 9V9(4).
       01 FCW-DOW-GRAND PIC 9(11)V9(2).
      ***** FORECAST ERROR OVER ALL SERIES OF A KIND: THE SUM OF THE
      ***** TEST-WEEK MISSES AS A PERCENTAGE OF THE SUM OF ACTUALS
       01 FCW-ERR-TOTALS.
          05 FCW-ERR-SUM PIC 9(11)V9(2).
          05 FCW-ACT-SUM PIC 9(11)V9(2).
          05 FCW-ERR-PCT PIC 9(5)V9.
      ********** REPORT LINE LAYOUTS
       01 FCW-HEAD-LINE.
          05 FILLER PIC X(23) VALUE "SALES FORECAST - RUN OF".
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-HD-DATE PIC X(8).
          05 FILLER PIC X(10) VALUE "  HISTORY ".
          05 FCW-HD-HIST PIC Z9.
          05 FILLER PIC X(15) VALUE " WKS  FORECAST ".
          05 FCW-HD-HORIZON PIC 9.
          05 FILLER PIC X(21) VALUE " WKS  MOVING AVERAGE ".
          05 FCW-HD-MA PIC Z9.
          05 FILLER PIC X(4) VALUE " WKS".
       01 FCW-SOURCE-LINE.
          05 FILLER PIC X(24) VALUE "STORE SERIES AND PATTERN".
          05 FILLER PIC X(6) VALUE " FROM ".
          05 FCW-SRC-NAME PIC X(30).
       01 FCW-DOW-LINE.
          05 FILLER PIC X(18) VALUE "DAY-OF-WEEK INDEX ".
          05 FCW-DOW-OUT OCCURS 7 TIMES.
             10 FCW-DO-NAME PIC X(4).
             10 FCW-DO-IDX PIC 9.99.
             10 FILLER PIC X(2).
       01 FCW-DOW-NAMES.
          05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 FCW-DOW-NAMES-R REDEFINES FCW-DOW-NAMES.
          05 FCW-DOW-NAME OCCURS 7 TIMES PIC X(3).
       01 FCW-COL-LINE.
          05 FILLER PIC X(27) VALUE "ITEM/STORE DESCRIPTION".
          05 FILLER PIC X(11) VALUE "   AVG/WK".
          05 FILLER PIC X(11) VALUE "   LAST WK".
          05 FILLER PIC X(11) VALUE "   MA TEST".
          05 FILLER PIC X(11) VALUE "   LT TEST".
          05 FILLER PIC X(11) VALUE "   MISSED".
          05 FILLER PIC X(4) VALUE " USE".
          05 FILLER PIC X(11) VALUE "   NEXT WK".
          05 FILLER PIC X(13) VALUE "  ALL WEEKS".
       01 FCW-DETAIL-LINE.
          05 FCW-DET-KEY PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-DESC PIC X(15).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-HIST PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-ACTUAL PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-MA PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-LT PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-ERROR PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FCW-DET-METHOD PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-NEXT PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FCW-DET-TOTAL PIC Z,ZZZ,ZZ9.99.
       01 FCW-ERR-LINE.
          05 FILLER PIC X(27) VALUE "FORECAST ERROR ON TEST WEEK".
          05 FILLER PIC X(2) VALUE ": ".
          05 FCW-EL-PCT PIC ZZZZ9.9.
          05 FILLER PIC X(22) VALUE " PCT OF ACTUAL (UNITS)".
       01 FCW-STORE-ERR-LINE.
          05 FILLER PIC X(27) VALUE "FORECAST ERROR ON TEST WEEK".
          05 FILLER PIC X(2) VALUE ": ".
          05 FCW-SL-PCT PIC ZZZZ9.9.
          05 FILLER PIC X(22) VALUE " PCT OF ACTUAL (VALUE)".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SALES FORECAST".
           DISPLAY "[1] FORECAST FROM THIS STORE'S SALES LOG".
           DISPLAY "[2] FORECAST FROM THE CONSOLIDATED BRANCH LOG".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT FCW-MODE.
           IF FCW-MODE NOT = '1' AND FCW-MODE NOT = '2'
              DISPLAY "INVALID CHOICE"
              GOBACK
           END-IF.

           DISPLAY "WEEKS OF HISTORY (2-26, BLANK = 8): "
              WITH NO ADVANCING.
           ACCEPT FCW-INPUT.
           MOVE FUNCTION NUMVAL(FCW-INPUT) TO FCW-HIST-WEEKS
           IF FCW-HIST-WEEKS = 0
              MOVE 8 TO FCW-HIST-WEEKS
           END-IF.
           IF FCW-HIST-WEEKS < 2 OR FCW-HIST-WEEKS > 26
              DISPLAY "HISTORY MUST BE 2 TO 26 WEEKS"
              GOBACK
           END-IF.
           DISPLAY "WEEKS TO FORECAST (1-8, BLANK = 4): "
              WITH NO ADVANCING.
           ACCEPT FCW-INPUT.
           MOVE FUNCTION NUMVAL(FCW-INPUT) TO FCW-HORIZON
           IF FCW-HORIZON = 0
              MOVE 4 TO FCW-HORIZON
           END-IF.
           IF FCW-HORIZON > 8
              DISPLAY "THE FORECAST RUNS AT MOST 8 WEEKS AHEAD"
              GOBACK
           END-IF.
           DISPLAY "MOVING-AVERAGE WEEKS (BLANK = 4): "
              WITH NO ADVANCING.
           ACCEPT FCW-INPUT.
           MOVE FUNCTION NUMVAL(FCW-INPUT) TO FCW-MA-WEEKS
           IF FCW-MA-WEEKS = 0
              MOVE 4 TO FCW-MA-WEEKS
           END-IF.
           IF FCW-MA-WEEKS >= FCW-HIST-WEEKS
              COMPUTE FCW-MA-WEEKS = FCW-HIST-WEEKS - 1
           END-IF.

      ***** THE WINDOW IS WHOLE WEEKS ENDING ON THE BUSINESS DATE;
      ***** THE FORECAST STARTS THE DAY AFTER
           PERFORM GET-BUSINESS-DATE
           COMPUTE FCW-HIST-DAYS = FCW-HIST-WEEKS * 7
           COMPUTE FCW-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))
           COMPUTE FCW-START-INT = FCW-TODAY-INT - FCW-HIST-DAYS + 1

           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-ITEM-TABLE
           PERFORM MAP-WINDOW-ORDERS
           PERFORM TALLY-SALES-LINES
           IF FCW-MODE = '1'
              PERFORM TALLY-STORE-LOG
           ELSE
              PERFORM TALLY-CONSOLIDATED-LOG
           END-IF
           PERFORM DERIVE-DOW-INDEX

           PERFORM VARYING FCW-IDX FROM 1 BY 1
               UNTIL FCW-IDX > FCW-SER-COUNT
              PERFORM FORECAST-ONE-SERIES
           END-PERFORM

           PERFORM WRITE-FORECAST-REPORT
           PERFORM WRITE-FORECAST-DEMAND

           DISPLAY "ITEMS FORECAST:  " FCW-ITEM-COUNT.
           COMPUTE FCW-IDX = FCW-SER-COUNT - FCW-ITEM-COUNT
           DISPLAY "STORES FORECAST: " FCW-IDX.
           GOBACK.

       LOAD-KIT-TABLE.
           MOVE 0 TO FCW-EOF-FLAG
           MOVE 0 TO FCW-KIT-COUNT
           OPEN EXTEND KIT-COMPONENTS
           CLOSE KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS
           READ KIT-COMPONENTS
              AT END MOVE 1 TO FCW-EOF-FLAG
           END-READ
           PERFORM UNTIL FCW-EOF-FLAG = 1
              IF FCW-KIT-COUNT < 500 AND KIT-QTY > 0
                 ADD 1 TO FCW-KIT-COUNT
                 MOVE KIT-CODE TO FCW-K-KIT(FCW-KIT-COUNT)
                 MOVE KIT-COMPONENT TO FCW-K-COMP(FCW-KIT-COUNT)
                 MOVE KIT-QTY TO FCW-K-QTY(FCW-KIT-COUNT)
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO FCW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS.
           EXIT.

      ***** ONE UNITS SERIES PER STOCKED ITEM (KIT CODES LEFT OUT)
       LOAD-ITEM-TABLE.
           MOVE 0 TO FCW-EOF-FLAG
           MOVE 0 TO FCW-ITEM-COUNT
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO FCW-EOF-FLAG
           END-READ
           PERFORM UNTIL FCW-EOF-FLAG = 1
              MOVE 0 TO FCW-KIT-HIT
              PERFORM VARYING FCW-KIT-IDX FROM 1 BY 1
                  UNTIL FCW-KIT-IDX > FCW-KIT-COUNT
                 IF FCW-K-KIT(FCW-KIT-IDX) = IM-CODE
                    MOVE 1 TO FCW-KIT-HIT
                 END-IF
              END-PERFORM
              IF FCW-ITEM-COUNT < 200 AND FCW-KIT-HIT = 0
                 ADD 1 TO FCW-ITEM-COUNT
                 MOVE FCW-ITEM-COUNT TO FCW-HIT
                 PERFORM CLEAR-SERIES
                 MOVE IM-CODE TO FCW-S-KEY(FCW-HIT)
                 MOVE IM-DESC TO FCW-S-DESC(FCW-HIT)
                 MOVE 'I' TO FCW-S-KIND(FCW-HIT)
              END-IF
              READ ITEM-MASTER
                 AT END MOVE 1 TO FCW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           MOVE FCW-ITEM-COUNT TO FCW-SER-COUNT.
           EXIT.

       CLEAR-SERIES.
           MOVE SPACES TO FCW-S-KEY(FCW-HIT)
           MOVE SPACES TO FCW-S-DESC(FCW-HIT)
           MOVE 0 TO FCW-S-HIST(FCW-HIT)
           MOVE 0 TO FCW-S-ACTUAL(FCW-HIT)
           MOVE 0 TO FCW-S-MA-TEST(FCW-HIT)
           MOVE 0 TO FCW-S-LT-TEST(FCW-HIT)
           MOVE 0 TO FCW-S-ERROR(FCW-HIT)
           MOVE SPACES TO FCW-S-METHOD(FCW-HIT)
           MOVE 0 TO FCW-S-FC-TOTAL(FCW-HIT)
           PERFORM VARYING FCW-J FROM 1 BY 1 UNTIL FCW-J > 8
              MOVE 0 TO FCW-S-FC(FCW-HIT, FCW-J)
           END-PERFORM
           PERFORM VARYING FCW-D FROM 1 BY 1 UNTIL FCW-D > 182
              MOVE 0 TO FCW-S-DAY(FCW-HIT, FCW-D)
           END-PERFORM.
           EXIT.

      ***** DAY NUMBER WITHIN THE WINDOW OF A LOG DATE (OUTSIDE THE
      ***** WINDOW OR UNREADABLE COMES BACK AS ZERO)
       DATE-TO-WINDOW-DAY.
           MOVE 0 TO FCW-DAY
           IF FCW-LOG-DATE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE FCW-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FCW-LOG-DATE))
           COMPUTE FCW-DAY = FCW-DAY-INT - FCW-START-INT + 1
           IF FCW-DAY < 1 OR FCW-DAY > FCW-HIST-DAYS
              MOVE 0 TO FCW-DAY
           END-IF.
           EXIT.

      ***** ONE PASS OVER THIS STORE'S LOG DATES EVERY PAID ORDER IN
      ***** THE WINDOW SO THE LINE PASS CAN DAY ITS LINES
       MAP-WINDOW-ORDERS.
           MOVE 0 TO FCW-EOF-FLAG
           OPEN EXTEND SALES-LOG
           CLOSE SALES-LOG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO FCW-EOF-FLAG
           END-READ
           PERFORM UNTIL FCW-EOF-FLAG = 1
              IF LOG-REFUND-FLAG NOT = 'V' AND
                 LOG-REFUND-FLAG NOT = 'R' AND
                 LOG-ORDER-NUM > 0
                 MOVE LOG-DATE TO FCW-LOG-DATE
                 PERFORM DATE-TO-WINDOW-DAY
                 IF FCW-DAY > 0
                    MOVE FCW-DAY TO FCW-ORDER-DAY(LOG-ORDER-NUM)
                 END-IF
              END-IF
              READ SALES-LOG
                 AT END MOVE 1 TO FCW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG.
           EXIT.

       TALLY-SALES-LINES.
           MOVE 0 TO FCW-EOF-FLAG
           OPEN EXTEND SALES-LINES
           CLOSE SALES-LINES
           OPEN INPUT SALES-LINES
           READ SALES-LINES
              AT END MOVE 1 TO FCW-EOF-FLAG
           END-READ
           PERFORM UNTIL FCW-EOF-FLAG = 1
              IF SL-ORDER-NUM > 0
                 IF FCW-ORDER-DAY(SL-ORDER-NUM) > 0
                    MOVE FCW-ORDER-DAY(SL-ORDER-NUM) TO FCW-DAY
                    PERFORM TALLY-KIT-LINE
                    IF FCW-KIT-HIT = 0
                       PERFORM VARYING FCW-IDX FROM 1 BY 1
                           UNTIL FCW-IDX > FCW-ITEM-COUNT
                          IF FCW-S-KEY(FCW-IDX) = SL-ITEMCODE
                             ADD SL-QTY TO FCW-S-DAY(FCW-IDX, FCW-DAY)
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
              END-IF
              READ SALES-LINES
                 AT END MOVE 1 TO FCW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LINES.
           EXIT.

      ***** A KIT LINE MOVES EACH COMPONENT BY ITS UNITS PER KIT
       TALLY-KIT-LINE.
           MOVE 0 TO FCW-KIT-HIT
           PERFORM VARYING FCW-KIT-IDX FROM 1 BY 1
               UNTIL FCW-KIT-IDX > FCW-KIT-COUNT
              IF FCW-K-KIT(FCW-KIT-IDX) = SL-ITEMCODE
                 MOVE 1 TO FCW-KIT-HIT
                 PERFORM VARYING FCW-IDX FROM 1 BY 1
                     UNTIL FCW-IDX > FCW-ITEM-COUNT
                    IF FCW-S-KEY(FCW-IDX) = FCW-K-COMP(FCW-KIT-IDX)
                       COMPUTE FCW-S-DAY(FCW-IDX, FCW-DAY) =
                           FCW-S-DAY(FCW-IDX, FCW-DAY) +
                           SL-QTY * FCW-K-QTY(FCW-KIT-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           EXIT.

      ***** STORE SERIES: SALES VALUE PER DAY BY BRANCH, COUNTED AS
      ***** THE SALES ANALYSIS COUNTS IT (NO REFUNDS, VOIDS OR
      ***** LAYAWAY DEPOSITS); A BLANK BRANCH IS THE HOME STORE 001
       TALLY-STORE-LOG.
           MOVE 0 TO FCW-EOF-FLAG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO FCW-EOF-FLAG
           END-READ
           PERFORM UNTIL FCW-EOF-FLAG = 1
              MOVE LOG-DATE TO FCW-LOG-DATE
              MOVE LOG-ORDER-TOTAL TO FCW-LOG-TOTAL
              MOVE LOG-REFUND-FLAG TO FCW-LOG-FLAG
              MOVE LOG-BRANCH TO FCW-BRANCH
              PERFORM TALLY-ONE-STORE-SALE
              READ SALES-LOG
                 AT END MOVE 1 TO FCW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG.
           EXIT.

       TALLY-CONSOLIDATED-LOG.
           MOVE 0 TO FCW-EOF-FLAG
           OPEN EXTEND CONSOLIDATED-SALES
           CLOSE CONSOLIDATED-SALES
           OPEN INPUT CONSOLIDATED-SALES
           READ CONSOLIDATED-SALES
              AT END MOVE 1 TO FCW-EOF-FLAG
           END-READ
           PERFORM UNTIL FCW-EOF-FLAG = 1
              MOVE CSL-DATE TO FCW-LOG-DATE
              MOVE CSL-ORDER-TOTAL TO FCW-LOG-TOTAL
              MOVE CSL-REFUND-FLAG TO FCW-LOG-FLAG
              MOVE CSL-BRANCH TO FCW-BRANCH
              PERFORM TALLY-ONE-STORE-SALE
              READ CONSOLIDATED-SALES
                 AT END MOVE 1 TO FCW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CONSOLIDATED-SALES.
           EXIT.

       TALLY-ONE-STORE-SALE.
           IF FCW-LOG-FLAG = 'R' OR FCW-LOG-FLAG = 'V' OR
              FCW-LOG-FLAG = 'D'
              EXIT PARAGRAPH
           END-IF
           PERFORM DATE-TO-WINDOW-DAY
           IF FCW-DAY = 0
              EXIT PARAGRAPH
           END-IF
           IF FCW-BRANCH = SPACES
              MOVE "001" TO FCW-BRANCH
           END-IF

           MOVE 0 TO FCW-HIT
           COMPUTE FCW-IDX2 = FCW-ITEM-COUNT + 1
           PERFORM VARYING FCW-IDX FROM FCW-IDX2 BY 1
               UNTIL FCW-IDX > FCW-SER-COUNT
              IF FCW-S-KEY(FCW-IDX) = FCW-BRANCH
                 MOVE FCW-IDX TO FCW-HIT
              END-IF
           END-PERFORM
           IF FCW-HIT = 0
              IF FCW-SER-COUNT >= 220
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO FCW-SER-COUNT
              MOVE FCW-SER-COUNT TO FCW-HIT
              PERFORM CLEAR-SERIES
              MOVE FCW-BRANCH TO FCW-S-KEY(FCW-HIT)
              MOVE "STORE SALES" TO FCW-S-DESC(FCW-HIT)
              MOVE 'S' TO FCW-S-KIND(FCW-HIT)
           END-IF
           ADD FCW-LOG-TOTAL TO FCW-S-DAY(FCW-HIT, FCW-DAY)

      ***** DAY 1 OF THE STANDARD DATE BASE WAS A MONDAY; MOD 7 OF
      ***** THE DAY NUMBER GIVES 1..6 FOR MON..SAT AND 0 FOR SUNDAY
           COMPUTE FCW-DOW = FUNCTION MOD(FCW-DAY-INT, 7)
           IF FCW-DOW = 0
              MOVE 7 TO FCW-DOW
           END-IF
           ADD FCW-LOG-TOTAL TO FCW-DOW-TOTAL(FCW-DOW).
           EXIT.

      ***** THE WINDOW HOLDS THE SAME NUMBER OF EACH WEEKDAY, SO A
      ***** DAY'S SHARE OF THE TOTAL TIMES SEVEN IS ITS INDEX; WITH
      ***** NO SALES IN THE WINDOW EVERY DAY WEIGHS THE SAME
       DERIVE-DOW-INDEX.
           MOVE 0 TO FCW-DOW-GRAND
           PERFORM VARYING FCW-DOW FROM 1 BY 1 UNTIL FCW-DOW > 7
              ADD FCW-DOW-TOTAL(FCW-DOW) TO FCW-DOW-GRAND
           END-PERFORM
           PERFORM VARYING FCW-DOW FROM 1 BY 1 UNTIL FCW-DOW > 7
              IF FCW-DOW-GRAND = 0
                 MOVE 1 TO FCW-DOW-IDX(FCW-DOW)
              ELSE
                 COMPUTE FCW-DOW-IDX(FCW-DOW) ROUNDED =
                     FCW-DOW-TOTAL(FCW-DOW) * 7 / FCW-DOW-GRAND
              END-IF
           END-PERFORM.
           EXIT.

      ***** BOTH METHODS ARE FITTED WITHOUT THE LAST WEEK AND TESTED
      ***** ON IT; THE ONE THAT MISSED LESS IS REFITTED ON THE WHOLE
      ***** WINDOW AND CARRIED FORWARD (A TIE GOES TO THE AVERAGE)
       FORECAST-ONE-SERIES.
           PERFORM VARYING FCW-W FROM 1 BY 1
               UNTIL FCW-W > FCW-HIST-WEEKS
              MOVE 0 TO FCW-WK(FCW-W)
           END-PERFORM
           MOVE 0 TO FCW-S-HIST(FCW-IDX)
           PERFORM VARYING FCW-DAY FROM 1 BY 1
               UNTIL FCW-DAY > FCW-HIST-DAYS
              COMPUTE FCW-W = (FCW-DAY - 1) / 7 + 1
              ADD FCW-S-DAY(FCW-IDX, FCW-DAY) TO FCW-WK(FCW-W)
              ADD FCW-S-DAY(FCW-IDX, FCW-DAY) TO FCW-S-HIST(FCW-IDX)
           END-PERFORM
           COMPUTE FCW-S-HIST(FCW-IDX) ROUNDED =
               FCW-S-HIST(FCW-IDX) / FCW-HIST-WEEKS
           MOVE FCW-WK(FCW-HIST-WEEKS) TO FCW-S-ACTUAL(FCW-IDX)

           COMPUTE FCW-K = FCW-HIST-WEEKS - 1
           PERFORM COMPUTE-MOVING-AVERAGE
           PERFORM FIT-TREND-LINE
           COMPUTE FCW-LT = FCW-INTERCEPT + FCW-SLOPE * (FCW-K + 1)
           IF FCW-LT < 0
              MOVE 0 TO FCW-LT
           END-IF
           COMPUTE FCW-S-MA-TEST(FCW-IDX) ROUNDED = FCW-MA
           COMPUTE FCW-S-LT-TEST(FCW-IDX) ROUNDED = FCW-LT
           COMPUTE FCW-MA-ERR = FUNCTION ABS(
               FCW-S-MA-TEST(FCW-IDX) - FCW-S-ACTUAL(FCW-IDX))
           COMPUTE FCW-LT-ERR = FUNCTION ABS(
               FCW-S-LT-TEST(FCW-IDX) - FCW-S-ACTUAL(FCW-IDX))
           IF FCW-LT-ERR < FCW-MA-ERR
              MOVE "LT" TO FCW-S-METHOD(FCW-IDX)
              MOVE FCW-LT-ERR TO FCW-S-ERROR(FCW-IDX)
           ELSE
              MOVE "MA" TO FCW-S-METHOD(FCW-IDX)
              MOVE FCW-MA-ERR TO FCW-S-ERROR(FCW-IDX)
           END-IF

           MOVE FCW-HIST-WEEKS TO FCW-K
           MOVE 0 TO FCW-S-FC-TOTAL(FCW-IDX)
           IF FCW-S-METHOD(FCW-IDX) = "MA"
              PERFORM COMPUTE-MOVING-AVERAGE
           ELSE
              PERFORM FIT-TREND-LINE
           END-IF
           PERFORM VARYING FCW-J FROM 1 BY 1
               UNTIL FCW-J > FCW-HORIZON
              IF FCW-S-METHOD(FCW-IDX) = "MA"
                 COMPUTE FCW-S-FC(FCW-IDX, FCW-J) ROUNDED = FCW-MA
              ELSE
                 COMPUTE FCW-LT =
                     FCW-INTERCEPT + FCW-SLOPE * (FCW-K + FCW-J)
                 IF FCW-LT < 0
                    MOVE 0 TO FCW-LT
                 END-IF
                 COMPUTE FCW-S-FC(FCW-IDX, FCW-J) ROUNDED = FCW-LT
              END-IF
              ADD FCW-S-FC(FCW-IDX, FCW-J) TO FCW-S-FC-TOTAL(FCW-IDX)
           END-PERFORM.
           EXIT.

      ***** MEAN OF THE LAST MOVING-AVERAGE WEEKS UP TO WEEK FCW-K
       COMPUTE-MOVING-AVERAGE.
           IF FCW-K > FCW-MA-WEEKS
              COMPUTE FCW-FIRST = FCW-K - FCW-MA-WEEKS + 1
           ELSE
              MOVE 1 TO FCW-FIRST
           END-IF
           MOVE 0 TO FCW-SUM-Y
           PERFORM VARYING FCW-W FROM FCW-FIRST BY 1
               UNTIL FCW-W > FCW-K
              ADD FCW-WK(FCW-W) TO FCW-SUM-Y
           END-PERFORM
           COMPUTE FCW-MA ROUNDED =
               FCW-SUM-Y / (FCW-K - FCW-FIRST + 1).
           EXIT.

      ***** LEAST-SQUARES LINE THROUGH WEEKS 1..FCW-K:
      ***** SLOPE = (N.SXY - SX.SY) / (N.SXX - SX.SX),
      ***** INTERCEPT = (SY - SLOPE.SX) / N; ONE WEEK IS A FLAT LINE
       FIT-TREND-LINE.
           MOVE 0 TO FCW-SUM-X
           MOVE 0 TO FCW-SUM-XX
           MOVE 0 TO FCW-SUM-Y
           MOVE 0 TO FCW-SUM-XY
           PERFORM VARYING FCW-W FROM 1 BY 1 UNTIL FCW-W > FCW-K
              ADD FCW-W TO FCW-SUM-X
              COMPUTE FCW-SUM-XX = FCW-SUM-XX + FCW-W * FCW-W
              ADD FCW-WK(FCW-W) TO FCW-SUM-Y
              COMPUTE FCW-SUM-XY =
                  FCW-SUM-XY + FCW-W * FCW-WK(FCW-W)
           END-PERFORM
           IF FCW-K < 2
              MOVE 0 TO FCW-SLOPE
           ELSE
              COMPUTE FCW-SLOPE ROUNDED =
                  (FCW-K * FCW-SUM-XY - FCW-SUM-X * FCW-SUM-Y) /
                  (FCW-K * FCW-SUM-XX - FCW-SUM-X * FCW-SUM-X)
           END-IF
           COMPUTE FCW-INTERCEPT ROUNDED =
               (FCW-SUM-Y - FCW-SLOPE * FCW-SUM-X) / FCW-K.
           EXIT.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT
           MOVE BDT-DATE TO FCW-HD-DATE
           MOVE FCW-HIST-WEEKS TO FCW-HD-HIST
           MOVE FCW-HORIZON TO FCW-HD-HORIZON
           MOVE FCW-MA-WEEKS TO FCW-HD-MA
           WRITE FORECAST-REPORT-REC FROM FCW-HEAD-LINE
           DISPLAY FCW-HEAD-LINE
           IF FCW-MODE = '1'
              MOVE "THIS STORE'S SALES LOG" TO FCW-SRC-NAME
           ELSE
              MOVE "THE CONSOLIDATED BRANCH LOG" TO FCW-SRC-NAME
           END-IF
           WRITE FORECAST-REPORT-REC FROM FCW-SOURCE-LINE
           PERFORM VARYING FCW-DOW FROM 1 BY 1 UNTIL FCW-DOW > 7
              MOVE FCW-DOW-NAME(FCW-DOW) TO FCW-DO-NAME(FCW-DOW)
              MOVE FCW-DOW-IDX(FCW-DOW) TO FCW-DO-IDX(FCW-DOW)
           END-PERFORM
           WRITE FORECAST-REPORT-REC FROM FCW-DOW-LINE
           DISPLAY FCW-DOW-LINE

           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE "ITEM FORECAST (UNITS)" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC FROM FCW-COL-LINE
           MOVE 0 TO FCW-ERR-SUM
           MOVE 0 TO FCW-ACT-SUM
           PERFORM VARYING FCW-IDX FROM 1 BY 1
               UNTIL FCW-IDX > FCW-ITEM-COUNT
              PERFORM WRITE-SERIES-LINE
           END-PERFORM
           PERFORM DERIVE-ERROR-PCT
           MOVE FCW-ERR-PCT TO FCW-EL-PCT
           WRITE FORECAST-REPORT-REC FROM FCW-ERR-LINE
           DISPLAY FCW-ERR-LINE

           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE "STORE FORECAST (SALES VALUE)" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC FROM FCW-COL-LINE
           MOVE 0 TO FCW-ERR-SUM
           MOVE 0 TO FCW-ACT-SUM
           COMPUTE FCW-IDX2 = FCW-ITEM-COUNT + 1
           PERFORM VARYING FCW-IDX FROM FCW-IDX2 BY 1
               UNTIL FCW-IDX > FCW-SER-COUNT
              PERFORM WRITE-SERIES-LINE
           END-PERFORM
           PERFORM DERIVE-ERROR-PCT
           MOVE FCW-ERR-PCT TO FCW-SL-PCT
           WRITE FORECAST-REPORT-REC FROM FCW-STORE-ERR-LINE
           DISPLAY FCW-STORE-ERR-LINE
           CLOSE FORECAST-REPORT.
           EXIT.

       WRITE-SERIES-LINE.
           MOVE FCW-S-KEY(FCW-IDX) TO FCW-DET-KEY
           MOVE FCW-S-DESC(FCW-IDX) TO FCW-DET-DESC
           MOVE FCW-S-HIST(FCW-IDX) TO FCW-DET-HIST
           MOVE FCW-S-ACTUAL(FCW-IDX) TO FCW-DET-ACTUAL
           MOVE FCW-S-MA-TEST(FCW-IDX) TO FCW-DET-MA
           MOVE FCW-S-LT-TEST(FCW-IDX) TO FCW-DET-LT
           MOVE FCW-S-ERROR(FCW-IDX) TO FCW-DET-ERROR
           MOVE FCW-S-METHOD(FCW-IDX) TO FCW-DET-METHOD
           MOVE FCW-S-FC(FCW-IDX, 1) TO FCW-DET-NEXT
           MOVE FCW-S-FC-TOTAL(FCW-IDX) TO FCW-DET-TOTAL
           WRITE FORECAST-REPORT-REC FROM FCW-DETAIL-LINE
           DISPLAY FCW-DETAIL-LINE
           ADD FCW-S-ERROR(FCW-IDX) TO FCW-ERR-SUM
           ADD FCW-S-ACTUAL(FCW-IDX) TO FCW-ACT-SUM.
           EXIT.

       DERIVE-ERROR-PCT.
           IF FCW-ACT-SUM = 0
              MOVE 0 TO FCW-ERR-PCT
           ELSE
              COMPUTE FCW-ERR-PCT ROUNDED =
                  FCW-ERR-SUM * 100 / FCW-ACT-SUM
           END-IF.
           EXIT.

      ***** EACH FORECAST WEEK IS SPREAD OVER ITS DAYS BY THE
      ***** DAY-OF-WEEK INDEX; EVERY ITEM GETS ITS ROWS, EVEN AT
      ***** ZERO, SO THE ORDER RUN KNOWS IT WAS FORECAST
       WRITE-FORECAST-DEMAND.
           OPEN OUTPUT FORECAST-DEMAND
           PERFORM VARYING FCW-IDX FROM 1 BY 1
               UNTIL FCW-IDX > FCW-ITEM-COUNT
              PERFORM VARYING FCW-DAY FROM 1 BY 1
                  UNTIL FCW-DAY > FCW-HORIZON * 7
                 COMPUTE FCW-J = (FCW-DAY - 1) / 7 + 1
                 COMPUTE FCW-DAY-INT = FCW-TODAY-INT + FCW-DAY
                 COMPUTE FCW-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                     FCW-DAY-INT)
                 COMPUTE FCW-DOW = FUNCTION MOD(FCW-DAY-INT, 7)
                 IF FCW-DOW = 0
                    MOVE 7 TO FCW-DOW
                 END-IF
                 COMPUTE FCW-DAY-QTY ROUNDED =
                     FCW-S-FC(FCW-IDX, FCW-J) *
                     FCW-DOW-IDX(FCW-DOW) / 7
                 MOVE BDT-DATE TO FCD-RUN-DATE
                 MOVE FCW-S-KEY(FCW-IDX) TO FCD-ITEMCODE
                 MOVE FCW-DATE-NUM TO FCD-DATE
                 MOVE FCW-DAY-QTY TO FCD-QTY
                 MOVE FCW-S-METHOD(FCW-IDX) TO FCD-METHOD
                 WRITE FORECAST-DEMAND-REC
              END-PERFORM
           END-PERFORM
           CLOSE FORECAST-DEMAND.
           EXIT.


      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE DATE WHEN NO
      ***** CONTROL RECORD EXISTS YET
       GET-BUSINESS-DATE.
            IF BDT-DATE = SPACES
               MOVE 0 TO BDT-EOF
               OPEN EXTEND BUSINESS-DATE
               CLOSE BUSINESS-DATE
               OPEN INPUT BUSINESS-DATE
               READ BUSINESS-DATE
                  AT END MOVE 1 TO BDT-EOF
               END-READ
               CLOSE BUSINESS-DATE
               IF BDT-EOF = 1
                  MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-DATE
               ELSE
                  MOVE BD-DATE TO BDT-DATE
               END-IF
            END-IF.
            EXIT.

       END PROGRAM POS-SALES-FORECAST.
