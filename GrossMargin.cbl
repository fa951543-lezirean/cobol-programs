      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: AUGUST 05, 2024
      * Purpose: GROSS MARGIN BY ITEM AND BY CATEGORY OVER A DATE
      *          RANGE, FROM THE SALES LINES COSTED AT THE REGISTER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-GROSS-MARGIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG ASSIGN TO
           "C:\cobol_project\SalesLog.dat"
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
           SELECT MARGIN-REPORT ASSIGN TO
           "C:\cobol_project\GrossMargin.dat"
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
       FD MARGIN-REPORT.
       01 MARGIN-REPORT-REC PIC X(110).
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
      ********** REPORTING PERIOD
       01 GMR-PARMS.
          05 GMR-FROM PIC X(8).
          05 GMR-TO PIC X(8).
      ***** WHICH OR NUMBERS WERE PAID INSIDE THE PERIOD (1 = IN)
       01 GMR-ORDER-MAP.
          05 GMR-ORDER-FLAG PIC 9 OCCURS 9999 TIMES VALUE 0.
      ********** PER-ITEM ACCUMULATION TABLE
       01 GMR-ITEM-TABLE.
          05 GMR-ITEM-ENTRY OCCURS 200 TIMES.
             10 GMR-I-CODE PIC X(10).
             10 GMR-I-DESC PIC X(15).
             10 GMR-I-CATEGORY PIC X(4).
             10 GMR-I-AVG-COST PIC 9(5)V9(4).
             10 GMR-I-UNITS PIC 9(7).
             10 GMR-I-SALES PIC 9(11)V9(2).
             10 GMR-I-COGS PIC 9(11)V9(2).
             10 GMR-I-BELOW PIC X(01).
       01 GMR-ITEM-COUNT PIC 9(3) VALUE 0.
      ********** PER-CATEGORY ROLL-UP OF THE ITEM TABLE
       01 GMR-CAT-TABLE.
          05 GMR-CAT-ENTRY OCCURS 200 TIMES.
             10 GMR-C-CODE PIC X(4).
             10 GMR-C-UNITS PIC 9(7).
             10 GMR-C-SALES PIC 9(11)V9(2).
             10 GMR-C-COGS PIC 9(11)V9(2).
             10 GMR-C-BELOW PIC 9(3).
       01 GMR-CAT-COUNT PIC 9(3) VALUE 0.
       01 GMR-IDX PIC 9(3).
       01 GMR-CIDX PIC 9(3).
       01 GMR-HIT PIC 9(3).
       01 GMR-EOF-FLAG PIC 9 VALUE 0.
       01 GMR-LINE-COST PIC 9(5)V9(4).
       01 GMR-LINE-COGS PIC 9(11)V9(2).
       01 GMR-UNCOSTED PIC 9(7) VALUE 0.
       01 GMR-BELOW-COUNT PIC 9(3) VALUE 0.
      ***** FIGURES FOR WHICHEVER LINE IS BEING PRINTED
       01 GMR-CALC.
          05 GMR-UNITS PIC 9(7).
          05 GMR-SALES PIC 9(11)V9(2).
          05 GMR-COGS PIC 9(11)V9(2).
          05 GMR-MARGIN PIC S9(11)V9(2).
          05 GMR-PCT PIC S9(5)V9(2).
          05 GMR-TOT-UNITS PIC 9(7) VALUE 0.
          05 GMR-TOT-SALES PIC 9(11)V9(2) VALUE 0.
          05 GMR-TOT-COGS PIC 9(11)V9(2) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 GMR-HEAD-LINE.
          05 FILLER PIC X(26) VALUE "GROSS MARGIN FOR SALES OF ".
          05 GMR-HEAD-FROM PIC X(8).
          05 FILLER PIC X(4) VALUE " TO ".
          05 GMR-HEAD-TO PIC X(8).
       01 GMR-SECTION-LINE PIC X(40).
       01 GMR-COL-LINE.
          05 FILLER PIC X(12) VALUE "ITEM".
          05 FILLER PIC X(17) VALUE "DESCRIPTION".
          05 FILLER PIC X(6) VALUE "CAT".
          05 FILLER PIC X(9) VALUE "UNITS".
          05 FILLER PIC X(15) VALUE "SALES".
          05 FILLER PIC X(15) VALUE "COST".
          05 FILLER PIC X(16) VALUE "MARGIN".
          05 FILLER PIC X(10) VALUE "MARGIN %".
       01 GMR-DETAIL-LINE.
          05 GMR-DET-CODE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GMR-DET-DESC PIC X(15).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GMR-DET-CAT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GMR-DET-UNITS PIC ZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GMR-DET-SALES PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GMR-DET-COGS PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GMR-DET-MARGIN PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GMR-DET-PCT PIC -ZZZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GMR-DET-FLAG PIC X(11).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "SALES FROM (YYYYMMDD, BLANK = START OF MONTH): "
               WITH NO ADVANCING.
           ACCEPT GMR-FROM.
           DISPLAY "SALES TO   (YYYYMMDD, BLANK = TODAY):          "
               WITH NO ADVANCING.
           ACCEPT GMR-TO.
           IF GMR-TO = SPACES
              MOVE BDT-DATE TO GMR-TO
           END-IF.
           IF GMR-FROM = SPACES
              MOVE GMR-TO TO GMR-FROM
              MOVE "01" TO GMR-FROM(7:2)
           END-IF.
           IF GMR-FROM > GMR-TO
              DISPLAY "FROM DATE IS AFTER THE TO DATE - NOTHING RUN"
              GOBACK
           END-IF.

           PERFORM LOAD-ITEM-TABLE
           PERFORM FLAG-PERIOD-ORDERS
           PERFORM TALLY-SALES-LINES
           PERFORM ROLL-UP-CATEGORIES
           PERFORM WRITE-MARGIN-REPORT

           DISPLAY "ITEMS SELLING BELOW COST: " GMR-BELOW-COUNT.
           IF GMR-UNCOSTED > 0
              DISPLAY "LINES SOLD BEFORE COSTING (AT CURRENT AVERAGE): "
                 GMR-UNCOSTED
           END-IF.
           GOBACK.

       LOAD-ITEM-TABLE.
           MOVE 0 TO GMR-EOF-FLAG
           MOVE 0 TO GMR-ITEM-COUNT
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO GMR-EOF-FLAG
           END-READ
           PERFORM UNTIL GMR-EOF-FLAG = 1
              IF GMR-ITEM-COUNT < 200
                 ADD 1 TO GMR-ITEM-COUNT
                 MOVE IM-CODE TO GMR-I-CODE(GMR-ITEM-COUNT)
                 MOVE IM-DESC TO GMR-I-DESC(GMR-ITEM-COUNT)
                 MOVE IM-CATEGORY TO GMR-I-CATEGORY(GMR-ITEM-COUNT)
                 IF IM-CATEGORY = SPACES
                    MOVE "NONE" TO GMR-I-CATEGORY(GMR-ITEM-COUNT)
                 END-IF
                 IF IM-AVG-COST NUMERIC
                    MOVE IM-AVG-COST TO GMR-I-AVG-COST(GMR-ITEM-COUNT)
                 ELSE
                    MOVE 0 TO GMR-I-AVG-COST(GMR-ITEM-COUNT)
                 END-IF
                 MOVE 0 TO GMR-I-UNITS(GMR-ITEM-COUNT)
                 MOVE 0 TO GMR-I-SALES(GMR-ITEM-COUNT)
                 MOVE 0 TO GMR-I-COGS(GMR-ITEM-COUNT)
                 MOVE SPACE TO GMR-I-BELOW(GMR-ITEM-COUNT)
              END-IF
              READ ITEM-MASTER
                 AT END MOVE 1 TO GMR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER.
           EXIT.

      ***** ONE PASS OVER THE SALES LOG MARKS EVERY PAID ORDER THAT
      ***** LANDED INSIDE THE PERIOD SO THE LINE PASS CAN DATE ITS
      ***** LINES WITHOUT RE-READING THE LOG PER LINE
       FLAG-PERIOD-ORDERS.
           MOVE 0 TO GMR-EOF-FLAG
           OPEN EXTEND SALES-LOG
           CLOSE SALES-LOG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO GMR-EOF-FLAG
           END-READ
           PERFORM UNTIL GMR-EOF-FLAG = 1
              IF LOG-DATE >= GMR-FROM AND
                 LOG-DATE <= GMR-TO AND
                 LOG-REFUND-FLAG NOT = 'V' AND
                 LOG-REFUND-FLAG NOT = 'R' AND
                 LOG-ORDER-NUM > 0
                 MOVE 1 TO GMR-ORDER-FLAG(LOG-ORDER-NUM)
              END-IF
              READ SALES-LOG
                 AT END MOVE 1 TO GMR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG.
           EXIT.

      ***** SALES ARE THE LINE TOTALS NET OF PROMOTIONS; COST IS THE
      ***** AVERAGE THE ITEM CARRIED WHEN IT WAS RUNG UP. A LINE WHOSE
      ***** TAKINGS DID NOT COVER ITS COST MARKS THE ITEM BELOW COST
       TALLY-SALES-LINES.
           MOVE 0 TO GMR-EOF-FLAG
           OPEN EXTEND SALES-LINES
           CLOSE SALES-LINES
           OPEN INPUT SALES-LINES
           READ SALES-LINES
              AT END MOVE 1 TO GMR-EOF-FLAG
           END-READ
           PERFORM UNTIL GMR-EOF-FLAG = 1
              IF SL-ORDER-NUM > 0
                 IF GMR-ORDER-FLAG(SL-ORDER-NUM) = 1
                    PERFORM COST-ONE-LINE
                 END-IF
              END-IF
              READ SALES-LINES
                 AT END MOVE 1 TO GMR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LINES.
           EXIT.

       COST-ONE-LINE.
           MOVE 0 TO GMR-HIT
           PERFORM VARYING GMR-IDX FROM 1 BY 1
               UNTIL GMR-IDX > GMR-ITEM-COUNT OR GMR-HIT > 0
              IF GMR-I-CODE(GMR-IDX) = SL-ITEMCODE
                 MOVE GMR-IDX TO GMR-HIT
              END-IF
           END-PERFORM
           IF GMR-HIT = 0
              EXIT PARAGRAPH
           END-IF

      ***** LINES RUNG BEFORE THE REGISTER COSTED ITS SALES FALL BACK
      ***** ON THE ITEM'S CURRENT AVERAGE
           IF SL-UNIT-COST NUMERIC AND SL-UNIT-COST > 0
              MOVE SL-UNIT-COST TO GMR-LINE-COST
           ELSE
              MOVE GMR-I-AVG-COST(GMR-HIT) TO GMR-LINE-COST
              ADD 1 TO GMR-UNCOSTED
           END-IF
           COMPUTE GMR-LINE-COGS ROUNDED = SL-QTY * GMR-LINE-COST

           ADD SL-QTY TO GMR-I-UNITS(GMR-HIT)
           ADD SL-LINETOTAL TO GMR-I-SALES(GMR-HIT)
           ADD GMR-LINE-COGS TO GMR-I-COGS(GMR-HIT)
           IF SL-LINETOTAL < GMR-LINE-COGS
              MOVE 'Y' TO GMR-I-BELOW(GMR-HIT)
           END-IF.
           EXIT.

       ROLL-UP-CATEGORIES.
           MOVE 0 TO GMR-CAT-COUNT
           PERFORM VARYING GMR-IDX FROM 1 BY 1
               UNTIL GMR-IDX > GMR-ITEM-COUNT
              IF GMR-I-UNITS(GMR-IDX) > 0
                 MOVE 0 TO GMR-HIT
                 PERFORM VARYING GMR-CIDX FROM 1 BY 1
                     UNTIL GMR-CIDX > GMR-CAT-COUNT OR GMR-HIT > 0
                    IF GMR-C-CODE(GMR-CIDX) = GMR-I-CATEGORY(GMR-IDX)
                       MOVE GMR-CIDX TO GMR-HIT
                    END-IF
                 END-PERFORM
                 IF GMR-HIT = 0
                    ADD 1 TO GMR-CAT-COUNT
                    MOVE GMR-CAT-COUNT TO GMR-HIT
                    MOVE GMR-I-CATEGORY(GMR-IDX) TO GMR-C-CODE(GMR-HIT)
                    MOVE 0 TO GMR-C-UNITS(GMR-HIT)
                    MOVE 0 TO GMR-C-SALES(GMR-HIT)
                    MOVE 0 TO GMR-C-COGS(GMR-HIT)
                    MOVE 0 TO GMR-C-BELOW(GMR-HIT)
                 END-IF
                 ADD GMR-I-UNITS(GMR-IDX) TO GMR-C-UNITS(GMR-HIT)
                 ADD GMR-I-SALES(GMR-IDX) TO GMR-C-SALES(GMR-HIT)
                 ADD GMR-I-COGS(GMR-IDX) TO GMR-C-COGS(GMR-HIT)
                 IF GMR-I-BELOW(GMR-IDX) = 'Y'
                    ADD 1 TO GMR-C-BELOW(GMR-HIT)
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      ***** ITEM SECTION FIRST (ONLY ITEMS THAT SOLD), THEN THE SAME
      ***** FIGURES ROLLED UP BY CATEGORY, THEN THE SHOP TOTAL
       WRITE-MARGIN-REPORT.
           MOVE 0 TO GMR-BELOW-COUNT
           MOVE 0 TO GMR-TOT-UNITS
           MOVE 0 TO GMR-TOT-SALES
           MOVE 0 TO GMR-TOT-COGS
           OPEN OUTPUT MARGIN-REPORT
           MOVE GMR-FROM TO GMR-HEAD-FROM
           MOVE GMR-TO TO GMR-HEAD-TO
           WRITE MARGIN-REPORT-REC FROM GMR-HEAD-LINE
           DISPLAY GMR-HEAD-LINE
           MOVE "BY ITEM" TO GMR-SECTION-LINE
           WRITE MARGIN-REPORT-REC FROM GMR-SECTION-LINE
           WRITE MARGIN-REPORT-REC FROM GMR-COL-LINE
           PERFORM VARYING GMR-IDX FROM 1 BY 1
               UNTIL GMR-IDX > GMR-ITEM-COUNT
              IF GMR-I-UNITS(GMR-IDX) > 0
                 MOVE GMR-I-CODE(GMR-IDX) TO GMR-DET-CODE
                 MOVE GMR-I-DESC(GMR-IDX) TO GMR-DET-DESC
                 MOVE GMR-I-CATEGORY(GMR-IDX) TO GMR-DET-CAT
                 MOVE GMR-I-UNITS(GMR-IDX) TO GMR-UNITS
                 MOVE GMR-I-SALES(GMR-IDX) TO GMR-SALES
                 MOVE GMR-I-COGS(GMR-IDX) TO GMR-COGS
                 MOVE SPACES TO GMR-DET-FLAG
                 IF GMR-I-BELOW(GMR-IDX) = 'Y'
                    MOVE "BELOW COST" TO GMR-DET-FLAG
                    ADD 1 TO GMR-BELOW-COUNT
                 END-IF
                 PERFORM FORMAT-MARGIN-LINE
                 ADD GMR-UNITS TO GMR-TOT-UNITS
                 ADD GMR-SALES TO GMR-TOT-SALES
                 ADD GMR-COGS TO GMR-TOT-COGS
              END-IF
           END-PERFORM

           MOVE SPACES TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
           MOVE "BY CATEGORY" TO GMR-SECTION-LINE
           WRITE MARGIN-REPORT-REC FROM GMR-SECTION-LINE
           PERFORM VARYING GMR-CIDX FROM 1 BY 1
               UNTIL GMR-CIDX > GMR-CAT-COUNT
              MOVE SPACES TO GMR-DET-CODE
              MOVE "CATEGORY TOTAL" TO GMR-DET-DESC
              MOVE GMR-C-CODE(GMR-CIDX) TO GMR-DET-CAT
              MOVE GMR-C-UNITS(GMR-CIDX) TO GMR-UNITS
              MOVE GMR-C-SALES(GMR-CIDX) TO GMR-SALES
              MOVE GMR-C-COGS(GMR-CIDX) TO GMR-COGS
              MOVE SPACES TO GMR-DET-FLAG
              IF GMR-C-BELOW(GMR-CIDX) > 0
                 MOVE "BELOW COST" TO GMR-DET-FLAG
              END-IF
              PERFORM FORMAT-MARGIN-LINE
           END-PERFORM

           MOVE SPACES TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
           MOVE SPACES TO GMR-DET-CODE
           MOVE "SHOP TOTAL" TO GMR-DET-DESC
           MOVE SPACES TO GMR-DET-CAT
           MOVE GMR-TOT-UNITS TO GMR-UNITS
           MOVE GMR-TOT-SALES TO GMR-SALES
           MOVE GMR-TOT-COGS TO GMR-COGS
           MOVE SPACES TO GMR-DET-FLAG
           PERFORM FORMAT-MARGIN-LINE
           CLOSE MARGIN-REPORT.
           EXIT.

      ***** MARGIN % IS ON SALES; NOTHING TAKEN MEANS NO PERCENTAGE
       FORMAT-MARGIN-LINE.
           COMPUTE GMR-MARGIN = GMR-SALES - GMR-COGS
           IF GMR-SALES = 0
              MOVE 0 TO GMR-PCT
           ELSE
              COMPUTE GMR-PCT ROUNDED = GMR-MARGIN * 100 / GMR-SALES
           END-IF
           MOVE GMR-UNITS TO GMR-DET-UNITS
           MOVE GMR-SALES TO GMR-DET-SALES
           MOVE GMR-COGS TO GMR-DET-COGS
           MOVE GMR-MARGIN TO GMR-DET-MARGIN
           MOVE GMR-PCT TO GMR-DET-PCT
           WRITE MARGIN-REPORT-REC FROM GMR-DETAIL-LINE
           DISPLAY GMR-DETAIL-LINE.
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

       END PROGRAM POS-GROSS-MARGIN.
