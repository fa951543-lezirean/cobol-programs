      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: SEPTEMBER 30, 2024
      * Purpose: LOT AND EXPIRY CONTROL: THE NEAR-EXPIRY REPORT FOR
      *          MARKDOWNS, THE EXPIRED-STOCK PULL LIST WITH ITS
      *          WRITE-OFF THROUGH THE INVENTORY ADJUSTMENT JOURNAL,
      *          AND THE LOTS ON HAND FOR AN ITEM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-STOCK-LOTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LOTS ASSIGN TO
           "C:\cobol_project\StockLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOCK-LOTS-TEMP ASSIGN TO
           "C:\cobol_project\StockLotsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ITEM-MASTER ASSIGN TO
           "C:\cobol_project\ItemMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ITEM-MASTER-TEMP ASSIGN TO
           "C:\cobol_project\ItemMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ADJUST-JOURNAL ASSIGN TO
           "C:\cobol_project\InventoryAdjust.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT NEAR-EXPIRY-REPORT ASSIGN TO
           "C:\cobol_project\NearExpiry.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PULL-LIST ASSIGN TO
           "C:\cobol_project\ExpiredPullList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** UNITS ON HAND BY LOT AND EXPIRY, ONE ROW PER ITEM AND LOT
       FD STOCK-LOTS.
       01 STOCK-LOT-REC.
          05 LOT-ITEMCODE PIC X(10).
          05 LOT-NUMBER PIC X(12).
          05 LOT-EXPIRY PIC X(8).
          05 LOT-RECEIVED PIC X(8).
          05 LOT-QTY PIC 9(5).
          05 LOT-UNIT-COST PIC 9(5)V9(2).
          05 LOT-REFERENCE PIC X(10).
       FD STOCK-LOTS-TEMP.
       01 TEMP-STOCK-LOT-REC.
          05 TLOT-ITEMCODE PIC X(10).
          05 TLOT-NUMBER PIC X(12).
          05 TLOT-EXPIRY PIC X(8).
          05 TLOT-RECEIVED PIC X(8).
          05 TLOT-QTY PIC 9(5).
          05 TLOT-UNIT-COST PIC 9(5)V9(2).
          05 TLOT-REFERENCE PIC X(10).
       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
          05 IM-CODE PIC X(10).
          05 IM-DESC PIC X(15).
          05 IM-PRICE PIC 9(5)V9(2).
          05 IM-STOCK PIC 9(5).
          05 IM-REORDER PIC 9(5).
          05 IM-DISCOUNTABLE PIC X(01).
          05 IM-VATCLASS PIC X(01).
      ***** WEIGHTED MOVING-AVERAGE UNIT COST AND REPORTING CATEGORY
          05 IM-AVG-COST PIC 9(5)V9(4).
          05 IM-CATEGORY PIC X(4).
       FD ITEM-MASTER-TEMP.
       01 TEMP-ITEM-MASTER-REC.
          05 TIM-CODE PIC X(10).
          05 TIM-DESC PIC X(15).
          05 TIM-PRICE PIC 9(5)V9(2).
          05 TIM-STOCK PIC 9(5).
          05 TIM-REORDER PIC 9(5).
          05 TIM-DISCOUNTABLE PIC X(01).
          05 TIM-VATCLASS PIC X(01).
          05 TIM-AVG-COST PIC 9(5)V9(4).
          05 TIM-CATEGORY PIC X(4).
      ***** EVERY APPLIED ADJUSTMENT, SO SHRINKAGE HAS A PAPER TRAIL
       FD ADJUST-JOURNAL.
       01 ADJUST-JOURNAL-REC.
          05 ADJ-DATE PIC X(8).
          05 ADJ-ITEMCODE PIC X(10).
          05 ADJ-OLD-STOCK PIC 9(5).
          05 ADJ-COUNTED PIC 9(5).
          05 ADJ-VARIANCE PIC S9(5).
          05 ADJ-REASON PIC X(02).
          05 ADJ-OPERATOR PIC X(5).
      ***** AVERAGE UNIT COST THE GAIN OR SHRINKAGE IS VALUED AT
          05 ADJ-UNIT-COST PIC 9(5)V9(4).
      ***** LOT THE ADJUSTMENT WAS MADE TO (BLANK = WHOLE ITEM)
          05 ADJ-LOT PIC X(12).
      ***** WHO SIGNED THE VARIANCE REPORT OFF FOR POSTING
          05 ADJ-APPROVER PIC X(5).
       FD NEAR-EXPIRY-REPORT.
       01 NEAR-EXPIRY-REPORT-REC PIC X(100).
       FD PULL-LIST.
       01 PULL-LIST-REC PIC X(100).
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
      ********** WORK FIELDS
       01 SKW-SEQ.
          05 SKW-MODE PIC X(01).
          05 SKW-EOF-FLAG PIC 9 VALUE 0.
          05 SKW-ITEM-EOF PIC 9 VALUE 0.
          05 SKW-FOUND PIC 9 VALUE 0.
          05 SKW-COUNT PIC 9(5) VALUE 0.
          05 SKW-ITEMCODE PIC X(10).
          05 SKW-DESC PIC X(15).
          05 SKW-PRICE PIC 9(5)V9(2).
          05 SKW-COST PIC 9(5)V9(4).
          05 SKW-DAYSIN PIC X(3).
          05 SKW-DAYS PIC 9(3).
          05 SKW-LIMIT-DATE PIC 9(8).
          05 SKW-TODAY-INT PIC 9(8).
          05 SKW-LEFT PIC 9(5).
          05 SKW-OPERATOR PIC X(5).
          05 SKW-YN PIC X(01).
          05 SKW-QTY PIC 9(5).
          05 SKW-TOTAL-QTY PIC 9(7) VALUE 0.
          05 SKW-VALUE PIC 9(9)V9(2).
          05 SKW-TOTAL-VALUE PIC 9(9)V9(2) VALUE 0.
      ***** EXPIRED LOTS ON THE PULL LIST, WRITTEN OFF TOGETHER;
      ***** ANY PAST THE TABLE WAIT FOR THE NEXT RUN
       01 SKW-PULL-SEQ.
          05 SKW-PULL-COUNT PIC 9(3) VALUE 0.
          05 SKW-PULL-IDX PIC 9(3).
          05 SKW-PULL OCCURS 500 TIMES.
             10 SKW-P-CODE PIC X(10).
             10 SKW-P-LOT PIC X(12).
             10 SKW-P-QTY PIC 9(5).
      ********** REPORT LINE LAYOUTS
       01 SKW-NEAR-HEAD.
          05 FILLER PIC X(21) VALUE "LOTS EXPIRING WITHIN ".
          05 SKW-NEAR-HEAD-DAYS PIC ZZ9.
          05 FILLER PIC X(9) VALUE " DAYS OF ".
          05 SKW-NEAR-HEAD-DATE PIC X(8).
          05 FILLER PIC X(17) VALUE " - FOR MARKDOWN".
       01 SKW-PULL-HEAD.
          05 FILLER PIC X(40)
             VALUE "EXPIRED STOCK TO PULL FROM THE SHELF AS ".
          05 FILLER PIC X(3) VALUE "OF ".
          05 SKW-PULL-HEAD-DATE PIC X(8).
       01 SKW-COL-LINE.
          05 FILLER PIC X(40)
             VALUE "ITEM CODE  DESCRIPTION     LOT          ".
          05 FILLER PIC X(40)
             VALUE "EXPIRES   DAYS    QTY    RETAIL VALUE".
       01 SKW-DETAIL-LINE.
          05 SKW-DET-CODE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 SKW-DET-DESC PIC X(15).
          05 FILLER PIC X VALUE SPACE.
          05 SKW-DET-LOT PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 SKW-DET-EXPIRY PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 SKW-DET-DAYS PIC ZZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 SKW-DET-QTY PIC ZZ,ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 SKW-DET-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       01 SKW-TOTAL-LINE.
          05 SKW-TOT-LABEL PIC X(20).
          05 FILLER PIC X(7) VALUE " LOTS: ".
          05 SKW-TOT-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(7) VALUE "  QTY: ".
          05 SKW-TOT-QTY PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(9) VALUE "  VALUE: ".
          05 SKW-TOT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOT AND EXPIRY CONTROL".
           DISPLAY "[1] NEAR-EXPIRY REPORT".
           DISPLAY "[2] EXPIRED-STOCK PULL LIST AND WRITE-OFF".
           DISPLAY "[3] LOTS ON HAND FOR AN ITEM".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT SKW-MODE.

           EVALUATE SKW-MODE
              WHEN '1'
                 PERFORM NEAR-EXPIRY-RUN
              WHEN '2'
                 PERFORM EXPIRED-PULL-RUN
              WHEN '3'
                 PERFORM LIST-ITEM-LOTS
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** EVERY LOT WITH UNITS LEFT WHOSE EXPIRY FALLS FROM TODAY
      ***** THROUGH TODAY PLUS N DAYS, VALUED AT RETAIL SO THE OWNER
      ***** CAN SEE WHAT A MARKDOWN IS PROTECTING
       NEAR-EXPIRY-RUN.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "DAYS AHEAD (BLANK = 30): " WITH NO ADVANCING
           ACCEPT SKW-DAYSIN
           IF SKW-DAYSIN = SPACES
              MOVE 30 TO SKW-DAYS
           ELSE
              COMPUTE SKW-DAYS = FUNCTION NUMVAL(SKW-DAYSIN)
           END-IF
           COMPUTE SKW-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))
           COMPUTE SKW-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
               SKW-TODAY-INT + SKW-DAYS)

           MOVE 0 TO SKW-COUNT
           MOVE 0 TO SKW-TOTAL-QTY
           MOVE 0 TO SKW-TOTAL-VALUE
           OPEN OUTPUT NEAR-EXPIRY-REPORT
           MOVE SKW-DAYS TO SKW-NEAR-HEAD-DAYS
           MOVE BDT-DATE TO SKW-NEAR-HEAD-DATE
           WRITE NEAR-EXPIRY-REPORT-REC FROM SKW-NEAR-HEAD
           WRITE NEAR-EXPIRY-REPORT-REC FROM SKW-COL-LINE
           MOVE 0 TO SKW-EOF-FLAG
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           READ STOCK-LOTS
              AT END MOVE 1 TO SKW-EOF-FLAG
           END-READ
           PERFORM UNTIL SKW-EOF-FLAG = 1
              IF LOT-QTY > 0 AND LOT-EXPIRY IS NUMERIC AND
                 LOT-EXPIRY >= BDT-DATE AND
                 LOT-EXPIRY <= SKW-LIMIT-DATE
                 PERFORM FORMAT-LOT-LINE
                 WRITE NEAR-EXPIRY-REPORT-REC FROM SKW-DETAIL-LINE
              END-IF
              READ STOCK-LOTS
                 AT END MOVE 1 TO SKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS

           MOVE SPACES TO NEAR-EXPIRY-REPORT-REC
           WRITE NEAR-EXPIRY-REPORT-REC
           MOVE "NEAR EXPIRY" TO SKW-TOT-LABEL
           MOVE SKW-COUNT TO SKW-TOT-COUNT
           MOVE SKW-TOTAL-QTY TO SKW-TOT-QTY
           MOVE SKW-TOTAL-VALUE TO SKW-TOT-VALUE
           WRITE NEAR-EXPIRY-REPORT-REC FROM SKW-TOTAL-LINE
           CLOSE NEAR-EXPIRY-REPORT
           DISPLAY "LOTS NEAR EXPIRY: " SKW-COUNT
              " - REPORT IN NearExpiry.dat".
           EXIT.

      ***** EVERY LOT WITH UNITS LEFT WHOSE EXPIRY DATE HAS PASSED
      ***** GOES ON THE PULL LIST; ONCE THE SHELF IS CLEARED THE
      ***** UNITS ARE WRITTEN OFF UNDER REASON EX, LOT BY LOT
       EXPIRED-PULL-RUN.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO SKW-COUNT
           MOVE 0 TO SKW-TOTAL-QTY
           MOVE 0 TO SKW-TOTAL-VALUE
           MOVE 0 TO SKW-PULL-COUNT
           COMPUTE SKW-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))
           OPEN OUTPUT PULL-LIST
           MOVE BDT-DATE TO SKW-PULL-HEAD-DATE
           WRITE PULL-LIST-REC FROM SKW-PULL-HEAD
           WRITE PULL-LIST-REC FROM SKW-COL-LINE
           MOVE 0 TO SKW-EOF-FLAG
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           READ STOCK-LOTS
              AT END MOVE 1 TO SKW-EOF-FLAG
           END-READ
           PERFORM UNTIL SKW-EOF-FLAG = 1
              IF LOT-QTY > 0 AND LOT-EXPIRY IS NUMERIC AND
                 LOT-EXPIRY < BDT-DATE AND SKW-PULL-COUNT < 500
                 PERFORM FORMAT-LOT-LINE
                 WRITE PULL-LIST-REC FROM SKW-DETAIL-LINE
                 ADD 1 TO SKW-PULL-COUNT
                 MOVE LOT-ITEMCODE TO SKW-P-CODE(SKW-PULL-COUNT)
                 MOVE LOT-NUMBER TO SKW-P-LOT(SKW-PULL-COUNT)
                 MOVE LOT-QTY TO SKW-P-QTY(SKW-PULL-COUNT)
              END-IF
              READ STOCK-LOTS
                 AT END MOVE 1 TO SKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS

           MOVE SPACES TO PULL-LIST-REC
           WRITE PULL-LIST-REC
           MOVE "EXPIRED" TO SKW-TOT-LABEL
           MOVE SKW-COUNT TO SKW-TOT-COUNT
           MOVE SKW-TOTAL-QTY TO SKW-TOT-QTY
           MOVE SKW-TOTAL-VALUE TO SKW-TOT-VALUE
           WRITE PULL-LIST-REC FROM SKW-TOTAL-LINE
           CLOSE PULL-LIST
           DISPLAY "EXPIRED LOTS: " SKW-COUNT
              " - PULL LIST IN ExpiredPullList.dat"
           IF SKW-PULL-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           DISPLAY "WRITE THESE LOTS OFF NOW? (Y/N): "
              WITH NO ADVANCING
           ACCEPT SKW-YN
           IF SKW-YN NOT = 'Y' AND SKW-YN NOT = 'y'
              DISPLAY "NOTHING WRITTEN OFF"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "YOUR OPERATOR ID: " WITH NO ADVANCING
           ACCEPT SKW-OPERATOR
           PERFORM WRITE-OFF-ITEMS
           PERFORM EMPTY-PULLED-LOTS
           DISPLAY "EXPIRED LOTS WRITTEN OFF: " SKW-PULL-COUNT.
           EXIT.

      ***** DAYS LEFT COUNTS FORWARD FOR A LOT STILL GOOD AND BACK
      ***** FOR ONE ALREADY PAST ITS DATE
       FORMAT-LOT-LINE.
           MOVE LOT-ITEMCODE TO SKW-ITEMCODE
           PERFORM FIND-ITEM
           ADD 1 TO SKW-COUNT
           ADD LOT-QTY TO SKW-TOTAL-QTY
           COMPUTE SKW-VALUE = LOT-QTY * SKW-PRICE
           ADD SKW-VALUE TO SKW-TOTAL-VALUE
           COMPUTE SKW-LEFT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LOT-EXPIRY)) - SKW-TODAY-INT
           MOVE SPACES TO SKW-DETAIL-LINE
           MOVE LOT-ITEMCODE TO SKW-DET-CODE
           MOVE SKW-DESC TO SKW-DET-DESC
           MOVE LOT-NUMBER TO SKW-DET-LOT
           MOVE LOT-EXPIRY TO SKW-DET-EXPIRY
           MOVE SKW-LEFT TO SKW-DET-DAYS
           MOVE LOT-QTY TO SKW-DET-QTY
           MOVE SKW-VALUE TO SKW-DET-VALUE.
           EXIT.

      ***** ONE PASS OVER THE MASTER TAKES EACH PULLED LOT OFF ITS
      ***** ITEM, JOURNALING EVERY LOT SEPARATELY AT THE AVERAGE COST
       WRITE-OFF-ITEMS.
           OPEN EXTEND ADJUST-JOURNAL
           MOVE 0 TO SKW-ITEM-EOF
           OPEN INPUT ITEM-MASTER
           OPEN OUTPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER
              AT END MOVE 1 TO SKW-ITEM-EOF
           END-READ
           PERFORM UNTIL SKW-ITEM-EOF = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              PERFORM VARYING SKW-PULL-IDX FROM 1 BY 1
                      UNTIL SKW-PULL-IDX > SKW-PULL-COUNT
                 IF SKW-P-CODE(SKW-PULL-IDX) = IM-CODE
                    MOVE SKW-P-QTY(SKW-PULL-IDX) TO SKW-QTY
                    IF SKW-QTY > TIM-STOCK
                       MOVE TIM-STOCK TO SKW-QTY
                    END-IF
                    MOVE BDT-DATE TO ADJ-DATE
                    MOVE IM-CODE TO ADJ-ITEMCODE
                    MOVE TIM-STOCK TO ADJ-OLD-STOCK
                    COMPUTE ADJ-COUNTED = TIM-STOCK - SKW-QTY
                    COMPUTE ADJ-VARIANCE = 0 - SKW-QTY
                    MOVE "EX" TO ADJ-REASON
                    MOVE SKW-OPERATOR TO ADJ-OPERATOR
                    IF IM-AVG-COST NUMERIC
                       MOVE IM-AVG-COST TO ADJ-UNIT-COST
                    ELSE
                       MOVE 0 TO ADJ-UNIT-COST
                    END-IF
                    MOVE SKW-P-LOT(SKW-PULL-IDX) TO ADJ-LOT
                    MOVE SPACES TO ADJ-APPROVER
                    WRITE ADJUST-JOURNAL-REC
                    SUBTRACT SKW-QTY FROM TIM-STOCK
                 END-IF
              END-PERFORM
              WRITE TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER
                 AT END MOVE 1 TO SKW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP
           CLOSE ADJUST-JOURNAL

           MOVE 0 TO SKW-ITEM-EOF
           OPEN OUTPUT ITEM-MASTER
           OPEN INPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER-TEMP
              AT END MOVE 1 TO SKW-ITEM-EOF
           END-READ
           PERFORM UNTIL SKW-ITEM-EOF = 1
              WRITE ITEM-MASTER-REC FROM TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER-TEMP
                 AT END MOVE 1 TO SKW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP.
           EXIT.

       EMPTY-PULLED-LOTS.
           MOVE 0 TO SKW-EOF-FLAG
           OPEN INPUT STOCK-LOTS
           OPEN OUTPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS
              AT END MOVE 1 TO SKW-EOF-FLAG
           END-READ
           PERFORM UNTIL SKW-EOF-FLAG = 1
              MOVE STOCK-LOT-REC TO TEMP-STOCK-LOT-REC
              PERFORM VARYING SKW-PULL-IDX FROM 1 BY 1
                      UNTIL SKW-PULL-IDX > SKW-PULL-COUNT
                 IF SKW-P-CODE(SKW-PULL-IDX) = LOT-ITEMCODE AND
                    SKW-P-LOT(SKW-PULL-IDX) = LOT-NUMBER
                    MOVE 0 TO TLOT-QTY
                 END-IF
              END-PERFORM
              WRITE TEMP-STOCK-LOT-REC
              READ STOCK-LOTS
                 AT END MOVE 1 TO SKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP

           MOVE 0 TO SKW-EOF-FLAG
           OPEN OUTPUT STOCK-LOTS
           OPEN INPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS-TEMP
              AT END MOVE 1 TO SKW-EOF-FLAG
           END-READ
           PERFORM UNTIL SKW-EOF-FLAG = 1
              WRITE STOCK-LOT-REC FROM TEMP-STOCK-LOT-REC
              READ STOCK-LOTS-TEMP
                 AT END MOVE 1 TO SKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP.
           EXIT.

      ***** THE ITEM'S LOTS STILL HOLDING UNITS, AGAINST THE BOOK
      ***** STOCK; THE DIFFERENCE IS STOCK THAT CARRIES NO LOT
       LIST-ITEM-LOTS.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT SKW-ITEMCODE
           PERFORM FIND-ITEM
           IF SKW-FOUND = 0
              DISPLAY "ITEM NOT ON THE MASTER"
              EXIT PARAGRAPH
           END-IF
           DISPLAY SKW-ITEMCODE " " SKW-DESC " BOOK STOCK: " IM-STOCK
           MOVE 0 TO SKW-TOTAL-QTY
           MOVE 0 TO SKW-EOF-FLAG
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           READ STOCK-LOTS
              AT END MOVE 1 TO SKW-EOF-FLAG
           END-READ
           PERFORM UNTIL SKW-EOF-FLAG = 1
              IF LOT-ITEMCODE = SKW-ITEMCODE AND LOT-QTY > 0
                 ADD LOT-QTY TO SKW-TOTAL-QTY
                 IF LOT-EXPIRY < BDT-DATE
                    DISPLAY "  LOT " LOT-NUMBER " EXPIRES " LOT-EXPIRY
                       " QTY " LOT-QTY "  ** EXPIRED **"
                 ELSE
                    DISPLAY "  LOT " LOT-NUMBER " EXPIRES " LOT-EXPIRY
                       " QTY " LOT-QTY
                 END-IF
              END-IF
              READ STOCK-LOTS
                 AT END MOVE 1 TO SKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           DISPLAY "UNITS ON LOTS: " SKW-TOTAL-QTY.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO SKW-FOUND
           MOVE SPACES TO SKW-DESC
           MOVE 0 TO SKW-PRICE
           MOVE 0 TO SKW-ITEM-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO SKW-ITEM-EOF
           END-READ
           PERFORM UNTIL SKW-ITEM-EOF = 1
              IF IM-CODE = SKW-ITEMCODE
                 MOVE 1 TO SKW-FOUND
                 MOVE IM-DESC TO SKW-DESC
                 MOVE IM-PRICE TO SKW-PRICE
                 MOVE 1 TO SKW-ITEM-EOF
              ELSE
                 READ ITEM-MASTER
                    AT END MOVE 1 TO SKW-ITEM-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ITEM-MASTER.
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

       END PROGRAM POS-STOCK-LOTS.
