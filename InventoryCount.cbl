           "C:\cobol_project\ItemMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOCK-LOTS ASSIGN TO
           "C:\cobol_project\StockLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOCK-LOTS-TEMP ASSIGN TO
           "C:\cobol_project\StockLotsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ADJUST-JOURNAL ASSIGN TO
           "C:\cobol_project\InventoryAdjust.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
      ***** ONE ROW PER ITEM COUNTED ON THE SHELF
      ***** (CS-STATUS: P=PENDING A=ADJUSTMENT APPLIED)
      ***** A LOT-TRACKED ITEM MAY BE COUNTED LOT BY LOT, ONE ROW PER
      ***** LOT; A BLANK CS-LOT IS A COUNT OF THE WHOLE ITEM
       FD COUNT-SHEETS.
       01 COUNT-SHEET-REC.
          05 CS-ITEMCODE PIC X(10).
          05 CS-OPERATOR PIC X(5).
          05 CS-DATE PIC X(8).
          05 CS-STATUS PIC X(01).
          05 CS-LOT PIC X(12).
       FD COUNT-SHEETS-TEMP.
       01 TEMP-COUNT-SHEET-REC.
          05 TCS-ITEMCODE PIC X(10).
          05 TCS-OPERATOR PIC X(5).
          05 TCS-DATE PIC X(8).
          05 TCS-STATUS PIC X(01).
          05 TCS-LOT PIC X(12).
       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
          05 IM-CODE PIC X(10).
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
      ***** EVERY APPLIED ADJUSTMENT, SO SHRINKAGE HAS A PAPER TRAIL
       FD ADJUST-JOURNAL.
       01 ADJUST-JOURNAL-REC.
          05 ADJ-VARIANCE PIC S9(5).
          05 ADJ-REASON PIC X(02).
          05 ADJ-OPERATOR PIC X(5).
      ***** AVERAGE UNIT COST THE GAIN OR SHRINKAGE IS VALUED AT
          05 ADJ-UNIT-COST PIC 9(5)V9(4).
      ***** LOT THE ADJUSTMENT WAS MADE TO (BLANK = WHOLE ITEM)
          05 ADJ-LOT PIC X(12).
      ***** WHO SIGNED THE VARIANCE REPORT OFF FOR POSTING
          05 ADJ-APPROVER PIC X(5).
       FD VARIANCE-REPORT.
       01 VARIANCE-REPORT-REC PIC X(80).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
          05 INV-FOUND PIC 9 VALUE 0.
          05 INV-COUNT PIC 9(5) VALUE 0.
          05 INV-OPERATOR PIC X(5).
          05 INV-APPROVER PIC X(5).
          05 INV-ITEMCODE PIC X(10).
          05 INV-QTYIN PIC X(5).
          05 INV-QTY PIC 9(5).
          05 INV-REASON PIC X(02).
          05 INV-STOCK-FOUND PIC 9(5).
          05 INV-PRICE-FOUND PIC 9(5)V9(2).
          05 INV-COST-FOUND PIC 9(5)V9(4).
          05 INV-DESC-FOUND PIC X(15).
          05 INV-VARIANCE PIC S9(5).
          05 INV-VALUE PIC S9(8)V9(2).
          05 INV-TOTAL-VALUE PIC S9(8)V9(2) VALUE 0.
          05 INV-NEW-STOCK PIC 9(5).
      ***** THE LOT BEING COUNTED, AND ITS BOOK QUANTITY
          05 INV-LOT PIC X(12).
          05 INV-LOT-EOF PIC 9 VALUE 0.
          05 INV-LOT-OPEN PIC 9(3).
          05 INV-LOT-FOUND PIC 9 VALUE 0.
          05 INV-LOT-QTY PIC 9(5).
      ********** VARIANCE REPORT LINE LAYOUTS
       01 INV-HEAD-LINE.
          05 FILLER PIC X(29) VALUE "PHYSICAL COUNT VARIANCES AT  ".
              IF INV-FOUND = 0
                 DISPLAY "UNKNOWN ITEM CODE - LINE SKIPPED"
              ELSE
                 PERFORM CAPTURE-COUNT-LINE
              END-IF
              DISPLAY "ANOTHER LINE? (Y/N): " WITH NO ADVANCING
              ACCEPT INV-MORE
           END-PERFORM.
           EXIT.

      ***** AN ITEM WITH STOCK STILL ON OPEN LOTS IS COUNTED BY LOT
      ***** WHEN THE COUNTER KEYS ONE; BLANK COUNTS THE WHOLE ITEM
       CAPTURE-COUNT-LINE.
           MOVE SPACES TO INV-LOT
           PERFORM COUNT-OPEN-LOTS
           IF INV-LOT-OPEN > 0
              DISPLAY "LOT (BLANK = ALL):  " WITH NO ADVANCING
              ACCEPT INV-LOT
              IF INV-LOT NOT = SPACES
                 PERFORM FIND-LOT
                 IF INV-LOT-FOUND = 0
                    DISPLAY "UNKNOWN LOT FOR THIS ITEM - LINE SKIPPED"
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF
           DISPLAY "COUNTED QUANTITY:  " WITH NO ADVANCING
           ACCEPT INV-QTYIN
           MOVE INV-QTYIN TO INV-QTY
           MOVE INV-ITEMCODE TO CS-ITEMCODE
           MOVE INV-QTY TO CS-COUNTED
           MOVE INV-OPERATOR TO CS-OPERATOR
           MOVE BDT-DATE TO CS-DATE
           MOVE 'P' TO CS-STATUS
           MOVE INV-LOT TO CS-LOT
           OPEN EXTEND COUNT-SHEETS
              WRITE COUNT-SHEET-REC
           CLOSE COUNT-SHEETS.
           EXIT.

       COUNT-OPEN-LOTS.
           MOVE 0 TO INV-LOT-OPEN
           MOVE 0 TO INV-LOT-EOF
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           READ STOCK-LOTS
              AT END MOVE 1 TO INV-LOT-EOF
           END-READ
           PERFORM UNTIL INV-LOT-EOF = 1
              IF LOT-ITEMCODE = INV-ITEMCODE AND LOT-QTY > 0
                 ADD 1 TO INV-LOT-OPEN
              END-IF
              READ STOCK-LOTS
                 AT END MOVE 1 TO INV-LOT-EOF
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS.
           EXIT.

       FIND-LOT.
           MOVE 0 TO INV-LOT-FOUND
           MOVE 0 TO INV-LOT-QTY
           MOVE 0 TO INV-LOT-EOF
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           READ STOCK-LOTS
              AT END MOVE 1 TO INV-LOT-EOF
           END-READ
           PERFORM UNTIL INV-LOT-EOF = 1
              IF LOT-ITEMCODE = INV-ITEMCODE AND
                 LOT-NUMBER = INV-LOT
                 MOVE 1 TO INV-LOT-FOUND
                 MOVE LOT-QTY TO INV-LOT-QTY
                 MOVE 1 TO INV-LOT-EOF
              ELSE
                 READ STOCK-LOTS
                    AT END MOVE 1 TO INV-LOT-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STOCK-LOTS.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO INV-FOUND
           MOVE 0 TO INV-ITEM-EOF
                 MOVE IM-STOCK TO INV-STOCK-FOUND
                 MOVE IM-PRICE TO INV-PRICE-FOUND
                 MOVE IM-DESC TO INV-DESC-FOUND
                 IF IM-AVG-COST NUMERIC
                    MOVE IM-AVG-COST TO INV-COST-FOUND
                 ELSE
                    MOVE 0 TO INV-COST-FOUND
                 END-IF
                 MOVE 1 TO INV-ITEM-EOF
              ELSE
                 READ ITEM-MASTER
              IF CS-STATUS = 'P'
                 MOVE CS-ITEMCODE TO INV-ITEMCODE
                 MOVE CS-COUNTED TO INV-QTY
                 MOVE CS-LOT TO INV-LOT
                 PERFORM REPORT-ONE-VARIANCE
              END-IF
              READ COUNT-SHEETS
           DISPLAY "COUNT LINES REPORTED: " INV-COUNT.
           EXIT.

      ***** A LOT LINE IS MEASURED AGAINST THE LOT'S OWN BOOK
      ***** QUANTITY, AND SHOWS THE LOT IN PLACE OF THE DESCRIPTION
       REPORT-ONE-VARIANCE.
           PERFORM FIND-ITEM
           IF INV-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF INV-LOT NOT = SPACES
              PERFORM FIND-LOT
              IF INV-LOT-FOUND = 0
                 EXIT PARAGRAPH
              END-IF
              MOVE INV-LOT-QTY TO INV-STOCK-FOUND
              MOVE INV-LOT TO INV-DESC-FOUND
           END-IF
           ADD 1 TO INV-COUNT
           COMPUTE INV-VARIANCE = INV-QTY - INV-STOCK-FOUND
           COMPUTE INV-VALUE = INV-VARIANCE * INV-PRICE-FOUND
       POST-ADJUSTMENTS.
           DISPLAY "ADJUSTMENT REASON CODE: " WITH NO ADVANCING
           ACCEPT INV-REASON
           DISPLAY "APPROVED BY (OPERATOR ID): " WITH NO ADVANCING
           ACCEPT INV-APPROVER
           IF INV-APPROVER = SPACES
              DISPLAY "NO APPROVER - NOTHING POSTED"
              EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-DATE

           MOVE 0 TO INV-EOF-FLAG
              IF CS-STATUS = 'P'
                 MOVE CS-ITEMCODE TO INV-ITEMCODE
                 MOVE CS-COUNTED TO INV-QTY
                 MOVE CS-LOT TO INV-LOT
                 PERFORM APPLY-ONE-ADJUSTMENT
                 IF INV-FOUND = 1
                    MOVE 'A' TO TCS-STATUS
           DISPLAY "ADJUSTMENTS POSTED: " INV-COUNT.
           EXIT.

      ***** A LOT COUNT RESETS THE LOT AND MOVES THE ITEM'S STOCK BY
      ***** THE SAME VARIANCE; A WHOLE-ITEM COUNT RESETS THE ITEM
       APPLY-ONE-ADJUSTMENT.
           PERFORM FIND-ITEM
           IF INV-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE INV-QTY TO INV-NEW-STOCK
           IF INV-LOT NOT = SPACES
              PERFORM FIND-LOT
              IF INV-LOT-FOUND = 0
                 MOVE 0 TO INV-FOUND
                 EXIT PARAGRAPH
              END-IF
              COMPUTE INV-VARIANCE = INV-QTY - INV-LOT-QTY
              IF INV-STOCK-FOUND + INV-VARIANCE < 0
                 MOVE 0 TO INV-NEW-STOCK
              ELSE
                 COMPUTE INV-NEW-STOCK =
                     INV-STOCK-FOUND + INV-VARIANCE
              END-IF
              PERFORM SET-LOT-QTY
              MOVE INV-LOT-QTY TO INV-STOCK-FOUND
           END-IF
           PERFORM SET-ITEM-STOCK
           MOVE BDT-DATE TO ADJ-DATE
           MOVE INV-ITEMCODE TO ADJ-ITEMCODE
           COMPUTE ADJ-VARIANCE = INV-QTY - INV-STOCK-FOUND
           MOVE INV-REASON TO ADJ-REASON
           MOVE CS-OPERATOR TO ADJ-OPERATOR
           MOVE INV-COST-FOUND TO ADJ-UNIT-COST
           MOVE INV-LOT TO ADJ-LOT
           MOVE INV-APPROVER TO ADJ-APPROVER
           OPEN EXTEND ADJUST-JOURNAL
              WRITE ADJUST-JOURNAL-REC
           CLOSE ADJUST-JOURNAL.
           END-READ
           PERFORM UNTIL INV-ITEM-EOF = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
      ***** A COUNTED GAIN COMES IN AT THE AVERAGE AND A LOSS GOES OUT
      ***** AT IT, SO THE UNIT AVERAGE CARRIES THROUGH UNCHANGED
              IF IM-CODE = INV-ITEMCODE
                 MOVE INV-NEW-STOCK TO TIM-STOCK
                 MOVE INV-COST-FOUND TO TIM-AVG-COST
              END-IF
              WRITE TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP.
           EXIT.

       SET-LOT-QTY.
           MOVE 0 TO INV-LOT-EOF
           OPEN INPUT STOCK-LOTS
           OPEN OUTPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS
              AT END MOVE 1 TO INV-LOT-EOF
           END-READ
           PERFORM UNTIL INV-LOT-EOF = 1
              MOVE STOCK-LOT-REC TO TEMP-STOCK-LOT-REC
              IF LOT-ITEMCODE = INV-ITEMCODE AND
                 LOT-NUMBER = INV-LOT
                 MOVE INV-QTY TO TLOT-QTY
              END-IF
              WRITE TEMP-STOCK-LOT-REC
              READ STOCK-LOTS
                 AT END MOVE 1 TO INV-LOT-EOF
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP

           MOVE 0 TO INV-LOT-EOF
           OPEN OUTPUT STOCK-LOTS
           OPEN INPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS-TEMP
              AT END MOVE 1 TO INV-LOT-EOF
           END-READ
           PERFORM UNTIL INV-LOT-EOF = 1
              WRITE STOCK-LOT-REC FROM TEMP-STOCK-LOT-REC
              READ STOCK-LOTS-TEMP
                 AT END MOVE 1 TO INV-LOT-EOF
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP.
           EXIT.


      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE DATE WHEN NO
