      * Author: LEILA H. BORROMEO
      * Date: NOVEMBER 07, 2022
      * Purpose: SUPPLIER MASTER AND GOODS-RECEIVED ENTRY FOR THE
      *          ITEM FILE AGAINST AN OPEN PURCHASE ORDER, WITH THE
      *          RECEIVING REGISTER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\cobol_project\SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SUPPLIER-MASTER-TEMP ASSIGN TO
           "C:\cobol_project\SupplierMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ITEM-MASTER ASSIGN TO
           "C:\cobol_project\ItemMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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
           SELECT RECEIVING-JOURNAL ASSIGN TO
           "C:\cobol_project\ReceivingJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PURCHASE-ORDERS ASSIGN TO
           "C:\cobol_project\PurchaseOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PURCHASE-ORDERS-TEMP ASSIGN TO
           "C:\cobol_project\PurchaseOrdersTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PO-LINES ASSIGN TO
           "C:\cobol_project\PurchaseOrderLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PO-LINES-TEMP ASSIGN TO
           "C:\cobol_project\PurchaseOrderLinesTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RECEIVING-REGISTER ASSIGN TO
           "C:\cobol_project\ReceivingRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** WHO WE BUY FROM (SUP-TERMS-DAYS: DAYS FROM INVOICE DATE
      ***** TO DUE DATE; BLANK FALLS BACK TO THE AP DEFAULT)
       FD SUPPLIER-MASTER.
       01 SUPPLIER-MASTER-REC.
          05 SUP-CODE PIC X(5).
          05 SUP-NAME PIC X(20).
          05 SUP-CONTACT PIC X(20).
          05 SUP-TERMS-DAYS PIC 9(3).
          05 SUP-TERMS-X REDEFINES SUP-TERMS-DAYS PIC X(3).
       FD SUPPLIER-MASTER-TEMP.
       01 TEMP-SUPPLIER-MASTER-REC.
          05 TSUP-CODE PIC X(5).
          05 TSUP-NAME PIC X(20).
          05 TSUP-CONTACT PIC X(20).
          05 TSUP-TERMS-DAYS PIC 9(3).
          05 TSUP-TERMS-X REDEFINES TSUP-TERMS-DAYS PIC X(3).
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
      ***** UNITS ON HAND BY LOT AND EXPIRY FOR ITEMS RECEIVED WITH
      ***** A LOT NUMBER; ONE ROW PER ITEM AND LOT, SO A SECOND
      ***** DELIVERY OF THE SAME LOT ADDS TO THE ROW ALREADY THERE
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
      ***** ONE ROW PER ITEM LINE RECEIVED INTO STOCK, WITH THE PO
      ***** LINE IT WAS RECEIVED AGAINST (GR-FLAG: SPACE=AS ORDERED
      ***** Q=OVER-DELIVERY REFUSED C=COST DIFFERS FROM PO B=BOTH)
       FD RECEIVING-JOURNAL.
       01 RECEIVING-JOURNAL-REC.
          05 GR-DATE PIC X(8).
          05 GR-ITEMCODE PIC X(10).
          05 GR-QTY PIC 9(5).
          05 GR-UNIT-COST PIC 9(5)V9(2).
          05 GR-PO-NUM PIC 9(6).
          05 GR-PO-LINE PIC 9(3).
          05 GR-PO-COST PIC 9(5)V9(2).
          05 GR-OVER-QTY PIC 9(5).
          05 GR-FLAG PIC X(01).
      ***** PURCHASE ORDERS RAISED IN PURCHASE-ORDERS (PO-STATUS:
      ***** O=OPEN P=PARTLY RECEIVED C=COMPLETE S=CLOSED SHORT)
       FD PURCHASE-ORDERS.
       01 PURCHASE-ORDER-REC.
          05 PO-NUM PIC 9(6).
          05 PO-SUPPLIER PIC X(5).
          05 PO-DATE PIC X(8).
          05 PO-SOURCE PIC X(01).
          05 PO-STATUS PIC X(01).
          05 PO-CLOSED-DATE PIC X(8).
       FD PURCHASE-ORDERS-TEMP.
       01 TEMP-PURCHASE-ORDER-REC.
          05 TPO-NUM PIC 9(6).
          05 TPO-SUPPLIER PIC X(5).
          05 TPO-DATE PIC X(8).
          05 TPO-SOURCE PIC X(01).
          05 TPO-STATUS PIC X(01).
          05 TPO-CLOSED-DATE PIC X(8).
      ***** (POL-STATUS: O=OPEN C=COMPLETE S=CLOSED SHORT)
       FD PO-LINES.
       01 PO-LINE-REC.
          05 POL-NUM PIC 9(6).
          05 POL-LINE PIC 9(3).
          05 POL-ITEMCODE PIC X(10).
          05 POL-QTY PIC 9(5).
          05 POL-UNIT-COST PIC 9(5)V9(2).
          05 POL-RECEIVED PIC 9(5).
          05 POL-STATUS PIC X(01).
       FD PO-LINES-TEMP.
       01 TEMP-PO-LINE-REC.
          05 TPOL-NUM PIC 9(6).
          05 TPOL-LINE PIC 9(3).
          05 TPOL-ITEMCODE PIC X(10).
          05 TPOL-QTY PIC 9(5).
          05 TPOL-UNIT-COST PIC 9(5)V9(2).
          05 TPOL-RECEIVED PIC 9(5).
          05 TPOL-STATUS PIC X(01).
       FD RECEIVING-REGISTER.
       01 RECEIVING-REGISTER-REC PIC X(80).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
          05 GRW-SUPPLIER PIC X(5).
          05 GRW-SUPNAME PIC X(20).
          05 GRW-CONTACT PIC X(20).
          05 GRW-TERMSIN PIC X(3).
          05 GRW-OPERATOR PIC X(5).
          05 GRW-OLD-CONTACT PIC X(20).
          05 GRW-OLD-TERMS PIC X(3).
          05 GRW-NEW-CONTACT PIC X(20).
          05 GRW-NEW-TERMS PIC X(3).
          05 GRW-REFERENCE PIC X(10).
          05 GRW-ITEMCODE PIC X(10).
          05 GRW-QTYIN PIC X(5).
          05 GRW-LINE-VALUE PIC 9(8)V9(2).
          05 GRW-TOTAL-VALUE PIC 9(8)V9(2) VALUE 0.
          05 GRW-VALUEDIS PIC ZZ,ZZZ,ZZ9.99.
          05 GRW-OLD-COST PIC 9(5)V9(4).
          05 GRW-STOCK-VALUE PIC 9(11)V9(4).
      ***** LOT AND EXPIRY KEYED FOR THE LINE (BLANK LOT = NONE)
          05 GRW-LOT PIC X(12).
          05 GRW-EXPIRY PIC X(8).
          05 GRW-LOT-HIT PIC 9 VALUE 0.
      ********** THE PURCHASE ORDER BEING RECEIVED AGAINST
       01 GRW-PO-SEQ.
          05 GRW-PO-NUMIN PIC X(6).
          05 GRW-PO-NUM PIC 9(6).
          05 GRW-PO-STATUS PIC X(01).
          05 GRW-PO-FOUND PIC 9 VALUE 0.
          05 GRW-PO-UPDATED PIC 9 VALUE 0.
          05 GRW-PO-OPEN-LINES PIC 9(3).
          05 GRW-REMAIN PIC 9(5).
          05 GRW-OVER-QTY PIC 9(5).
          05 GRW-FLAG PIC X(01).
          05 GRW-QTYDIS PIC ZZZZ9.
          05 GRW-COSTDIS PIC ZZ,ZZ9.99.
      ***** THE ORDER'S LINES, HELD WHILE THE DELIVERY IS KEYED
       01 GRW-LINE-TABLE.
          05 GRW-LINE-ENTRY OCCURS 50 TIMES.
             10 GRW-L-LINE PIC 9(3).
             10 GRW-L-ITEMCODE PIC X(10).
             10 GRW-L-QTY PIC 9(5).
             10 GRW-L-COST PIC 9(5)V9(2).
             10 GRW-L-RECEIVED PIC 9(5).
             10 GRW-L-STATUS PIC X(01).
       01 GRW-LINE-COUNT PIC 9(3) VALUE 0.
       01 GRW-IDX PIC 9(3).
       01 GRW-HIT PIC 9(3).
      ********** REGISTER FILTERS AND LAYOUT
       01 GRW-RPT-DATE PIC X(8).
       01 GRW-RPT-SUPPLIER PIC X(5).
          05 GRW-DET-COST PIC ZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 GRW-DET-VALUE PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 GRW-DET-PO PIC X(6).
          05 FILLER PIC X(1) VALUE SPACES.
          05 GRW-DET-FLAG PIC X(01).
       01 GRW-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "LINES LISTED:   ".
          05 GRW-TOT-COUNT PIC ZZZZ9.
          05 FILLER PIC X(9) VALUE "  VALUE: ".
          05 GRW-TOT-VALUE PIC ZZ,ZZZ,ZZ9.99.
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "SupplierMaster.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GOODS RECEIVING".
           DISPLAY "[2] ADD A SUPPLIER".
           DISPLAY "[3] GOODS-RECEIVED ENTRY".
           DISPLAY "[4] RECEIVING REGISTER".
           DISPLAY "[5] SET SUPPLIER CONTACT AND TERMS".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT GRW-MODE.

                 PERFORM RECEIVE-GOODS
              WHEN '4'
                 PERFORM RECEIVING-REGISTER-RUN
              WHEN '5'
                 PERFORM SET-SUPPLIER-TERMS
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              ADD 1 TO GRW-COUNT
              IF SUP-TERMS-DAYS IS NUMERIC
                 DISPLAY SUP-CODE "  " SUP-NAME "  " SUP-CONTACT
                    "  TERMS " SUP-TERMS-DAYS
              ELSE
                 DISPLAY SUP-CODE "  " SUP-NAME "  " SUP-CONTACT
                    "  TERMS DEFAULT"
              END-IF
              READ SUPPLIER-MASTER
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           ACCEPT GRW-SUPNAME
           DISPLAY "CONTACT:         " WITH NO ADVANCING
           ACCEPT GRW-CONTACT
           DISPLAY "TERMS (DAYS):    " WITH NO ADVANCING
           ACCEPT GRW-TERMSIN
           MOVE GRW-SUPPLIER TO SUP-CODE
           MOVE GRW-SUPNAME TO SUP-NAME
           MOVE GRW-CONTACT TO SUP-CONTACT
           IF GRW-TERMSIN = SPACES
              MOVE SPACES TO SUP-TERMS-X
           ELSE
              COMPUTE SUP-TERMS-DAYS = FUNCTION NUMVAL(GRW-TERMSIN)
           END-IF
           OPEN EXTEND SUPPLIER-MASTER
              WRITE SUPPLIER-MASTER-REC
           CLOSE SUPPLIER-MASTER
           CLOSE SUPPLIER-MASTER.
           EXIT.

      ***** A NEW CONTACT (BLANK KEEPS THE ONE ON FILE) AND HOW LONG
      ***** WE HAVE TO PAY THE SUPPLIER'S INVOICES; BLANK TERMS
      ***** LEAVE THE SUPPLIER ON THE AP DEFAULT
       SET-SUPPLIER-TERMS.
           DISPLAY "SUPPLIER CODE:   " WITH NO ADVANCING
           ACCEPT GRW-SUPPLIER
           PERFORM FIND-SUPPLIER
           IF GRW-FOUND = 0
              DISPLAY "SUPPLIER NOT ON FILE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTACT (BLANK=KEEP): " WITH NO ADVANCING
           ACCEPT GRW-CONTACT
           DISPLAY "TERMS (DAYS):    " WITH NO ADVANCING
           ACCEPT GRW-TERMSIN
           DISPLAY "YOUR OPERATOR ID: " WITH NO ADVANCING
           ACCEPT GRW-OPERATOR

           MOVE 0 TO GRW-EOF-FLAG
           OPEN INPUT SUPPLIER-MASTER
           OPEN OUTPUT SUPPLIER-MASTER-TEMP
           READ SUPPLIER-MASTER
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              MOVE SUPPLIER-MASTER-REC TO TEMP-SUPPLIER-MASTER-REC
              IF SUP-CODE = GRW-SUPPLIER
                 MOVE SUP-CONTACT TO GRW-OLD-CONTACT
                 MOVE SUP-TERMS-X TO GRW-OLD-TERMS
                 IF GRW-CONTACT NOT = SPACES
                    MOVE GRW-CONTACT TO TSUP-CONTACT
                 END-IF
                 IF GRW-TERMSIN = SPACES
                    MOVE SPACES TO TSUP-TERMS-X
                 ELSE
                    COMPUTE TSUP-TERMS-DAYS =
                       FUNCTION NUMVAL(GRW-TERMSIN)
                 END-IF
                 MOVE TSUP-CONTACT TO GRW-NEW-CONTACT
                 MOVE TSUP-TERMS-X TO GRW-NEW-TERMS
              END-IF
              WRITE TEMP-SUPPLIER-MASTER-REC
              READ SUPPLIER-MASTER
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER
           CLOSE SUPPLIER-MASTER-TEMP

           MOVE 0 TO GRW-EOF-FLAG
           OPEN OUTPUT SUPPLIER-MASTER
           OPEN INPUT SUPPLIER-MASTER-TEMP
           READ SUPPLIER-MASTER-TEMP
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              WRITE SUPPLIER-MASTER-REC FROM TEMP-SUPPLIER-MASTER-REC
              READ SUPPLIER-MASTER-TEMP
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER
           CLOSE SUPPLIER-MASTER-TEMP

           MOVE GRW-SUPPLIER TO MAL-P-KEY
           MOVE GRW-OPERATOR TO MAL-P-OPERATOR
           MOVE "CONTACT" TO MAL-P-FIELD
           MOVE GRW-OLD-CONTACT TO MAL-P-BEFORE
           MOVE GRW-NEW-CONTACT TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "TERMS DAYS" TO MAL-P-FIELD
           MOVE GRW-OLD-TERMS TO MAL-P-BEFORE
           MOVE GRW-NEW-TERMS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           DISPLAY "SUPPLIER UPDATED".
           EXIT.

      ***** ONE DELIVERY AGAINST ONE OPEN PURCHASE ORDER: THE PO
      ***** GIVES THE SUPPLIER, THEN LINE AFTER LINE OF ITEM/QUANTITY/
      ***** COST, EACH ONE CHECKED AGAINST THE ORDER, JOURNALED AND
      ***** ADDED ONTO IM-STOCK. ITEMS NOT ON THE ORDER ARE REFUSED,
      ***** ONLY WHAT IS STILL OUTSTANDING ON A LINE IS TAKEN IN, AND
      ***** A COST OTHER THAN THE AGREED ONE IS FLAGGED
       RECEIVE-GOODS.
           DISPLAY "PURCHASE ORDER NO.:  " WITH NO ADVANCING
           ACCEPT GRW-PO-NUMIN
           COMPUTE GRW-PO-NUM = FUNCTION NUMVAL(GRW-PO-NUMIN)
           PERFORM FIND-ORDER
           IF GRW-PO-FOUND = 0
              DISPLAY "NO SUCH PURCHASE ORDER - DELIVERY REFUSED"
              EXIT PARAGRAPH
           END-IF
           IF GRW-PO-STATUS NOT = 'O' AND GRW-PO-STATUS NOT = 'P'
              DISPLAY "PURCHASE ORDER IS NOT OPEN - DELIVERY REFUSED"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SUPPLIER
           DISPLAY "RECEIVING " GRW-SUPNAME " ON PO " GRW-PO-NUM
           DISPLAY "DELIVERY REFERENCE:  " WITH NO ADVANCING
           ACCEPT GRW-REFERENCE
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-PO-LINES
           MOVE 0 TO GRW-PO-UPDATED

           MOVE 'Y' TO GRW-MORE
           PERFORM UNTIL GRW-MORE NOT = 'Y' AND GRW-MORE NOT = 'y'
              IF GRW-FOUND = 0
                 DISPLAY "UNKNOWN ITEM CODE - LINE SKIPPED"
              ELSE
                 PERFORM FIND-PO-LINE
                 IF GRW-HIT = 0
                    DISPLAY "ITEM NOT OPEN ON THIS PO - REFUSED"
                 ELSE
                    PERFORM RECEIVE-PO-LINE
                 END-IF
              END-IF
              DISPLAY "ANOTHER LINE? (Y/N): " WITH NO ADVANCING
              ACCEPT GRW-MORE
           END-PERFORM

           IF GRW-PO-UPDATED = 1
              PERFORM UPDATE-PURCHASE-ORDER
           END-IF.
           EXIT.

      ***** ONE RECEIVED LINE AGAINST PO LINE GRW-HIT
       RECEIVE-PO-LINE.
           MOVE SPACE TO GRW-FLAG
           MOVE 0 TO GRW-OVER-QTY
           COMPUTE GRW-REMAIN = GRW-L-QTY(GRW-HIT)
                              - GRW-L-RECEIVED(GRW-HIT)
           MOVE GRW-REMAIN TO GRW-QTYDIS
           DISPLAY "  STILL DUE ON PO LINE " GRW-L-LINE(GRW-HIT)
              ": " GRW-QTYDIS
           DISPLAY "QUANTITY RECEIVED:   " WITH NO ADVANCING
           ACCEPT GRW-QTYIN
           COMPUTE GRW-QTY = FUNCTION NUMVAL(GRW-QTYIN)
           IF GRW-QTY = 0
              DISPLAY "NOTHING RECEIVED - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "UNIT COST:           " WITH NO ADVANCING
           ACCEPT GRW-COSTIN
           COMPUTE GRW-COST = FUNCTION NUMVAL(GRW-COSTIN)
      ***** FOOD AND MEDICINE LINES COME IN UNDER A LOT NUMBER WITH
      ***** ITS EXPIRY DATE; STOCK ALREADY PAST ITS DATE IS REFUSED
           DISPLAY "LOT (BLANK = NONE):  " WITH NO ADVANCING
           ACCEPT GRW-LOT
           MOVE SPACES TO GRW-EXPIRY
           IF GRW-LOT NOT = SPACES
              DISPLAY "EXPIRY (YYYYMMDD):   " WITH NO ADVANCING
              ACCEPT GRW-EXPIRY
              IF GRW-EXPIRY IS NOT NUMERIC
                 DISPLAY "INVALID EXPIRY DATE - LINE SKIPPED"
                 EXIT PARAGRAPH
              END-IF
              IF GRW-EXPIRY < BDT-DATE
                 DISPLAY "LOT ALREADY EXPIRED - LINE REFUSED"
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF GRW-QTY > GRW-REMAIN
              COMPUTE GRW-OVER-QTY = GRW-QTY - GRW-REMAIN
              MOVE GRW-REMAIN TO GRW-QTY
              MOVE 'Q' TO GRW-FLAG
              MOVE GRW-OVER-QTY TO GRW-QTYDIS
              DISPLAY "  OVER-DELIVERY: " GRW-QTYDIS
                 " REFUSED - RETURN TO SUPPLIER"
           END-IF
           IF GRW-COST NOT = GRW-L-COST(GRW-HIT)
              IF GRW-FLAG = 'Q'
                 MOVE 'B' TO GRW-FLAG
              ELSE
                 MOVE 'C' TO GRW-FLAG
              END-IF
              MOVE GRW-L-COST(GRW-HIT) TO GRW-COSTDIS
              DISPLAY "  COST DIFFERS FROM PO COST OF " GRW-COSTDIS
           END-IF

           ADD GRW-QTY TO GRW-L-RECEIVED(GRW-HIT)
           IF GRW-L-RECEIVED(GRW-HIT) >= GRW-L-QTY(GRW-HIT)
              MOVE 'C' TO GRW-L-STATUS(GRW-HIT)
              DISPLAY "  PO LINE " GRW-L-LINE(GRW-HIT) " COMPLETE"
           END-IF
           MOVE 1 TO GRW-PO-UPDATED
           PERFORM INCREMENT-ITEM-STOCK
           IF GRW-LOT NOT = SPACES
              PERFORM ADD-TO-STOCK-LOT
           END-IF
           PERFORM JOURNAL-RECEIPT-LINE
           DISPLAY "STOCK UPDATED".
           EXIT.

      ***** LEAVES THE SUPPLIER AND STATUS OF THE ORDER IN GRW-SUPPLIER
      ***** AND GRW-PO-STATUS WHEN FOUND
       FIND-ORDER.
           MOVE 0 TO GRW-PO-FOUND
           MOVE 0 TO GRW-EOF-FLAG
           OPEN EXTEND PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              IF PO-NUM = GRW-PO-NUM
                 MOVE 1 TO GRW-PO-FOUND
                 MOVE PO-SUPPLIER TO GRW-SUPPLIER
                 MOVE PO-STATUS TO GRW-PO-STATUS
                 MOVE 1 TO GRW-EOF-FLAG
              ELSE
                 READ PURCHASE-ORDERS
                    AT END MOVE 1 TO GRW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE PURCHASE-ORDERS.
           EXIT.

       LOAD-PO-LINES.
           MOVE 0 TO GRW-LINE-COUNT
           MOVE 0 TO GRW-EOF-FLAG
           OPEN EXTEND PO-LINES
           CLOSE PO-LINES
           OPEN INPUT PO-LINES
           READ PO-LINES
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              IF POL-NUM = GRW-PO-NUM AND GRW-LINE-COUNT < 50
                 ADD 1 TO GRW-LINE-COUNT
                 MOVE POL-LINE TO GRW-L-LINE(GRW-LINE-COUNT)
                 MOVE POL-ITEMCODE TO GRW-L-ITEMCODE(GRW-LINE-COUNT)
                 MOVE POL-QTY TO GRW-L-QTY(GRW-LINE-COUNT)
                 MOVE POL-UNIT-COST TO GRW-L-COST(GRW-LINE-COUNT)
                 MOVE POL-RECEIVED TO GRW-L-RECEIVED(GRW-LINE-COUNT)
                 MOVE POL-STATUS TO GRW-L-STATUS(GRW-LINE-COUNT)
              END-IF
              READ PO-LINES
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PO-LINES.
           EXIT.

      ***** FIRST STILL-OPEN LINE OF THE ORDER FOR THE ITEM, OR ZERO
       FIND-PO-LINE.
           MOVE 0 TO GRW-HIT
           PERFORM VARYING GRW-IDX FROM 1 BY 1
               UNTIL GRW-IDX > GRW-LINE-COUNT OR GRW-HIT > 0
              IF GRW-L-ITEMCODE(GRW-IDX) = GRW-ITEMCODE
                 AND GRW-L-STATUS(GRW-IDX) = 'O'
                 MOVE GRW-IDX TO GRW-HIT
              END-IF
           END-PERFORM.
           EXIT.

      ***** PUTS THE RECEIVED QUANTITIES BACK ON THE PO LINES, THEN
      ***** MARKS THE ORDER PART-RECEIVED, OR COMPLETE AND CLOSED
      ***** ONCE NO LINE IS LEFT OPEN
       UPDATE-PURCHASE-ORDER.
           MOVE 0 TO GRW-EOF-FLAG
           OPEN INPUT PO-LINES
           OPEN OUTPUT PO-LINES-TEMP
           READ PO-LINES
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              MOVE PO-LINE-REC TO TEMP-PO-LINE-REC
              IF POL-NUM = GRW-PO-NUM
                 PERFORM VARYING GRW-IDX FROM 1 BY 1
                     UNTIL GRW-IDX > GRW-LINE-COUNT
                    IF GRW-L-LINE(GRW-IDX) = POL-LINE
                       MOVE GRW-L-RECEIVED(GRW-IDX) TO TPOL-RECEIVED
                       MOVE GRW-L-STATUS(GRW-IDX) TO TPOL-STATUS
                    END-IF
                 END-PERFORM
              END-IF
              WRITE TEMP-PO-LINE-REC
              READ PO-LINES
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PO-LINES
           CLOSE PO-LINES-TEMP

           MOVE 0 TO GRW-EOF-FLAG
           OPEN OUTPUT PO-LINES
           OPEN INPUT PO-LINES-TEMP
           READ PO-LINES-TEMP
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              WRITE PO-LINE-REC FROM TEMP-PO-LINE-REC
              READ PO-LINES-TEMP
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PO-LINES
           CLOSE PO-LINES-TEMP

           MOVE 0 TO GRW-PO-OPEN-LINES
           PERFORM VARYING GRW-IDX FROM 1 BY 1
               UNTIL GRW-IDX > GRW-LINE-COUNT
              IF GRW-L-STATUS(GRW-IDX) = 'O'
                 ADD 1 TO GRW-PO-OPEN-LINES
              END-IF
           END-PERFORM

           MOVE 0 TO GRW-EOF-FLAG
           OPEN INPUT PURCHASE-ORDERS
           OPEN OUTPUT PURCHASE-ORDERS-TEMP
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              MOVE PURCHASE-ORDER-REC TO TEMP-PURCHASE-ORDER-REC
              IF PO-NUM = GRW-PO-NUM
                 IF GRW-PO-OPEN-LINES = 0
                    MOVE 'C' TO TPO-STATUS
                    MOVE BDT-DATE TO TPO-CLOSED-DATE
                 ELSE
                    MOVE 'P' TO TPO-STATUS
                 END-IF
              END-IF
              WRITE TEMP-PURCHASE-ORDER-REC
              READ PURCHASE-ORDERS
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS-TEMP

           MOVE 0 TO GRW-EOF-FLAG
           OPEN OUTPUT PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS-TEMP
           READ PURCHASE-ORDERS-TEMP
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              WRITE PURCHASE-ORDER-REC FROM TEMP-PURCHASE-ORDER-REC
              READ PURCHASE-ORDERS-TEMP
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS-TEMP

           IF GRW-PO-OPEN-LINES = 0
              DISPLAY "PURCHASE ORDER " GRW-PO-NUM
                 " FULLY RECEIVED - CLOSED"
           ELSE
              DISPLAY "PURCHASE ORDER " GRW-PO-NUM " PART RECEIVED - "
                 GRW-PO-OPEN-LINES " LINE(S) STILL OPEN"
           END-IF.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO GRW-FOUND
           MOVE 0 TO GRW-EOF-FLAG
           PERFORM UNTIL GRW-EOF-FLAG = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              IF IM-CODE = GRW-ITEMCODE
                 PERFORM AVERAGE-IN-RECEIPT
                 IF IM-STOCK + GRW-QTY > 99999
                    MOVE 99999 TO TIM-STOCK
                 ELSE
           CLOSE ITEM-MASTER-TEMP.
           EXIT.

      ***** THE RECEIPT IS BLENDED INTO THE MOVING-AVERAGE COST AT
      ***** ITS OWN UNIT COST; STOCK CARRIED WITH NO COST YET SIMPLY
      ***** TAKES ON THE COST OF THE FIRST RECEIPT
       AVERAGE-IN-RECEIPT.
           IF IM-AVG-COST NUMERIC
              MOVE IM-AVG-COST TO GRW-OLD-COST
           ELSE
              MOVE 0 TO GRW-OLD-COST
           END-IF
           IF GRW-OLD-COST = 0 OR IM-STOCK = 0
              MOVE GRW-COST TO TIM-AVG-COST
           ELSE
              COMPUTE GRW-STOCK-VALUE =
                  IM-STOCK * GRW-OLD-COST + GRW-QTY * GRW-COST
              COMPUTE TIM-AVG-COST ROUNDED =
                  GRW-STOCK-VALUE / (IM-STOCK + GRW-QTY)
           END-IF.
           EXIT.

      ***** THE RECEIVED UNITS GO ONTO THEIR LOT ROW, WHICH IS
      ***** OPENED ON THE FIRST DELIVERY OF THE LOT
       ADD-TO-STOCK-LOT.
           MOVE 0 TO GRW-LOT-HIT
           MOVE 0 TO GRW-EOF-FLAG
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           OPEN OUTPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              MOVE STOCK-LOT-REC TO TEMP-STOCK-LOT-REC
              IF LOT-ITEMCODE = GRW-ITEMCODE AND
                 LOT-NUMBER = GRW-LOT
                 MOVE 1 TO GRW-LOT-HIT
                 IF LOT-QTY + GRW-QTY > 99999
                    MOVE 99999 TO TLOT-QTY
                 ELSE
                    COMPUTE TLOT-QTY = LOT-QTY + GRW-QTY
                 END-IF
                 MOVE GRW-EXPIRY TO TLOT-EXPIRY
                 MOVE BDT-DATE TO TLOT-RECEIVED
                 MOVE GRW-COST TO TLOT-UNIT-COST
                 MOVE GRW-REFERENCE TO TLOT-REFERENCE
              END-IF
              WRITE TEMP-STOCK-LOT-REC
              READ STOCK-LOTS
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           IF GRW-LOT-HIT = 0
              MOVE GRW-ITEMCODE TO TLOT-ITEMCODE
              MOVE GRW-LOT TO TLOT-NUMBER
              MOVE GRW-EXPIRY TO TLOT-EXPIRY
              MOVE BDT-DATE TO TLOT-RECEIVED
              MOVE GRW-QTY TO TLOT-QTY
              MOVE GRW-COST TO TLOT-UNIT-COST
              MOVE GRW-REFERENCE TO TLOT-REFERENCE
              WRITE TEMP-STOCK-LOT-REC
           END-IF
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP

           MOVE 0 TO GRW-EOF-FLAG
           OPEN OUTPUT STOCK-LOTS
           OPEN INPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS-TEMP
              AT END MOVE 1 TO GRW-EOF-FLAG
           END-READ
           PERFORM UNTIL GRW-EOF-FLAG = 1
              WRITE STOCK-LOT-REC FROM TEMP-STOCK-LOT-REC
              READ STOCK-LOTS-TEMP
                 AT END MOVE 1 TO GRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP.
           EXIT.

       JOURNAL-RECEIPT-LINE.
           MOVE BDT-DATE TO GR-DATE
           MOVE GRW-SUPPLIER TO GR-SUPPLIER
           MOVE GRW-ITEMCODE TO GR-ITEMCODE
           MOVE GRW-QTY TO GR-QTY
           MOVE GRW-COST TO GR-UNIT-COST
           MOVE GRW-PO-NUM TO GR-PO-NUM
           MOVE GRW-L-LINE(GRW-HIT) TO GR-PO-LINE
           MOVE GRW-L-COST(GRW-HIT) TO GR-PO-COST
           MOVE GRW-OVER-QTY TO GR-OVER-QTY
           MOVE GRW-FLAG TO GR-FLAG
           OPEN EXTEND RECEIVING-JOURNAL
              WRITE RECEIVING-JOURNAL-REC
           CLOSE RECEIVING-JOURNAL.
                 MOVE GR-QTY TO GRW-DET-QTY
                 MOVE GR-UNIT-COST TO GRW-DET-COST
                 MOVE GRW-LINE-VALUE TO GRW-DET-VALUE
                 MOVE GR-PO-NUM TO GRW-DET-PO
                 MOVE GR-FLAG TO GRW-DET-FLAG
                 WRITE RECEIVING-REGISTER-REC FROM GRW-DETAIL-LINE
                 DISPLAY GRW-DETAIL-LINE
              END-IF
