      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JULY 22, 2024
      * Purpose: PURCHASE ORDERS TO SUPPLIERS (HEADER PLUS LINES OF
      *          ITEM, QUANTITY AND AGREED UNIT COST), RAISED BY HAND
      *          OR FROM THE SALES-VELOCITY SUGGESTIONS, PRINTED AS PO
      *          DOCUMENTS, WITH THE OPEN-PO AGING REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SUPPLIER-MASTER ASSIGN TO
           "C:\cobol_project\SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ITEM-MASTER ASSIGN TO
           "C:\cobol_project\ItemMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RECEIVING-JOURNAL ASSIGN TO
           "C:\cobol_project\ReceivingJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SUGGESTED-ORDERS ASSIGN TO
           "C:\cobol_project\SuggestedOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PO-DOCUMENT ASSIGN TO
           "C:\cobol_project\PODocument.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PO-AGING ASSIGN TO
           "C:\cobol_project\POAging.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE HEADER PER PURCHASE ORDER (PO-SOURCE: M=BY HAND
      ***** S=FROM SUGGESTED ORDERS; PO-STATUS: O=OPEN P=PARTLY
      ***** RECEIVED C=COMPLETE S=CLOSED SHORT)
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
      ***** WHAT WAS ORDERED AND AT WHAT AGREED COST, AND HOW MUCH OF
      ***** IT HAS COME IN (POL-STATUS: O=OPEN C=COMPLETE S=SHORT)
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
       FD SUPPLIER-MASTER.
       01 SUPPLIER-MASTER-REC.
          05 SUP-CODE PIC X(5).
          05 SUP-NAME PIC X(20).
          05 SUP-CONTACT PIC X(20).
          05 SUP-TERMS-DAYS PIC 9(3).
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
      ***** READ ONLY FOR THE LAST COST PAID, THE DEFAULT AGREED COST
       FD RECEIVING-JOURNAL.
       01 RECEIVING-JOURNAL-REC.
          05 GR-DATE PIC X(8).
          05 GR-SUPPLIER PIC X(5).
          05 GR-REFERENCE PIC X(10).
          05 GR-ITEMCODE PIC X(10).
          05 GR-QTY PIC 9(5).
          05 GR-UNIT-COST PIC 9(5)V9(2).
          05 GR-PO-NUM PIC 9(6).
          05 GR-PO-LINE PIC 9(3).
          05 GR-PO-COST PIC 9(5)V9(2).
          05 GR-OVER-QTY PIC 9(5).
          05 GR-FLAG PIC X(01).
      ***** WRITTEN BY POS-SALES-VELOCITY ON EVERY RUN
       FD SUGGESTED-ORDERS.
       01 SUGGESTED-ORDER-REC.
          05 SUG-DATE PIC X(8).
          05 SUG-ITEMCODE PIC X(10).
          05 SUG-DESC PIC X(15).
          05 SUG-QTY PIC 9(5).
          05 SUG-COVER PIC 9(5).
       FD PO-DOCUMENT.
       01 PO-DOCUMENT-REC PIC X(80).
       FD PO-AGING.
       01 PO-AGING-REC PIC X(90).
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
      ********** PURCHASE ORDER WORK FIELDS
       01 POM-SEQ.
          05 POM-MODE PIC X(01).
          05 POM-EOF-FLAG PIC 9 VALUE 0.
          05 POM-LINE-EOF PIC 9 VALUE 0.
          05 POM-FOUND PIC 9 VALUE 0.
          05 POM-COUNT PIC 9(5) VALUE 0.
          05 POM-NUM PIC 9(6).
          05 POM-NUMIN PIC X(6).
          05 POM-NEXT-NUM PIC 9(6) VALUE 0.
          05 POM-SUPPLIER PIC X(5).
          05 POM-SUPNAME PIC X(20).
          05 POM-CONTACT PIC X(20).
          05 POM-SOURCE PIC X(01).
          05 POM-ITEMCODE PIC X(10).
          05 POM-ITEMDESC PIC X(15).
          05 POM-QTYIN PIC X(5).
          05 POM-QTY PIC 9(5).
          05 POM-COSTIN PIC X(9).
          05 POM-COST PIC 9(5)V9(2).
          05 POM-LAST-COST PIC 9(5)V9(2).
          05 POM-MORE PIC X(01).
          05 POM-YN PIC X(01).
          05 POM-ON-ORDER PIC 9(7).
          05 POM-QTYDIS PIC ZZZZ9.
          05 POM-COSTDIS PIC ZZ,ZZ9.99.
          05 POM-LINE-VALUE PIC 9(8)V9(2).
          05 POM-PO-VALUE PIC 9(9)V9(2).
          05 POM-UPDATED PIC 9 VALUE 0.
      ***** LINES OF THE ORDER BEING RAISED, HELD UNTIL IT IS SAVED
       01 POM-LINE-TABLE.
          05 POM-LINE-ENTRY OCCURS 50 TIMES.
             10 POM-L-ITEMCODE PIC X(10).
             10 POM-L-QTY PIC 9(5).
             10 POM-L-COST PIC 9(5)V9(2).
       01 POM-LINE-COUNT PIC 9(3) VALUE 0.
       01 POM-IDX PIC 9(3).
      ***** NUMBERS OF THE ORDERS RAISED IN THIS SITTING, FOR PRINTING
       01 POM-RAISED-TABLE.
          05 POM-RAISED-NUM PIC 9(6) OCCURS 20 TIMES.
       01 POM-RAISED-COUNT PIC 9(2) VALUE 0.
       01 POM-RAISED-IDX PIC 9(2).
      ********** PO DOCUMENT LAYOUTS
       01 POD-RULE PIC X(72) VALUE ALL "-".
       01 POD-TITLE-LINE.
          05 FILLER PIC X(24) VALUE "PURCHASE ORDER     NO.  ".
          05 POD-TTL-NUM PIC 9(6).
          05 FILLER PIC X(10) VALUE "    DATE  ".
          05 POD-TTL-DATE PIC X(8).
       01 POD-SUPPLIER-LINE.
          05 FILLER PIC X(12) VALUE "SUPPLIER:   ".
          05 POD-SUP-CODE PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 POD-SUP-NAME PIC X(20).
       01 POD-CONTACT-LINE.
          05 FILLER PIC X(12) VALUE "ATTENTION:  ".
          05 POD-SUP-CONTACT PIC X(20).
       01 POD-COL-LINE.
          05 FILLER PIC X(6) VALUE "LINE".
          05 FILLER PIC X(12) VALUE "ITEM".
          05 FILLER PIC X(17) VALUE "DESCRIPTION".
          05 FILLER PIC X(7) VALUE "  QTY".
          05 FILLER PIC X(11) VALUE "  UNIT COST".
          05 FILLER PIC X(14) VALUE "        AMOUNT".
       01 POD-DETAIL-LINE.
          05 POD-DET-LINE PIC ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 POD-DET-ITEM PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 POD-DET-DESC PIC X(15).
          05 FILLER PIC X(2) VALUE SPACES.
          05 POD-DET-QTY PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 POD-DET-COST PIC ZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 POD-DET-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
       01 POD-TOTAL-LINE.
          05 FILLER PIC X(44) VALUE SPACES.
          05 FILLER PIC X(13) VALUE "ORDER TOTAL  ".
          05 POD-TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 POD-NOTE-LINE-1 PIC X(72) VALUE
          "DELIVER ONLY THE ITEMS AND QUANTITIES ORDERED ABOVE.".
       01 POD-NOTE-LINE-2 PIC X(72) VALUE
          "QUOTE THIS PO NUMBER ON THE DELIVERY RECEIPT.".
      ********** OPEN-PO AGING LAYOUTS AND BUCKETS
       01 AGE-SEQ.
          05 AGE-DAYS PIC 9(5).
          05 AGE-BUCKET PIC 9.
          05 AGE-OUTSTANDING PIC 9(9)V9(2).
          05 AGE-B-COUNT PIC 9(5) OCCURS 4 TIMES.
          05 AGE-B-VALUE PIC 9(11)V9(2) OCCURS 4 TIMES.
          05 AGE-TOTAL-COUNT PIC 9(5).
          05 AGE-TOTAL-VALUE PIC 9(11)V9(2).
       01 AGE-BUCKET-NAMES.
          05 FILLER PIC X(12) VALUE "0-30 DAYS".
          05 FILLER PIC X(12) VALUE "31-60 DAYS".
          05 FILLER PIC X(12) VALUE "61-90 DAYS".
          05 FILLER PIC X(12) VALUE "OVER 90 DAYS".
       01 AGE-BUCKET-NAMES-R REDEFINES AGE-BUCKET-NAMES.
          05 AGE-BUCKET-NAME PIC X(12) OCCURS 4 TIMES.
       01 AGE-TITLE-LINE.
          05 FILLER PIC X(34)
             VALUE "OPEN PURCHASE ORDER AGING AS OF  ".
          05 AGE-TTL-DATE PIC X(8).
       01 AGE-COL-LINE.
          05 FILLER PIC X(8) VALUE "PO NO.".
          05 FILLER PIC X(7) VALUE "SUPP".
          05 FILLER PIC X(22) VALUE "SUPPLIER NAME".
          05 FILLER PIC X(10) VALUE "PO DATE".
          05 FILLER PIC X(4) VALUE "ST".
          05 FILLER PIC X(6) VALUE "  AGE".
          05 FILLER PIC X(16) VALUE "     OUTSTANDING".
          05 FILLER PIC X(14) VALUE "  BUCKET".
       01 AGE-DETAIL-LINE.
          05 AGE-DET-NUM PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGE-DET-SUPPLIER PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGE-DET-SUPNAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGE-DET-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGE-DET-STATUS PIC X(01).
          05 FILLER PIC X(3) VALUE SPACES.
          05 AGE-DET-DAYS PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGE-DET-VALUE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGE-DET-BUCKET PIC X(12).
       01 AGE-SUM-LINE.
          05 AGE-SUM-LABEL PIC X(14).
          05 FILLER PIC X(8) VALUE "ORDERS: ".
          05 AGE-SUM-COUNT PIC ZZZZ9.
          05 FILLER PIC X(9) VALUE "  VALUE: ".
          05 AGE-SUM-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "PURCHASE ORDERS - " BDT-DATE.
           DISPLAY "[1] LIST OPEN PURCHASE ORDERS".
           DISPLAY "[2] RAISE A PURCHASE ORDER BY HAND".
           DISPLAY "[3] RAISE ORDERS FROM SUGGESTED QUANTITIES".
           DISPLAY "[4] PRINT A PURCHASE ORDER".
           DISPLAY "[5] OPEN-PO AGING REPORT".
           DISPLAY "[6] CLOSE A PURCHASE ORDER SHORT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT POM-MODE.

           EVALUATE POM-MODE
              WHEN '1'
                 PERFORM LIST-OPEN-ORDERS
              WHEN '2'
                 PERFORM RAISE-ORDER-BY-HAND
              WHEN '3'
                 PERFORM RAISE-SUGGESTED-ORDER
              WHEN '4'
                 PERFORM PRINT-ONE-ORDER
              WHEN '5'
                 PERFORM OPEN-PO-AGING
              WHEN '6'
                 PERFORM CLOSE-ORDER-SHORT
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-OPEN-ORDERS.
           MOVE 0 TO POM-EOF-FLAG
           MOVE 0 TO POM-COUNT
           OPEN EXTEND PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              IF PO-STATUS = 'O' OR PO-STATUS = 'P'
                 ADD 1 TO POM-COUNT
                 MOVE PO-NUM TO POM-NUM
                 PERFORM SUM-PO-OUTSTANDING
                 MOVE AGE-OUTSTANDING TO AGE-DET-VALUE
                 DISPLAY PO-NUM "  " PO-SUPPLIER "  " PO-DATE "  "
                    PO-STATUS "  OUTSTANDING " AGE-DET-VALUE
              END-IF
              READ PURCHASE-ORDERS
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDERS
           DISPLAY "OPEN PURCHASE ORDERS: " POM-COUNT.
           EXIT.

      ***** SUPPLIER UP TOP, THEN ITEM/QUANTITY/AGREED COST LINES;
      ***** THE LAST COST PAID FOR THE ITEM IS OFFERED AS THE DEFAULT
       RAISE-ORDER-BY-HAND.
           DISPLAY "SUPPLIER CODE:     " WITH NO ADVANCING
           ACCEPT POM-SUPPLIER
           PERFORM FIND-SUPPLIER
           IF POM-FOUND = 0
              DISPLAY "SUPPLIER NOT ON FILE - ADD IT IN GOODS RECEIVING"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ORDERING FROM " POM-SUPNAME
           MOVE 0 TO POM-LINE-COUNT
           MOVE 'Y' TO POM-MORE
           PERFORM UNTIL (POM-MORE NOT = 'Y' AND POM-MORE NOT = 'y')
                 OR POM-LINE-COUNT = 50
              DISPLAY "ITEM CODE:         " WITH NO ADVANCING
              ACCEPT POM-ITEMCODE
              PERFORM FIND-ITEM
              IF POM-FOUND = 0
                 DISPLAY "UNKNOWN ITEM CODE - LINE SKIPPED"
              ELSE
                 DISPLAY "  " POM-ITEMDESC
                 DISPLAY "QUANTITY:          " WITH NO ADVANCING
                 ACCEPT POM-QTYIN
                 COMPUTE POM-QTY = FUNCTION NUMVAL(POM-QTYIN)
                 PERFORM FIND-LAST-COST
                 PERFORM ACCEPT-AGREED-COST
                 IF POM-QTY = 0 OR POM-COST = 0
                    DISPLAY "QUANTITY AND COST MUST BE ABOVE ZERO"
                       " - LINE SKIPPED"
                 ELSE
                    ADD 1 TO POM-LINE-COUNT
                    MOVE POM-ITEMCODE
                       TO POM-L-ITEMCODE(POM-LINE-COUNT)
                    MOVE POM-QTY TO POM-L-QTY(POM-LINE-COUNT)
                    MOVE POM-COST TO POM-L-COST(POM-LINE-COUNT)
                 END-IF
              END-IF
              DISPLAY "ANOTHER LINE? (Y/N): " WITH NO ADVANCING
              ACCEPT POM-MORE
           END-PERFORM

           IF POM-LINE-COUNT = 0
              DISPLAY "NO LINES ENTERED - NO ORDER RAISED"
              EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO POM-SOURCE
           MOVE 0 TO POM-RAISED-COUNT
           PERFORM SAVE-NEW-ORDER
           PERFORM PRINT-RAISED-ORDERS.
           EXIT.

      ***** THE BUYER PICKS A SUPPLIER AND WALKS THE LATEST
      ***** SUGGESTIONS; QUANTITIES ALREADY ON OPEN ORDERS COME OFF
      ***** THE SUGGESTION SO THE SAME SHORTFALL IS NOT ORDERED TWICE
       RAISE-SUGGESTED-ORDER.
           DISPLAY "SUPPLIER CODE:     " WITH NO ADVANCING
           ACCEPT POM-SUPPLIER
           PERFORM FIND-SUPPLIER
           IF POM-FOUND = 0
              DISPLAY "SUPPLIER NOT ON FILE - ADD IT IN GOODS RECEIVING"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ORDERING FROM " POM-SUPNAME
           DISPLAY "ENTER = SUGGESTED QUANTITY, 0 = LEAVE OFF THIS PO"
           MOVE 0 TO POM-LINE-COUNT
           MOVE 0 TO POM-EOF-FLAG
           OPEN EXTEND SUGGESTED-ORDERS
           CLOSE SUGGESTED-ORDERS
           OPEN INPUT SUGGESTED-ORDERS
           READ SUGGESTED-ORDERS
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1 OR POM-LINE-COUNT = 50
              MOVE SUG-ITEMCODE TO POM-ITEMCODE
              PERFORM SUM-ITEM-ON-ORDER
              IF SUG-QTY > POM-ON-ORDER
                 PERFORM OFFER-SUGGESTED-LINE
              END-IF
              READ SUGGESTED-ORDERS
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SUGGESTED-ORDERS

           IF POM-LINE-COUNT = 0
              DISPLAY "NOTHING SELECTED - NO ORDER RAISED"
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO POM-SOURCE
           MOVE 0 TO POM-RAISED-COUNT
           PERFORM SAVE-NEW-ORDER
           PERFORM PRINT-RAISED-ORDERS.
           EXIT.

       OFFER-SUGGESTED-LINE.
           COMPUTE POM-QTY = SUG-QTY - POM-ON-ORDER
           MOVE POM-QTY TO POM-QTYDIS
           DISPLAY SUG-ITEMCODE "  " SUG-DESC "  SUGGESTED "
              POM-QTYDIS
           DISPLAY "  QUANTITY:        " WITH NO ADVANCING
           ACCEPT POM-QTYIN
           IF POM-QTYIN NOT = SPACES
              COMPUTE POM-QTY = FUNCTION NUMVAL(POM-QTYIN)
           END-IF
           IF POM-QTY = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-COST
           PERFORM ACCEPT-AGREED-COST
           IF POM-COST = 0
              DISPLAY "  NO AGREED COST - LINE LEFT OFF"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO POM-LINE-COUNT
           MOVE SUG-ITEMCODE TO POM-L-ITEMCODE(POM-LINE-COUNT)
           MOVE POM-QTY TO POM-L-QTY(POM-LINE-COUNT)
           MOVE POM-COST TO POM-L-COST(POM-LINE-COUNT).
           EXIT.

       ACCEPT-AGREED-COST.
           MOVE POM-LAST-COST TO POM-COST
           IF POM-LAST-COST > 0
              MOVE POM-LAST-COST TO POM-COSTDIS
              DISPLAY "  UNIT COST (ENTER = " POM-COSTDIS "): "
                 WITH NO ADVANCING
           ELSE
              DISPLAY "  UNIT COST:       " WITH NO ADVANCING
           END-IF
           ACCEPT POM-COSTIN
           IF POM-COSTIN NOT = SPACES
              COMPUTE POM-COST = FUNCTION NUMVAL(POM-COSTIN)
           END-IF.
           EXIT.

      ***** THE NEXT PO NUMBER IS ONE PAST THE HIGHEST ON FILE
       SAVE-NEW-ORDER.
           MOVE 0 TO POM-NEXT-NUM
           MOVE 0 TO POM-EOF-FLAG
           OPEN EXTEND PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              IF PO-NUM > POM-NEXT-NUM
                 MOVE PO-NUM TO POM-NEXT-NUM
              END-IF
              READ PURCHASE-ORDERS
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDERS
           ADD 1 TO POM-NEXT-NUM

           MOVE POM-NEXT-NUM TO PO-NUM
           MOVE POM-SUPPLIER TO PO-SUPPLIER
           MOVE BDT-DATE TO PO-DATE
           MOVE POM-SOURCE TO PO-SOURCE
           MOVE 'O' TO PO-STATUS
           MOVE SPACES TO PO-CLOSED-DATE
           OPEN EXTEND PURCHASE-ORDERS
              WRITE PURCHASE-ORDER-REC
           CLOSE PURCHASE-ORDERS

           OPEN EXTEND PO-LINES
           PERFORM VARYING POM-IDX FROM 1 BY 1
               UNTIL POM-IDX > POM-LINE-COUNT
              MOVE POM-NEXT-NUM TO POL-NUM
              MOVE POM-IDX TO POL-LINE
              MOVE POM-L-ITEMCODE(POM-IDX) TO POL-ITEMCODE
              MOVE POM-L-QTY(POM-IDX) TO POL-QTY
              MOVE POM-L-COST(POM-IDX) TO POL-UNIT-COST
              MOVE 0 TO POL-RECEIVED
              MOVE 'O' TO POL-STATUS
              WRITE PO-LINE-REC
           END-PERFORM
           CLOSE PO-LINES

           IF POM-RAISED-COUNT < 20
              ADD 1 TO POM-RAISED-COUNT
              MOVE POM-NEXT-NUM TO POM-RAISED-NUM(POM-RAISED-COUNT)
           END-IF
           DISPLAY "PURCHASE ORDER " POM-NEXT-NUM " RAISED WITH "
              POM-LINE-COUNT " LINE(S)".
           EXIT.

       PRINT-RAISED-ORDERS.
           OPEN OUTPUT PO-DOCUMENT
           PERFORM VARYING POM-RAISED-IDX FROM 1 BY 1
               UNTIL POM-RAISED-IDX > POM-RAISED-COUNT
              MOVE POM-RAISED-NUM(POM-RAISED-IDX) TO POM-NUM
              PERFORM FIND-ORDER
              PERFORM WRITE-PO-DOCUMENT
           END-PERFORM
           CLOSE PO-DOCUMENT
           DISPLAY "PO DOCUMENT WRITTEN TO PODocument.dat".
           EXIT.

       PRINT-ONE-ORDER.
           DISPLAY "PO NUMBER:         " WITH NO ADVANCING
           ACCEPT POM-NUMIN
           COMPUTE POM-NUM = FUNCTION NUMVAL(POM-NUMIN)
           PERFORM FIND-ORDER
           IF POM-FOUND = 0
              DISPLAY "NO SUCH PURCHASE ORDER"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PO-DOCUMENT
           PERFORM WRITE-PO-DOCUMENT
           CLOSE PO-DOCUMENT
           DISPLAY "PO DOCUMENT WRITTEN TO PODocument.dat".
           EXIT.

      ***** ONE PO DOCUMENT FOR THE HEADER FIND-ORDER LEFT IN THE
      ***** RECORD AREA; THE ORDER'S LINES FOLLOW IN LINE ORDER
       WRITE-PO-DOCUMENT.
           MOVE PO-SUPPLIER TO POM-SUPPLIER
           PERFORM FIND-SUPPLIER
           WRITE PO-DOCUMENT-REC FROM POD-RULE
           MOVE PO-NUM TO POD-TTL-NUM
           MOVE PO-DATE TO POD-TTL-DATE
           WRITE PO-DOCUMENT-REC FROM POD-TITLE-LINE
           MOVE PO-SUPPLIER TO POD-SUP-CODE
           MOVE POM-SUPNAME TO POD-SUP-NAME
           WRITE PO-DOCUMENT-REC FROM POD-SUPPLIER-LINE
           MOVE POM-CONTACT TO POD-SUP-CONTACT
           WRITE PO-DOCUMENT-REC FROM POD-CONTACT-LINE
           WRITE PO-DOCUMENT-REC FROM POD-RULE
           WRITE PO-DOCUMENT-REC FROM POD-COL-LINE

           MOVE 0 TO POM-PO-VALUE
           MOVE 0 TO POM-LINE-EOF
           OPEN EXTEND PO-LINES
           CLOSE PO-LINES
           OPEN INPUT PO-LINES
           READ PO-LINES
              AT END MOVE 1 TO POM-LINE-EOF
           END-READ
           PERFORM UNTIL POM-LINE-EOF = 1
              IF POL-NUM = PO-NUM
                 MOVE POL-ITEMCODE TO POM-ITEMCODE
                 PERFORM FIND-ITEM
                 COMPUTE POM-LINE-VALUE = POL-QTY * POL-UNIT-COST
                 ADD POM-LINE-VALUE TO POM-PO-VALUE
                 MOVE POL-LINE TO POD-DET-LINE
                 MOVE POL-ITEMCODE TO POD-DET-ITEM
                 MOVE POM-ITEMDESC TO POD-DET-DESC
                 MOVE POL-QTY TO POD-DET-QTY
                 MOVE POL-UNIT-COST TO POD-DET-COST
                 MOVE POM-LINE-VALUE TO POD-DET-AMOUNT
                 WRITE PO-DOCUMENT-REC FROM POD-DETAIL-LINE
              END-IF
              READ PO-LINES
                 AT END MOVE 1 TO POM-LINE-EOF
              END-READ
           END-PERFORM
           CLOSE PO-LINES

           MOVE POM-PO-VALUE TO POD-TOT-AMOUNT
           WRITE PO-DOCUMENT-REC FROM POD-TOTAL-LINE
           WRITE PO-DOCUMENT-REC FROM POD-RULE
           WRITE PO-DOCUMENT-REC FROM POD-NOTE-LINE-1
           WRITE PO-DOCUMENT-REC FROM POD-NOTE-LINE-2
           MOVE SPACES TO PO-DOCUMENT-REC
           WRITE PO-DOCUMENT-REC.
           EXIT.

      ***** EVERY OPEN OR PART-RECEIVED ORDER, AGED FROM ITS PO DATE,
      ***** WITH THE VALUE STILL TO COME IN AT THE AGREED COSTS
       OPEN-PO-AGING.
           INITIALIZE AGE-SEQ
           MOVE 0 TO POM-EOF-FLAG
           OPEN EXTEND PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS
           OPEN OUTPUT PO-AGING
           MOVE BDT-DATE TO AGE-TTL-DATE
           WRITE PO-AGING-REC FROM AGE-TITLE-LINE
           WRITE PO-AGING-REC FROM AGE-COL-LINE
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              IF PO-STATUS = 'O' OR PO-STATUS = 'P'
                 PERFORM AGE-ONE-ORDER
              END-IF
              READ PURCHASE-ORDERS
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDERS

           MOVE SPACES TO PO-AGING-REC
           WRITE PO-AGING-REC
           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 4
              MOVE AGE-BUCKET-NAME(AGE-BUCKET) TO AGE-SUM-LABEL
              MOVE AGE-B-COUNT(AGE-BUCKET) TO AGE-SUM-COUNT
              MOVE AGE-B-VALUE(AGE-BUCKET) TO AGE-SUM-VALUE
              WRITE PO-AGING-REC FROM AGE-SUM-LINE
              DISPLAY AGE-SUM-LINE
           END-PERFORM
           MOVE "ALL OPEN" TO AGE-SUM-LABEL
           MOVE AGE-TOTAL-COUNT TO AGE-SUM-COUNT
           MOVE AGE-TOTAL-VALUE TO AGE-SUM-VALUE
           WRITE PO-AGING-REC FROM AGE-SUM-LINE
           DISPLAY AGE-SUM-LINE
           CLOSE PO-AGING.
           EXIT.

       AGE-ONE-ORDER.
           MOVE PO-NUM TO POM-NUM
           PERFORM SUM-PO-OUTSTANDING
           COMPUTE AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BDT-DATE))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PO-DATE))
           EVALUATE TRUE
              WHEN AGE-DAYS <= 30
                 MOVE 1 TO AGE-BUCKET
              WHEN AGE-DAYS <= 60
                 MOVE 2 TO AGE-BUCKET
              WHEN AGE-DAYS <= 90
                 MOVE 3 TO AGE-BUCKET
              WHEN OTHER
                 MOVE 4 TO AGE-BUCKET
           END-EVALUATE
           ADD 1 TO AGE-B-COUNT(AGE-BUCKET)
           ADD AGE-OUTSTANDING TO AGE-B-VALUE(AGE-BUCKET)
           ADD 1 TO AGE-TOTAL-COUNT
           ADD AGE-OUTSTANDING TO AGE-TOTAL-VALUE

           MOVE PO-SUPPLIER TO POM-SUPPLIER
           PERFORM FIND-SUPPLIER
           MOVE PO-NUM TO AGE-DET-NUM
           MOVE PO-SUPPLIER TO AGE-DET-SUPPLIER
           MOVE POM-SUPNAME TO AGE-DET-SUPNAME
           MOVE PO-DATE TO AGE-DET-DATE
           MOVE PO-STATUS TO AGE-DET-STATUS
           MOVE AGE-DAYS TO AGE-DET-DAYS
           MOVE AGE-OUTSTANDING TO AGE-DET-VALUE
           MOVE AGE-BUCKET-NAME(AGE-BUCKET) TO AGE-DET-BUCKET
           WRITE PO-AGING-REC FROM AGE-DETAIL-LINE
           DISPLAY AGE-DETAIL-LINE.
           EXIT.

      ***** WHAT IS STILL DUE IN ON ONE ORDER AT THE AGREED COSTS
       SUM-PO-OUTSTANDING.
           MOVE 0 TO AGE-OUTSTANDING
           MOVE 0 TO POM-LINE-EOF
           OPEN EXTEND PO-LINES
           CLOSE PO-LINES
           OPEN INPUT PO-LINES
           READ PO-LINES
              AT END MOVE 1 TO POM-LINE-EOF
           END-READ
           PERFORM UNTIL POM-LINE-EOF = 1
              IF POL-NUM = POM-NUM AND POL-STATUS = 'O'
                 COMPUTE AGE-OUTSTANDING = AGE-OUTSTANDING
                    + (POL-QTY - POL-RECEIVED) * POL-UNIT-COST
              END-IF
              READ PO-LINES
                 AT END MOVE 1 TO POM-LINE-EOF
              END-READ
           END-PERFORM
           CLOSE PO-LINES.
           EXIT.

      ***** UNITS OF ONE ITEM STILL DUE IN ON ANY OPEN ORDER
       SUM-ITEM-ON-ORDER.
           MOVE 0 TO POM-ON-ORDER
           MOVE 0 TO POM-LINE-EOF
           OPEN EXTEND PO-LINES
           CLOSE PO-LINES
           OPEN INPUT PO-LINES
           READ PO-LINES
              AT END MOVE 1 TO POM-LINE-EOF
           END-READ
           PERFORM UNTIL POM-LINE-EOF = 1
              IF POL-ITEMCODE = POM-ITEMCODE AND POL-STATUS = 'O'
                 COMPUTE POM-ON-ORDER = POM-ON-ORDER
                    + POL-QTY - POL-RECEIVED
              END-IF
              READ PO-LINES
                 AT END MOVE 1 TO POM-LINE-EOF
              END-READ
           END-PERFORM
           CLOSE PO-LINES.
           EXIT.

      ***** THE SUPPLIER WILL NOT SEND THE REST: THE ORDER AND ITS
      ***** OPEN LINES ARE CLOSED AS THEY STAND
       CLOSE-ORDER-SHORT.
           DISPLAY "PO NUMBER:         " WITH NO ADVANCING
           ACCEPT POM-NUMIN
           COMPUTE POM-NUM = FUNCTION NUMVAL(POM-NUMIN)
           PERFORM FIND-ORDER
           IF POM-FOUND = 0
              DISPLAY "NO SUCH PURCHASE ORDER"
              EXIT PARAGRAPH
           END-IF
           IF PO-STATUS NOT = 'O' AND PO-STATUS NOT = 'P'
              DISPLAY "PURCHASE ORDER IS NOT OPEN"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CLOSE PO " POM-NUM " SHORT? (Y/N): "
              WITH NO ADVANCING
           ACCEPT POM-YN
           IF POM-YN NOT = 'Y' AND POM-YN NOT = 'y'
              DISPLAY "PURCHASE ORDER LEFT OPEN"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO POM-EOF-FLAG
           OPEN INPUT PO-LINES
           OPEN OUTPUT PO-LINES-TEMP
           READ PO-LINES
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              MOVE PO-LINE-REC TO TEMP-PO-LINE-REC
              IF POL-NUM = POM-NUM AND POL-STATUS = 'O'
                 MOVE 'S' TO TPOL-STATUS
              END-IF
              WRITE TEMP-PO-LINE-REC
              READ PO-LINES
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PO-LINES
           CLOSE PO-LINES-TEMP
           PERFORM COPY-BACK-PO-LINES

           MOVE 0 TO POM-EOF-FLAG
           OPEN INPUT PURCHASE-ORDERS
           OPEN OUTPUT PURCHASE-ORDERS-TEMP
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              MOVE PURCHASE-ORDER-REC TO TEMP-PURCHASE-ORDER-REC
              IF PO-NUM = POM-NUM
                 MOVE 'S' TO TPO-STATUS
                 MOVE BDT-DATE TO TPO-CLOSED-DATE
              END-IF
              WRITE TEMP-PURCHASE-ORDER-REC
              READ PURCHASE-ORDERS
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS-TEMP

           MOVE 0 TO POM-EOF-FLAG
           OPEN OUTPUT PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS-TEMP
           READ PURCHASE-ORDERS-TEMP
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              WRITE PURCHASE-ORDER-REC FROM TEMP-PURCHASE-ORDER-REC
              READ PURCHASE-ORDERS-TEMP
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS-TEMP
           DISPLAY "PURCHASE ORDER " POM-NUM " CLOSED SHORT".
           EXIT.

       COPY-BACK-PO-LINES.
           MOVE 0 TO POM-EOF-FLAG
           OPEN OUTPUT PO-LINES
           OPEN INPUT PO-LINES-TEMP
           READ PO-LINES-TEMP
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              WRITE PO-LINE-REC FROM TEMP-PO-LINE-REC
              READ PO-LINES-TEMP
                 AT END MOVE 1 TO POM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PO-LINES
           CLOSE PO-LINES-TEMP.
           EXIT.

      ***** LEAVES THE HEADER IN THE RECORD AREA WHEN FOUND
       FIND-ORDER.
           MOVE 0 TO POM-FOUND
           MOVE 0 TO POM-EOF-FLAG
           OPEN EXTEND PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO POM-EOF-FLAG
           END-READ
           PERFORM UNTIL POM-EOF-FLAG = 1
              IF PO-NUM = POM-NUM
                 MOVE 1 TO POM-FOUND
                 MOVE 1 TO POM-EOF-FLAG
              ELSE
                 READ PURCHASE-ORDERS
                    AT END MOVE 1 TO POM-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE PURCHASE-ORDERS.
           EXIT.

       FIND-SUPPLIER.
           MOVE 0 TO POM-FOUND
           MOVE SPACES TO POM-SUPNAME
           MOVE SPACES TO POM-CONTACT
           MOVE 0 TO POM-LINE-EOF
           OPEN EXTEND SUPPLIER-MASTER
           CLOSE SUPPLIER-MASTER
           OPEN INPUT SUPPLIER-MASTER
           READ SUPPLIER-MASTER
              AT END MOVE 1 TO POM-LINE-EOF
           END-READ
           PERFORM UNTIL POM-LINE-EOF = 1
              IF SUP-CODE = POM-SUPPLIER
                 MOVE 1 TO POM-FOUND
                 MOVE SUP-NAME TO POM-SUPNAME
                 MOVE SUP-CONTACT TO POM-CONTACT
                 MOVE 1 TO POM-LINE-EOF
              ELSE
                 READ SUPPLIER-MASTER
                    AT END MOVE 1 TO POM-LINE-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SUPPLIER-MASTER.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO POM-FOUND
           MOVE SPACES TO POM-ITEMDESC
           MOVE 0 TO BDT-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO BDT-EOF
           END-READ
           PERFORM UNTIL BDT-EOF = 1
              IF IM-CODE = POM-ITEMCODE
                 MOVE 1 TO POM-FOUND
                 MOVE IM-DESC TO POM-ITEMDESC
                 MOVE 1 TO BDT-EOF
              ELSE
                 READ ITEM-MASTER
                    AT END MOVE 1 TO BDT-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ITEM-MASTER.
           EXIT.

      ***** THE MOST RECENT COST THIS SUPPLIER DELIVERED THE ITEM AT,
      ***** FALLING BACK TO THE MOST RECENT COST FROM ANY SUPPLIER
       FIND-LAST-COST.
           MOVE 0 TO POM-LAST-COST
           MOVE 0 TO POM-COST
           MOVE 0 TO POM-LINE-EOF
           OPEN EXTEND RECEIVING-JOURNAL
           CLOSE RECEIVING-JOURNAL
           OPEN INPUT RECEIVING-JOURNAL
           READ RECEIVING-JOURNAL
              AT END MOVE 1 TO POM-LINE-EOF
           END-READ
           PERFORM UNTIL POM-LINE-EOF = 1
              IF GR-ITEMCODE = POM-ITEMCODE
                 IF GR-SUPPLIER = POM-SUPPLIER
                    MOVE GR-UNIT-COST TO POM-LAST-COST
                 ELSE
                    MOVE GR-UNIT-COST TO POM-COST
                 END-IF
              END-IF
              READ RECEIVING-JOURNAL
                 AT END MOVE 1 TO POM-LINE-EOF
              END-READ
           END-PERFORM
           CLOSE RECEIVING-JOURNAL
           IF POM-LAST-COST = 0
              MOVE POM-COST TO POM-LAST-COST
           END-IF.
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

       END PROGRAM PURCHASE-ORDERS.
