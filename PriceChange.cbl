          05 PPC-EFFDATE PIC X(8).
          05 PPC-OPERATOR PIC X(5).
          05 PPC-STATUS PIC X(01).
      ***** THE SECOND OPERATOR WHO SIGNED THE REPRICING OFF
          05 PPC-APPROVER PIC X(5).
       FD PENDING-PRICES-TEMP.
       01 TEMP-PENDING-PRICE-REC.
          05 TPPC-ITEMCODE PIC X(10).
          05 TPPC-EFFDATE PIC X(8).
          05 TPPC-OPERATOR PIC X(5).
          05 TPPC-STATUS PIC X(01).
          05 TPPC-APPROVER PIC X(5).
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
      ***** OLD/NEW/WHO/WHEN FOR EVERY PRICE THAT EVER CHANGED
       FD PRICE-AUDIT.
       01 PRICE-AUDIT-REC.
          05 PA-OLD-PRICE PIC 9(5)V9(2).
          05 PA-NEW-PRICE PIC 9(5)V9(2).
          05 PA-OPERATOR PIC X(5).
          05 PA-APPROVER PIC X(5).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 PCW-NEW-PRICE PIC 9(5)V9(2).
          05 PCW-EFFDATE PIC X(8).
          05 PCW-OPERATOR PIC X(5).
          05 PCW-APPROVER PIC X(5).
          05 PCW-OLD-PRICE PIC 9(5)V9(2).
          05 PCW-PRICEDIS PIC ZZ,ZZ9.99.
          05 PCW-PRICEDIS2 PIC ZZ,ZZ9.99.
           ACCEPT PCW-EFFDATE
           DISPLAY "YOUR OPERATOR ID:       " WITH NO ADVANCING
           ACCEPT PCW-OPERATOR
           DISPLAY "APPROVED BY (OPERATOR ID): " WITH NO ADVANCING
           ACCEPT PCW-APPROVER
           IF PCW-APPROVER = SPACES
              DISPLAY "NO APPROVER - NOT KEYED"
              EXIT PARAGRAPH
           END-IF

           MOVE PCW-ITEMCODE TO PPC-ITEMCODE
           MOVE PCW-NEW-PRICE TO PPC-NEW-PRICE
           MOVE PCW-EFFDATE TO PPC-EFFDATE
           MOVE PCW-OPERATOR TO PPC-OPERATOR
           MOVE 'P' TO PPC-STATUS
           MOVE PCW-APPROVER TO PPC-APPROVER
           OPEN EXTEND PENDING-PRICES
              WRITE PENDING-PRICE-REC
           CLOSE PENDING-PRICES
                 MOVE PPC-ITEMCODE TO PCW-ITEMCODE
                 MOVE PPC-NEW-PRICE TO PCW-NEW-PRICE
                 MOVE PPC-OPERATOR TO PCW-OPERATOR
                 MOVE PPC-APPROVER TO PCW-APPROVER
                 PERFORM FIND-ITEM
                 IF PCW-FOUND = 1
                    PERFORM REPRICE-ITEM
           MOVE PCW-OLD-PRICE TO PA-OLD-PRICE
           MOVE PCW-NEW-PRICE TO PA-NEW-PRICE
           MOVE PCW-OPERATOR TO PA-OPERATOR
           MOVE PCW-APPROVER TO PA-APPROVER
           OPEN EXTEND PRICE-AUDIT
              WRITE PRICE-AUDIT-REC
           CLOSE PRICE-AUDIT.
                 MOVE PA-NEW-PRICE TO PCW-PRICEDIS2
                 DISPLAY PA-DATE "  " PCW-PRICEDIS " -> "
                    PCW-PRICEDIS2 "  BY " PA-OPERATOR
                    "/" PA-APPROVER
              END-IF
              READ PRICE-AUDIT
                 AT END MOVE 1 TO PCW-EOF-FLAG
