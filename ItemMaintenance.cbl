           "C:\cobol_project\ItemMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KIT-COMPONENTS ASSIGN TO
           "C:\cobol_project\KitComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KIT-COMPONENTS-TEMP ASSIGN TO
           "C:\cobol_project\KitComponentsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT REORDER-REPORT ASSIGN TO
           "C:\cobol_project\ReorderReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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
      ***** BILL OF MATERIALS FOR KIT AND BUNDLE CODES: ONE ROW PER
      ***** COMPONENT ITEM AND THE UNITS OF IT IN ONE KIT. THE KIT IS
      ***** PRICED ON THE MASTER; ITS STOCK LIVES IN THE COMPONENTS
       FD KIT-COMPONENTS.
       01 KIT-COMPONENT-REC.
          05 KIT-CODE PIC X(10).
          05 KIT-COMPONENT PIC X(10).
          05 KIT-QTY PIC 9(3).
       FD KIT-COMPONENTS-TEMP.
       01 TEMP-KIT-COMPONENT-REC.
          05 TKIT-CODE PIC X(10).
          05 TKIT-COMPONENT PIC X(10).
          05 TKIT-QTY PIC 9(3).
       FD REORDER-REPORT.
       01 REORDER-REPORT-REC PIC X(70).
       WORKING-STORAGE SECTION.
          05 ITM-REORDER PIC 9(5).
          05 ITM-DISCOUNTABLE PIC X(01).
          05 ITM-VATCLASS PIC X(01).
          05 ITM-CATEGORY PIC X(4).
          05 ITM-COSTIN PIC X(10).
          05 ITM-AVG-COST PIC 9(5)V9(4).
          05 ITM-COSTDIS PIC ZZ,ZZ9.9999.
          05 ITM-EOF-FLAG PIC 9 VALUE 0.
          05 ITM-FOUND PIC 9 VALUE 0.
          05 ITM-COUNT PIC 9(3) VALUE 0.
          05 ITM-PRICEDIS PIC ZZ,ZZ9.99.
          05 ITM-QTYDIS PIC ZZZZ9.
          05 ITM-OPERATOR PIC X(5).
      ***** THE ROW AS IT STOOD BEFORE AN UPDATE, FOR THE AUDIT
       01 ITM-OLD-ITEM.
          05 ITM-OLD-CODE PIC X(10).
          05 ITM-OLD-DESC PIC X(15).
          05 ITM-OLD-PRICE PIC 9(5)V9(2).
          05 ITM-OLD-STOCK PIC 9(5).
          05 ITM-OLD-REORDER PIC 9(5).
          05 ITM-OLD-DISCOUNTABLE PIC X(01).
          05 ITM-OLD-VATCLASS PIC X(01).
          05 ITM-OLD-AVG-COST PIC 9(5)V9(4).
          05 ITM-OLD-CATEGORY PIC X(4).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "ItemMaster.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
      ********** KIT COMPONENT UPKEEP
       01 ITM-KIT-SEQ.
          05 ITM-KIT-CODE PIC X(10).
          05 ITM-KIT-COMPONENT PIC X(10).
          05 ITM-KIT-QTYIN PIC X(3).
          05 ITM-KIT-QTY PIC 9(3).
          05 ITM-KIT-EOF PIC 9 VALUE 0.
          05 ITM-KIT-NESTED PIC 9 VALUE 0.
          05 ITM-KIT-IDX PIC 9(3).
          05 ITM-KIT-HIT PIC 9 VALUE 0.
      ***** EVERY KIT CODE ON FILE, KEPT OFF THE REORDER REPORT
          05 ITM-KIT-TOTAL PIC 9(3) VALUE 0.
          05 ITM-KIT-LIST OCCURS 200 TIMES PIC X(10).
       01 ITM-REORDER-LINE.
          05 ITM-RPT-CODE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
           DISPLAY "[1] LIST ITEMS".
           DISPLAY "[2] ADD OR UPDATE AN ITEM".
           DISPLAY "[3] REORDER-POINT REPORT".
           DISPLAY "[4] LIST KIT COMPONENTS".
           DISPLAY "[5] SET A KIT COMPONENT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT ITM-MODE.

                 PERFORM ADD-UPDATE-ITEM
              WHEN '3'
                 PERFORM REORDER-RUN
              WHEN '4'
                 PERFORM LIST-KIT-COMPONENTS
              WHEN '5'
                 PERFORM SET-KIT-COMPONENT
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           PERFORM UNTIL ITM-EOF-FLAG = 1
              ADD 1 TO ITM-COUNT
              MOVE IM-PRICE TO ITM-PRICEDIS
              IF IM-AVG-COST NUMERIC
                 MOVE IM-AVG-COST TO ITM-COSTDIS
              ELSE
                 MOVE 0 TO ITM-COSTDIS
              END-IF
              DISPLAY IM-CODE " " IM-DESC " " ITM-PRICEDIS
                 "  STOCK " IM-STOCK "  REORDER AT " IM-REORDER
              DISPLAY "           CATEGORY " IM-CATEGORY
                 "  AVERAGE COST " ITM-COSTDIS
              READ ITEM-MASTER
                 AT END MOVE 1 TO ITM-EOF-FLAG
              END-READ
           ELSE
              MOVE 'V' TO ITM-VATCLASS
           END-IF.
           DISPLAY "CATEGORY CODE:   " WITH NO ADVANCING.
           ACCEPT ITM-CATEGORY.
           DISPLAY "AVERAGE UNIT COST (BLANK = KEEP): "
               WITH NO ADVANCING.
           ACCEPT ITM-COSTIN.
           DISPLAY "YOUR OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT ITM-OPERATOR.

           MOVE 0 TO ITM-FOUND
           MOVE 0 TO ITM-EOF-FLAG
           MOVE 0 TO ITM-AVG-COST
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           PERFORM UNTIL ITM-EOF-FLAG = 1
              IF IM-CODE = ITM-CODE
                 MOVE 1 TO ITM-FOUND
                 MOVE ITEM-MASTER-REC TO ITM-OLD-ITEM
                 IF IM-AVG-COST NUMERIC
                    MOVE IM-AVG-COST TO ITM-AVG-COST
                 END-IF
              ELSE
                 WRITE TEMP-ITEM-MASTER-REC FROM ITEM-MASTER-REC
              END-IF
           MOVE ITM-REORDER TO TIM-REORDER
           MOVE ITM-DISCOUNTABLE TO TIM-DISCOUNTABLE
           MOVE ITM-VATCLASS TO TIM-VATCLASS
      ***** AN UPDATE KEEPS THE RUNNING AVERAGE UNLESS A NEW COST IS
      ***** KEYED; RECEIPTS MOVE IT FROM THERE
           IF ITM-COSTIN NOT = SPACES
              COMPUTE ITM-AVG-COST = FUNCTION NUMVAL(ITM-COSTIN)
           END-IF
           MOVE ITM-AVG-COST TO TIM-AVG-COST
           MOVE ITM-CATEGORY TO TIM-CATEGORY
           WRITE TEMP-ITEM-MASTER-REC
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP
           CLOSE ITEM-MASTER-TEMP

           IF ITM-FOUND = 1
              PERFORM LOG-ITEM-CHANGES
              DISPLAY "ITEM UPDATED"
           ELSE
              DISPLAY "ITEM ADDED"
           END-IF.
           EXIT.

      ***** ONE AUDIT ROW PER FIELD THE UPDATE MOVED; FIELDS KEYED
      ***** BACK UNCHANGED ARE DROPPED BY THE AUDIT ITSELF
       LOG-ITEM-CHANGES.
           MOVE ITM-CODE TO MAL-P-KEY
           MOVE ITM-OPERATOR TO MAL-P-OPERATOR
           MOVE "DESCRIPTION" TO MAL-P-FIELD
           MOVE ITM-OLD-DESC TO MAL-P-BEFORE
           MOVE ITM-DESC TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "PRICE" TO MAL-P-FIELD
           MOVE ITM-OLD-PRICE TO ITM-PRICEDIS
           MOVE ITM-PRICEDIS TO MAL-P-BEFORE
           MOVE ITM-PRICE TO ITM-PRICEDIS
           MOVE ITM-PRICEDIS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "STOCK" TO MAL-P-FIELD
           MOVE ITM-OLD-STOCK TO ITM-QTYDIS
           MOVE ITM-QTYDIS TO MAL-P-BEFORE
           MOVE ITM-STOCK TO ITM-QTYDIS
           MOVE ITM-QTYDIS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "REORDER POINT" TO MAL-P-FIELD
           MOVE ITM-OLD-REORDER TO ITM-QTYDIS
           MOVE ITM-QTYDIS TO MAL-P-BEFORE
           MOVE ITM-REORDER TO ITM-QTYDIS
           MOVE ITM-QTYDIS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "DISCOUNTABLE" TO MAL-P-FIELD
           MOVE ITM-OLD-DISCOUNTABLE TO MAL-P-BEFORE
           MOVE ITM-DISCOUNTABLE TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "VAT CLASS" TO MAL-P-FIELD
           MOVE ITM-OLD-VATCLASS TO MAL-P-BEFORE
           MOVE ITM-VATCLASS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "CATEGORY" TO MAL-P-FIELD
           MOVE ITM-OLD-CATEGORY TO MAL-P-BEFORE
           MOVE ITM-CATEGORY TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "AVERAGE COST" TO MAL-P-FIELD
           IF ITM-OLD-AVG-COST NOT NUMERIC
              MOVE 0 TO ITM-OLD-AVG-COST
           END-IF
           MOVE ITM-OLD-AVG-COST TO ITM-COSTDIS
           MOVE ITM-COSTDIS TO MAL-P-BEFORE
           MOVE ITM-AVG-COST TO ITM-COSTDIS
           MOVE ITM-COSTDIS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

      ***** EVERY ITEM AT OR BELOW ITS REORDER POINT; A KIT IS NEVER
      ***** BOUGHT AS SUCH, ITS COMPONENTS ARE
       REORDER-RUN.
           PERFORM LOAD-KIT-LIST
           MOVE 0 TO ITM-EOF-FLAG
           MOVE 0 TO ITM-COUNT
           OPEN EXTEND ITEM-MASTER
              AT END MOVE 1 TO ITM-EOF-FLAG
           END-READ
           PERFORM UNTIL ITM-EOF-FLAG = 1
              MOVE 0 TO ITM-KIT-HIT
              PERFORM VARYING ITM-KIT-IDX FROM 1 BY 1
                  UNTIL ITM-KIT-IDX > ITM-KIT-TOTAL
                 IF ITM-KIT-LIST(ITM-KIT-IDX) = IM-CODE
                    MOVE 1 TO ITM-KIT-HIT
                 END-IF
              END-PERFORM
              IF IM-STOCK <= IM-REORDER AND ITM-KIT-HIT = 0
                 ADD 1 TO ITM-COUNT
                 MOVE IM-CODE TO ITM-RPT-CODE
                 MOVE IM-DESC TO ITM-RPT-DESC
           DISPLAY "ITEMS TO REORDER: " ITM-COUNT.
           EXIT.

       LOAD-KIT-LIST.
           MOVE 0 TO ITM-KIT-TOTAL
           MOVE 0 TO ITM-KIT-EOF
           OPEN EXTEND KIT-COMPONENTS
           CLOSE KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS
           READ KIT-COMPONENTS
              AT END MOVE 1 TO ITM-KIT-EOF
           END-READ
           PERFORM UNTIL ITM-KIT-EOF = 1
              MOVE 0 TO ITM-KIT-HIT
              PERFORM VARYING ITM-KIT-IDX FROM 1 BY 1
                  UNTIL ITM-KIT-IDX > ITM-KIT-TOTAL
                 IF ITM-KIT-LIST(ITM-KIT-IDX) = KIT-CODE
                    MOVE 1 TO ITM-KIT-HIT
                 END-IF
              END-PERFORM
              IF ITM-KIT-HIT = 0 AND ITM-KIT-TOTAL < 200
                 ADD 1 TO ITM-KIT-TOTAL
                 MOVE KIT-CODE TO ITM-KIT-LIST(ITM-KIT-TOTAL)
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO ITM-KIT-EOF
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS.
           EXIT.

       LIST-KIT-COMPONENTS.
           DISPLAY "KIT CODE:        " WITH NO ADVANCING.
           ACCEPT ITM-KIT-CODE.
           MOVE 0 TO ITM-COUNT
           MOVE 0 TO ITM-KIT-EOF
           OPEN EXTEND KIT-COMPONENTS
           CLOSE KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS
           READ KIT-COMPONENTS
              AT END MOVE 1 TO ITM-KIT-EOF
           END-READ
           PERFORM UNTIL ITM-KIT-EOF = 1
              IF KIT-CODE = ITM-KIT-CODE
                 ADD 1 TO ITM-COUNT
                 MOVE KIT-COMPONENT TO ITM-CODE
                 PERFORM FIND-ITEM
                 DISPLAY "  " KIT-COMPONENT " " ITM-DESC
                    "  UNITS PER KIT " KIT-QTY "  ON HAND " ITM-STOCK
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO ITM-KIT-EOF
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS
           DISPLAY "COMPONENTS: " ITM-COUNT.
           EXIT.

      ***** ADDS OR CHANGES ONE COMPONENT ROW OF A KIT; ZERO UNITS
      ***** TAKES THE COMPONENT OFF. KITS DO NOT NEST, SO A KIT MAY
      ***** NOT BE A COMPONENT AND A COMPONENT MAY NOT BE A KIT
       SET-KIT-COMPONENT.
           DISPLAY "KIT CODE:        " WITH NO ADVANCING.
           ACCEPT ITM-KIT-CODE.
           MOVE ITM-KIT-CODE TO ITM-CODE
           PERFORM FIND-ITEM
           IF ITM-FOUND = 0
              DISPLAY "KIT CODE MUST BE ON THE ITEM MASTER FIRST"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPONENT CODE:  " WITH NO ADVANCING.
           ACCEPT ITM-KIT-COMPONENT.
           MOVE ITM-KIT-COMPONENT TO ITM-CODE
           PERFORM FIND-ITEM
           IF ITM-FOUND = 0 OR ITM-KIT-COMPONENT = ITM-KIT-CODE
              DISPLAY "COMPONENT NOT ON THE ITEM MASTER"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "UNITS PER KIT (0 = REMOVE): " WITH NO ADVANCING.
           ACCEPT ITM-KIT-QTYIN.
           COMPUTE ITM-KIT-QTY = FUNCTION NUMVAL(ITM-KIT-QTYIN)

           MOVE 0 TO ITM-KIT-NESTED
           MOVE 0 TO ITM-KIT-EOF
           OPEN EXTEND KIT-COMPONENTS
           CLOSE KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS
           READ KIT-COMPONENTS
              AT END MOVE 1 TO ITM-KIT-EOF
           END-READ
           PERFORM UNTIL ITM-KIT-EOF = 1
              IF KIT-CODE = ITM-KIT-COMPONENT OR
                 KIT-COMPONENT = ITM-KIT-CODE
                 MOVE 1 TO ITM-KIT-NESTED
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO ITM-KIT-EOF
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS
           IF ITM-KIT-NESTED = 1 AND ITM-KIT-QTY > 0
              DISPLAY "KITS CANNOT BE NESTED - NOT SAVED"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ITM-KIT-EOF
           OPEN INPUT KIT-COMPONENTS
           OPEN OUTPUT KIT-COMPONENTS-TEMP
           READ KIT-COMPONENTS
              AT END MOVE 1 TO ITM-KIT-EOF
           END-READ
           PERFORM UNTIL ITM-KIT-EOF = 1
              IF KIT-CODE NOT = ITM-KIT-CODE OR
                 KIT-COMPONENT NOT = ITM-KIT-COMPONENT
                 WRITE TEMP-KIT-COMPONENT-REC FROM KIT-COMPONENT-REC
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO ITM-KIT-EOF
              END-READ
           END-PERFORM
           IF ITM-KIT-QTY > 0
              MOVE ITM-KIT-CODE TO TKIT-CODE
              MOVE ITM-KIT-COMPONENT TO TKIT-COMPONENT
              MOVE ITM-KIT-QTY TO TKIT-QTY
              WRITE TEMP-KIT-COMPONENT-REC
           END-IF
           CLOSE KIT-COMPONENTS
           CLOSE KIT-COMPONENTS-TEMP

           MOVE 0 TO ITM-KIT-EOF
           OPEN OUTPUT KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS-TEMP
           READ KIT-COMPONENTS-TEMP
              AT END MOVE 1 TO ITM-KIT-EOF
           END-READ
           PERFORM UNTIL ITM-KIT-EOF = 1
              WRITE KIT-COMPONENT-REC FROM TEMP-KIT-COMPONENT-REC
              READ KIT-COMPONENTS-TEMP
                 AT END MOVE 1 TO ITM-KIT-EOF
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS
           CLOSE KIT-COMPONENTS-TEMP
           IF ITM-KIT-QTY > 0
              DISPLAY "KIT COMPONENT SAVED"
           ELSE
              DISPLAY "KIT COMPONENT REMOVED"
           END-IF.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO ITM-FOUND
           MOVE SPACES TO ITM-DESC
           MOVE 0 TO ITM-STOCK
           MOVE 0 TO ITM-EOF-FLAG
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO ITM-EOF-FLAG
           END-READ
           PERFORM UNTIL ITM-EOF-FLAG = 1
              IF IM-CODE = ITM-CODE
                 MOVE 1 TO ITM-FOUND
                 MOVE IM-DESC TO ITM-DESC
                 MOVE IM-STOCK TO ITM-STOCK
                 MOVE 1 TO ITM-EOF-FLAG
              ELSE
                 READ ITEM-MASTER
                    AT END MOVE 1 TO ITM-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ITEM-MASTER.
           EXIT.

       END PROGRAM ITEM-MAINTENANCE.
