      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: OCTOBER 14, 2024
      * Purpose: RETURN-TO-VENDOR DOCUMENTS FOR DAMAGED, RECALLED AND
      *          EXPIRING GOODS: STOCK COMES OFF AT THE COST OF THE
      *          ORIGINAL RECEIPT, A DEBIT MEMO GOES TO THE SUPPLIER,
      *          AND THE RETURN STAYS OPEN UNTIL THE SUPPLIER CREDITS
      *          OR REPLACES THE GOODS; WITH THE SUPPLIER RETURNS
      *          ANALYSIS BY VALUE AND REASON
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-VENDOR-RETURNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-RETURNS ASSIGN TO
           "C:\cobol_project\VendorReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT VENDOR-RETURNS-TEMP ASSIGN TO
           "C:\cobol_project\VendorReturnsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SUPPLIER-MASTER ASSIGN TO
           "C:\cobol_project\SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RECEIVING-JOURNAL ASSIGN TO
           "C:\cobol_project\ReceivingJournal.dat"
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
           SELECT STOCK-LOTS ASSIGN TO
           "C:\cobol_project\StockLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOCK-LOTS-TEMP ASSIGN TO
           "C:\cobol_project\StockLotsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEBIT-MEMO ASSIGN TO
           "C:\cobol_project\DebitMemo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OPEN-RETURNS-REPORT ASSIGN TO
           "C:\cobol_project\OpenVendorReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ANALYSIS-REPORT ASSIGN TO
           "C:\cobol_project\VendorReturnAnalysis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER LINE OF A RETURN TO VENDOR (RTV-REASON:
      ***** DM=DAMAGED RC=RECALLED EX=EXPIRED OR NEAR EXPIRY
      ***** OT=OTHER; RTV-STATUS: O=OPEN C=CREDITED R=REPLACED)
       FD VENDOR-RETURNS.
       01 VENDOR-RETURN-REC.
          05 RTV-NUM PIC 9(6).
          05 RTV-LINE PIC 9(3).
          05 RTV-SUPPLIER PIC X(5).
          05 RTV-DATE PIC X(8).
          05 RTV-ITEMCODE PIC X(10).
          05 RTV-DESC PIC X(15).
          05 RTV-QTY PIC 9(5).
          05 RTV-UNIT-COST PIC 9(5)V9(2).
          05 RTV-GR-DATE PIC X(8).
          05 RTV-GR-REFERENCE PIC X(10).
          05 RTV-REASON PIC X(02).
          05 RTV-LOT PIC X(12).
          05 RTV-OPERATOR PIC X(5).
          05 RTV-STATUS PIC X(01).
          05 RTV-CLOSED-DATE PIC X(8).
          05 RTV-CLOSE-REF PIC X(10).
       FD VENDOR-RETURNS-TEMP.
       01 TEMP-VENDOR-RETURN-REC.
          05 TRTV-NUM PIC 9(6).
          05 TRTV-LINE PIC 9(3).
          05 TRTV-SUPPLIER PIC X(5).
          05 TRTV-DATE PIC X(8).
          05 TRTV-ITEMCODE PIC X(10).
          05 TRTV-DESC PIC X(15).
          05 TRTV-QTY PIC 9(5).
          05 TRTV-UNIT-COST PIC 9(5)V9(2).
          05 TRTV-GR-DATE PIC X(8).
          05 TRTV-GR-REFERENCE PIC X(10).
          05 TRTV-REASON PIC X(02).
          05 TRTV-LOT PIC X(12).
          05 TRTV-OPERATOR PIC X(5).
          05 TRTV-STATUS PIC X(01).
          05 TRTV-CLOSED-DATE PIC X(8).
          05 TRTV-CLOSE-REF PIC X(10).
       FD SUPPLIER-MASTER.
       01 SUPPLIER-MASTER-REC.
          05 SUP-CODE PIC X(5).
          05 SUP-NAME PIC X(20).
          05 SUP-CONTACT PIC X(20).
          05 SUP-TERMS-DAYS PIC 9(3).
      ***** ONE ROW PER ITEM LINE RECEIVED INTO STOCK
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
       FD DEBIT-MEMO.
       01 DEBIT-MEMO-REC PIC X(80).
       FD OPEN-RETURNS-REPORT.
       01 OPEN-RETURNS-REPORT-REC PIC X(100).
       FD ANALYSIS-REPORT.
       01 ANALYSIS-REPORT-REC PIC X(100).
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
       01 VRW-SEQ.
          05 VRW-MODE PIC X(01).
          05 VRW-EOF-FLAG PIC 9 VALUE 0.
          05 VRW-ITEM-EOF PIC 9 VALUE 0.
          05 VRW-FOUND PIC 9 VALUE 0.
          05 VRW-COUNT PIC 9(5) VALUE 0.
          05 VRW-OPERATOR PIC X(5).
          05 VRW-SUPPLIER PIC X(5).
          05 VRW-SUP-NAME PIC X(20).
          05 VRW-SUP-CONTACT PIC X(20).
          05 VRW-NUMIN PIC X(6).
          05 VRW-NUM PIC 9(6).
          05 VRW-LAST-NUM PIC 9(6).
          05 VRW-DOC-DATE PIC X(8).
          05 VRW-ITEMCODE PIC X(10).
          05 VRW-REFERENCE PIC X(10).
          05 VRW-INPUT PIC X(6).
          05 VRW-QTY PIC 9(5).
          05 VRW-ON-HAND PIC 9(5).
          05 VRW-ALREADY PIC 9(5).
          05 VRW-YN PIC X(01).
          05 VRW-REASON PIC X(02).
          05 VRW-LOT PIC X(12).
          05 VRW-LOT-QTY PIC 9(5).
          05 VRW-I-DESC PIC X(15).
          05 VRW-GR-COST PIC 9(5)V9(2).
          05 VRW-GR-DATE PIC X(8).
          05 VRW-GR-REF PIC X(10).
          05 VRW-GR-QTY PIC 9(5).
          05 VRW-LINE-COST PIC 9(5)V9(4).
          05 VRW-OLD-COST PIC 9(5)V9(4).
          05 VRW-STOCK-VALUE PIC 9(11)V9(4).
          05 VRW-ACTION PIC X(01).
          05 VRW-CLOSE-REF PIC X(10).
          05 VRW-DATE-INT PIC 9(8).
          05 VRW-AGE PIC 9(5).
          05 VRW-LINE-VALUE PIC 9(9)V9(2).
          05 VRW-TOTAL-VALUE PIC 9(9)V9(2) VALUE 0.
          05 VRW-TOTAL-QTY PIC 9(7) VALUE 0.
          05 VRW-FROM-DATE PIC X(8).
          05 VRW-TO-DATE PIC X(8).
          05 VRW-R-IDX PIC 9.
      ***** LINES OF THE RETURN BEING KEYED, CLOSED OR REPRINTED
       01 VRW-LINE-SEQ.
          05 VRW-LINE-COUNT PIC 9(2) VALUE 0.
          05 VRW-IDX PIC 9(2).
          05 VRW-LINE OCCURS 20 TIMES.
             10 VRW-L-LINE PIC 9(3).
             10 VRW-L-CODE PIC X(10).
             10 VRW-L-DESC PIC X(15).
             10 VRW-L-QTY PIC 9(5).
             10 VRW-L-COST PIC 9(5)V9(2).
             10 VRW-L-GR-DATE PIC X(8).
             10 VRW-L-GR-REF PIC X(10).
             10 VRW-L-REASON PIC X(02).
             10 VRW-L-LOT PIC X(12).
      ***** THE RETURN REASONS A LINE MAY CARRY
       01 VRW-REASON-VALUES.
          05 FILLER PIC X(22) VALUE "DMDAMAGED".
          05 FILLER PIC X(22) VALUE "RCRECALLED".
          05 FILLER PIC X(22) VALUE "EXEXPIRED/NEAR EXPIRY".
          05 FILLER PIC X(22) VALUE "OTOTHER".
       01 VRW-REASON-TABLE REDEFINES VRW-REASON-VALUES.
          05 VRW-REASON-ENTRY OCCURS 4 TIMES.
             10 VRW-R-CODE PIC X(02).
             10 VRW-R-NAME PIC X(20).
      ***** RETURN VALUE BY SUPPLIER AND REASON FOR THE ANALYSIS
       01 VRW-SUP-SEQ.
          05 VRW-SUP-COUNT PIC 9(3) VALUE 0.
          05 VRW-SUP-IDX PIC 9(3).
          05 VRW-SUP-IDX2 PIC 9(3).
          05 VRW-SUP-ENTRY OCCURS 100 TIMES.
             10 VRW-S-CODE PIC X(5).
             10 VRW-S-LINES PIC 9(5).
             10 VRW-S-VALUE PIC 9(9)V9(2).
             10 VRW-S-RSN-VALUE OCCURS 4 TIMES PIC 9(9)V9(2).
       01 VRW-SWAP-ENTRY.
          05 VRW-W-CODE PIC X(5).
          05 VRW-W-LINES PIC 9(5).
          05 VRW-W-VALUE PIC 9(9)V9(2).
          05 VRW-W-RSN-VALUE OCCURS 4 TIMES PIC 9(9)V9(2).
       01 VRW-RSN-TOTALS.
          05 VRW-RSN-TOTAL OCCURS 4 TIMES PIC 9(9)V9(2).
      ********** DEBIT MEMO LAYOUT
       01 VRW-MEMO-HEAD.
          05 FILLER PIC X(15) VALUE "DEBIT MEMO NO. ".
          05 VRW-MEMO-NUM PIC 9(6).
          05 FILLER PIC X(8) VALUE "  DATE: ".
          05 VRW-MEMO-DATE PIC X(8).
       01 VRW-MEMO-TO.
          05 FILLER PIC X(4) VALUE "TO: ".
          05 VRW-MEMO-SUPPLIER PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-SUP-NAME PIC X(20).
          05 FILLER PIC X(8) VALUE "  ATTN: ".
          05 VRW-MEMO-CONTACT PIC X(20).
       01 VRW-MEMO-TEXT PIC X(60)
          VALUE "YOUR ACCOUNT IS DEBITED FOR THE GOODS RETURNED BELOW".
       01 VRW-MEMO-COL.
          05 FILLER PIC X(40)
             VALUE "LN  ITEM CODE  DESCRIPTION        QTY  U".
          05 FILLER PIC X(40)
             VALUE "NIT COST     AMOUNT RS DELIVERY  ".
       01 VRW-MEMO-LINE.
          05 VRW-MEMO-LN PIC ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-CODE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-DESC PIC X(15).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-QTY PIC ZZ,ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-COST PIC ZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-AMOUNT PIC ZZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-REASON PIC X(02).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-MEMO-REF PIC X(10).
       01 VRW-MEMO-TOTAL.
          05 FILLER PIC X(47) VALUE SPACES.
          05 FILLER PIC X(6) VALUE "TOTAL ".
          05 VRW-MEMO-TOTAL-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01 VRW-MEMO-ASK.
          05 FILLER PIC X(40)
             VALUE "PLEASE CREDIT OUR ACCOUNT OR REPLACE ".
          05 FILLER PIC X(30) VALUE "THE GOODS, QUOTING THIS MEMO".
       01 VRW-MEMO-SIGN.
          05 FILLER PIC X(13) VALUE "RETURNED BY: ".
          05 VRW-MEMO-BY PIC X(5).
          05 FILLER PIC X(40)
             VALUE "   RECEIVED FOR SUPPLIER: ____________".
      ********** OPEN RETURNS AND ANALYSIS REPORT LAYOUTS
       01 VRW-OPEN-HEAD.
          05 FILLER PIC X(40)
             VALUE "RETURNS TO VENDOR AWAITING CREDIT OR REP".
          05 FILLER PIC X(15) VALUE "LACEMENT AS OF ".
          05 VRW-OPEN-HEAD-DATE PIC X(8).
       01 VRW-OPEN-COL.
          05 FILLER PIC X(50)
             VALUE "NUMBER LN  SUPPL DATE      DAYS ITEM CODE     QTY".
          05 FILLER PIC X(30)
             VALUE "         VALUE RS".
       01 VRW-OPEN-LINE.
          05 VRW-OPEN-NUM PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-LN PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-SUPPLIER PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-DATE PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-DAYS PIC ZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-CODE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-QTY PIC ZZ,ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-VALUE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-OPEN-REASON PIC X(02).
       01 VRW-OPEN-TOTAL.
          05 FILLER PIC X(20) VALUE "OPEN RETURN LINES: ".
          05 VRW-OPEN-TOT-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(9) VALUE "  VALUE: ".
          05 VRW-OPEN-TOT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       01 VRW-ANL-HEAD.
          05 FILLER PIC X(40)
             VALUE "SUPPLIER RETURNS BY VALUE AND REASON    ".
          05 VRW-ANL-FROM PIC X(8).
          05 FILLER PIC X(4) VALUE " TO ".
          05 VRW-ANL-TO PIC X(8).
       01 VRW-ANL-COL.
          05 FILLER PIC X(50)
             VALUE "RNK SUPPL NAME                 LINES     DAMAGED  ".
          05 FILLER PIC X(50)
             VALUE "  RECALLED   EXPIRING      OTHER        TOTAL".
       01 VRW-ANL-LINE.
          05 VRW-ANL-RANK PIC ZZ9 BLANK WHEN ZERO.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-ANL-CODE PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-ANL-NAME PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 VRW-ANL-LINES PIC ZZ,ZZ9.
          05 VRW-ANL-RSN OCCURS 4 TIMES.
             10 FILLER PIC X VALUE SPACE.
             10 VRW-ANL-RSN-VALUE PIC ZZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 VRW-ANL-VALUE PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RETURNS TO VENDOR".
           DISPLAY "[1] NEW RETURN TO VENDOR".
           DISPLAY "[2] OPEN RETURNS REPORT".
           DISPLAY "[3] CLOSE A RETURN (CREDITED OR REPLACED)".
           DISPLAY "[4] SUPPLIER RETURNS ANALYSIS".
           DISPLAY "[5] REPRINT A DEBIT MEMO".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT VRW-MODE.

           EVALUATE VRW-MODE
              WHEN '1'
                 PERFORM NEW-RETURN
              WHEN '2'
                 PERFORM OPEN-RETURNS-RUN
              WHEN '3'
                 PERFORM CLOSE-RETURN
              WHEN '4'
                 PERFORM ANALYSIS-RUN
              WHEN '5'
                 PERFORM REPRINT-MEMO
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** EVERY LINE GOES BACK AT THE UNIT COST OF THE DELIVERY IT
      ***** CAME IN ON; THE STOCK (AND THE LOT, IF ONE IS NAMED) IS
      ***** RELIEVED AND THE SUPPLIER GETS A DEBIT MEMO
       NEW-RETURN.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "YOUR OPERATOR ID:   " WITH NO ADVANCING
           ACCEPT VRW-OPERATOR
           DISPLAY "SUPPLIER CODE:      " WITH NO ADVANCING
           ACCEPT VRW-SUPPLIER
           PERFORM FIND-SUPPLIER
           IF VRW-FOUND = 0
              DISPLAY "SUPPLIER NOT ON FILE - CANCELLED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "RETURNING TO " VRW-SUP-NAME

           MOVE 0 TO VRW-LINE-COUNT
           MOVE 'Y' TO VRW-YN
           PERFORM UNTIL VRW-YN NOT = 'Y' OR VRW-LINE-COUNT = 20
              PERFORM KEY-RETURN-LINE
              DISPLAY "ANOTHER ITEM? (Y/N): " WITH NO ADVANCING
              ACCEPT VRW-YN
              IF VRW-YN = 'y'
                 MOVE 'Y' TO VRW-YN
              END-IF
           END-PERFORM
           IF VRW-LINE-COUNT = 0
              DISPLAY "NO LINES KEYED - NOTHING RETURNED"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "RETURN " VRW-LINE-COUNT " LINE(S) TO "
              VRW-SUPPLIER "? (Y/N): " WITH NO ADVANCING
           ACCEPT VRW-YN
           IF VRW-YN NOT = 'Y' AND VRW-YN NOT = 'y'
              DISPLAY "RETURN CANCELLED - NOTHING POSTED"
              EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-RETURN-NUMBER
           MOVE BDT-DATE TO VRW-DOC-DATE
           PERFORM TAKE-OFF-MASTER
           PERFORM TAKE-OFF-LOTS
           PERFORM WRITE-RETURN-LINES
           PERFORM PRINT-DEBIT-MEMO
           DISPLAY "RETURN " VRW-NUM " POSTED - DEBIT MEMO IN "
              "DebitMemo.dat".
           EXIT.

      ***** THE LINE MUST TRACE TO A DELIVERY OF THE ITEM FROM THIS
      ***** SUPPLIER, AND MAY NOT SEND BACK MORE THAN THAT DELIVERY
      ***** BROUGHT OR MORE THAN IS ON HAND
       KEY-RETURN-LINE.
           DISPLAY "ITEM CODE:          " WITH NO ADVANCING
           ACCEPT VRW-ITEMCODE
           PERFORM FIND-ITEM
           IF VRW-FOUND = 0
              DISPLAY "ITEM NOT ON THE MASTER - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DELIVERY REF (BLANK = LATEST): " WITH NO ADVANCING
           ACCEPT VRW-REFERENCE
           PERFORM FIND-RECEIPT
           IF VRW-FOUND = 0
              DISPLAY "NO SUCH DELIVERY OF THIS ITEM FROM THIS "
                 "SUPPLIER - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  RECEIVED " VRW-GR-DATE " REF " VRW-GR-REF
              " QTY " VRW-GR-QTY
           DISPLAY "QUANTITY TO RETURN: " WITH NO ADVANCING
           ACCEPT VRW-INPUT
           COMPUTE VRW-QTY = FUNCTION NUMVAL(VRW-INPUT)
           IF VRW-QTY = 0
              DISPLAY "ZERO QUANTITY - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           IF VRW-QTY > VRW-GR-QTY
              DISPLAY "MORE THAN THAT DELIVERY BROUGHT - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO VRW-ALREADY
           PERFORM VARYING VRW-IDX FROM 1 BY 1
                   UNTIL VRW-IDX > VRW-LINE-COUNT
              IF VRW-L-CODE(VRW-IDX) = VRW-ITEMCODE
                 ADD VRW-L-QTY(VRW-IDX) TO VRW-ALREADY
              END-IF
           END-PERFORM
           IF VRW-QTY + VRW-ALREADY > VRW-ON-HAND
              DISPLAY "ONLY " VRW-ON-HAND " ON HAND - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING VRW-R-IDX FROM 1 BY 1 UNTIL VRW-R-IDX > 4
              DISPLAY "  " VRW-R-CODE(VRW-R-IDX) " "
                 VRW-R-NAME(VRW-R-IDX)
           END-PERFORM
           DISPLAY "REASON CODE:        " WITH NO ADVANCING
           ACCEPT VRW-REASON
           MOVE 0 TO VRW-FOUND
           PERFORM VARYING VRW-R-IDX FROM 1 BY 1 UNTIL VRW-R-IDX > 4
              IF VRW-R-CODE(VRW-R-IDX) = VRW-REASON
                 MOVE 1 TO VRW-FOUND
              END-IF
           END-PERFORM
           IF VRW-FOUND = 0
              DISPLAY "UNKNOWN REASON CODE - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "LOT (BLANK = NONE): " WITH NO ADVANCING
           ACCEPT VRW-LOT
           IF VRW-LOT NOT = SPACES
              PERFORM FIND-LOT
              IF VRW-FOUND = 0
                 DISPLAY "UNKNOWN LOT FOR THIS ITEM - LINE SKIPPED"
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO VRW-ALREADY
              PERFORM VARYING VRW-IDX FROM 1 BY 1
                      UNTIL VRW-IDX > VRW-LINE-COUNT
                 IF VRW-L-CODE(VRW-IDX) = VRW-ITEMCODE AND
                    VRW-L-LOT(VRW-IDX) = VRW-LOT
                    ADD VRW-L-QTY(VRW-IDX) TO VRW-ALREADY
                 END-IF
              END-PERFORM
              IF VRW-QTY + VRW-ALREADY > VRW-LOT-QTY
                 DISPLAY "ONLY " VRW-LOT-QTY " LEFT IN THAT LOT - "
                    "LINE SKIPPED"
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD 1 TO VRW-LINE-COUNT
           MOVE VRW-LINE-COUNT TO VRW-L-LINE(VRW-LINE-COUNT)
           MOVE VRW-ITEMCODE TO VRW-L-CODE(VRW-LINE-COUNT)
           MOVE VRW-I-DESC TO VRW-L-DESC(VRW-LINE-COUNT)
           MOVE VRW-QTY TO VRW-L-QTY(VRW-LINE-COUNT)
           MOVE VRW-GR-COST TO VRW-L-COST(VRW-LINE-COUNT)
           MOVE VRW-GR-DATE TO VRW-L-GR-DATE(VRW-LINE-COUNT)
           MOVE VRW-GR-REF TO VRW-L-GR-REF(VRW-LINE-COUNT)
           MOVE VRW-REASON TO VRW-L-REASON(VRW-LINE-COUNT)
           MOVE VRW-LOT TO VRW-L-LOT(VRW-LINE-COUNT).
           EXIT.

       FIND-SUPPLIER.
           MOVE 0 TO VRW-FOUND
           MOVE SPACES TO VRW-SUP-NAME
           MOVE SPACES TO VRW-SUP-CONTACT
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND SUPPLIER-MASTER
           CLOSE SUPPLIER-MASTER
           OPEN INPUT SUPPLIER-MASTER
           READ SUPPLIER-MASTER
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              IF SUP-CODE = VRW-SUPPLIER
                 MOVE 1 TO VRW-FOUND
                 MOVE SUP-NAME TO VRW-SUP-NAME
                 MOVE SUP-CONTACT TO VRW-SUP-CONTACT
                 MOVE 1 TO VRW-EOF-FLAG
              ELSE
                 READ SUPPLIER-MASTER
                    AT END MOVE 1 TO VRW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SUPPLIER-MASTER.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO VRW-FOUND
           MOVE 0 TO VRW-ON-HAND
           MOVE SPACES TO VRW-I-DESC
           MOVE 0 TO VRW-ITEM-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO VRW-ITEM-EOF
           END-READ
           PERFORM UNTIL VRW-ITEM-EOF = 1
              IF IM-CODE = VRW-ITEMCODE
                 MOVE 1 TO VRW-FOUND
                 MOVE IM-STOCK TO VRW-ON-HAND
                 MOVE IM-DESC TO VRW-I-DESC
                 MOVE 1 TO VRW-ITEM-EOF
              ELSE
                 READ ITEM-MASTER
                    AT END MOVE 1 TO VRW-ITEM-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ITEM-MASTER.
           EXIT.

      ***** THE NAMED DELIVERY, OR THE LATEST ONE ON THE JOURNAL WHEN
      ***** NO REFERENCE IS KEYED
       FIND-RECEIPT.
           MOVE 0 TO VRW-FOUND
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND RECEIVING-JOURNAL
           CLOSE RECEIVING-JOURNAL
           OPEN INPUT RECEIVING-JOURNAL
           READ RECEIVING-JOURNAL
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              IF GR-SUPPLIER = VRW-SUPPLIER AND
                 GR-ITEMCODE = VRW-ITEMCODE AND
                 (VRW-REFERENCE = SPACES OR
                  GR-REFERENCE = VRW-REFERENCE)
                 MOVE 1 TO VRW-FOUND
                 MOVE GR-UNIT-COST TO VRW-GR-COST
                 MOVE GR-DATE TO VRW-GR-DATE
                 MOVE GR-REFERENCE TO VRW-GR-REF
                 MOVE GR-QTY TO VRW-GR-QTY
              END-IF
              READ RECEIVING-JOURNAL
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE RECEIVING-JOURNAL.
           EXIT.

       FIND-LOT.
           MOVE 0 TO VRW-FOUND
           MOVE 0 TO VRW-LOT-QTY
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           READ STOCK-LOTS
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              IF LOT-ITEMCODE = VRW-ITEMCODE AND
                 LOT-NUMBER = VRW-LOT
                 MOVE 1 TO VRW-FOUND
                 MOVE LOT-QTY TO VRW-LOT-QTY
                 MOVE 1 TO VRW-EOF-FLAG
              ELSE
                 READ STOCK-LOTS
                    AT END MOVE 1 TO VRW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STOCK-LOTS.
           EXIT.

       NEXT-RETURN-NUMBER.
           MOVE 0 TO VRW-LAST-NUM
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND VENDOR-RETURNS
           CLOSE VENDOR-RETURNS
           OPEN INPUT VENDOR-RETURNS
           READ VENDOR-RETURNS
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              IF RTV-NUM > VRW-LAST-NUM
                 MOVE RTV-NUM TO VRW-LAST-NUM
              END-IF
              READ VENDOR-RETURNS
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE VENDOR-RETURNS
           COMPUTE VRW-NUM = VRW-LAST-NUM + 1.
           EXIT.

      ***** ONE PASS OVER THE MASTER TAKES EVERY LINE OFF; THE
      ***** AVERAGE COST OF WHAT STAYS ON THE SHELF DOES NOT MOVE
       TAKE-OFF-MASTER.
           MOVE 0 TO VRW-ITEM-EOF
           OPEN INPUT ITEM-MASTER
           OPEN OUTPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER
              AT END MOVE 1 TO VRW-ITEM-EOF
           END-READ
           PERFORM UNTIL VRW-ITEM-EOF = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              PERFORM VARYING VRW-IDX FROM 1 BY 1
                      UNTIL VRW-IDX > VRW-LINE-COUNT
                 IF VRW-L-CODE(VRW-IDX) = IM-CODE
                    IF VRW-L-QTY(VRW-IDX) > TIM-STOCK
                       MOVE 0 TO TIM-STOCK
                    ELSE
                       SUBTRACT VRW-L-QTY(VRW-IDX) FROM TIM-STOCK
                    END-IF
                 END-IF
              END-PERFORM
              WRITE TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER
                 AT END MOVE 1 TO VRW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP
           PERFORM COPY-BACK-MASTER.
           EXIT.

       TAKE-OFF-LOTS.
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND STOCK-LOTS
           CLOSE STOCK-LOTS
           OPEN INPUT STOCK-LOTS
           OPEN OUTPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              MOVE STOCK-LOT-REC TO TEMP-STOCK-LOT-REC
              PERFORM VARYING VRW-IDX FROM 1 BY 1
                      UNTIL VRW-IDX > VRW-LINE-COUNT
                 IF VRW-L-LOT(VRW-IDX) NOT = SPACES AND
                    VRW-L-CODE(VRW-IDX) = LOT-ITEMCODE AND
                    VRW-L-LOT(VRW-IDX) = LOT-NUMBER
                    IF VRW-L-QTY(VRW-IDX) > TLOT-QTY
                       MOVE 0 TO TLOT-QTY
                    ELSE
                       SUBTRACT VRW-L-QTY(VRW-IDX) FROM TLOT-QTY
                    END-IF
                 END-IF
              END-PERFORM
              WRITE TEMP-STOCK-LOT-REC
              READ STOCK-LOTS
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP

           MOVE 0 TO VRW-EOF-FLAG
           OPEN OUTPUT STOCK-LOTS
           OPEN INPUT STOCK-LOTS-TEMP
           READ STOCK-LOTS-TEMP
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              WRITE STOCK-LOT-REC FROM TEMP-STOCK-LOT-REC
              READ STOCK-LOTS-TEMP
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-LOTS
           CLOSE STOCK-LOTS-TEMP.
           EXIT.

       WRITE-RETURN-LINES.
           OPEN EXTEND VENDOR-RETURNS
           PERFORM VARYING VRW-IDX FROM 1 BY 1
                   UNTIL VRW-IDX > VRW-LINE-COUNT
              MOVE VRW-NUM TO RTV-NUM
              MOVE VRW-L-LINE(VRW-IDX) TO RTV-LINE
              MOVE VRW-SUPPLIER TO RTV-SUPPLIER
              MOVE VRW-DOC-DATE TO RTV-DATE
              MOVE VRW-L-CODE(VRW-IDX) TO RTV-ITEMCODE
              MOVE VRW-L-DESC(VRW-IDX) TO RTV-DESC
              MOVE VRW-L-QTY(VRW-IDX) TO RTV-QTY
              MOVE VRW-L-COST(VRW-IDX) TO RTV-UNIT-COST
              MOVE VRW-L-GR-DATE(VRW-IDX) TO RTV-GR-DATE
              MOVE VRW-L-GR-REF(VRW-IDX) TO RTV-GR-REFERENCE
              MOVE VRW-L-REASON(VRW-IDX) TO RTV-REASON
              MOVE VRW-L-LOT(VRW-IDX) TO RTV-LOT
              MOVE VRW-OPERATOR TO RTV-OPERATOR
              MOVE 'O' TO RTV-STATUS
              MOVE SPACES TO RTV-CLOSED-DATE
              MOVE SPACES TO RTV-CLOSE-REF
              WRITE VENDOR-RETURN-REC
           END-PERFORM
           CLOSE VENDOR-RETURNS.
           EXIT.

       PRINT-DEBIT-MEMO.
           MOVE 0 TO VRW-TOTAL-VALUE
           OPEN OUTPUT DEBIT-MEMO
           MOVE VRW-NUM TO VRW-MEMO-NUM
           MOVE VRW-DOC-DATE TO VRW-MEMO-DATE
           WRITE DEBIT-MEMO-REC FROM VRW-MEMO-HEAD
           MOVE VRW-SUPPLIER TO VRW-MEMO-SUPPLIER
           MOVE VRW-SUP-NAME TO VRW-MEMO-SUP-NAME
           MOVE VRW-SUP-CONTACT TO VRW-MEMO-CONTACT
           WRITE DEBIT-MEMO-REC FROM VRW-MEMO-TO
           MOVE SPACES TO DEBIT-MEMO-REC
           WRITE DEBIT-MEMO-REC
           WRITE DEBIT-MEMO-REC FROM VRW-MEMO-TEXT
           WRITE DEBIT-MEMO-REC FROM VRW-MEMO-COL
           PERFORM VARYING VRW-IDX FROM 1 BY 1
                   UNTIL VRW-IDX > VRW-LINE-COUNT
              COMPUTE VRW-LINE-VALUE =
                  VRW-L-QTY(VRW-IDX) * VRW-L-COST(VRW-IDX)
              ADD VRW-LINE-VALUE TO VRW-TOTAL-VALUE
              MOVE VRW-L-LINE(VRW-IDX) TO VRW-MEMO-LN
              MOVE VRW-L-CODE(VRW-IDX) TO VRW-MEMO-CODE
              MOVE VRW-L-DESC(VRW-IDX) TO VRW-MEMO-DESC
              MOVE VRW-L-QTY(VRW-IDX) TO VRW-MEMO-QTY
              MOVE VRW-L-COST(VRW-IDX) TO VRW-MEMO-COST
              MOVE VRW-LINE-VALUE TO VRW-MEMO-AMOUNT
              MOVE VRW-L-REASON(VRW-IDX) TO VRW-MEMO-REASON
              MOVE VRW-L-GR-REF(VRW-IDX) TO VRW-MEMO-REF
              WRITE DEBIT-MEMO-REC FROM VRW-MEMO-LINE
           END-PERFORM
           MOVE VRW-TOTAL-VALUE TO VRW-MEMO-TOTAL-AMT
           WRITE DEBIT-MEMO-REC FROM VRW-MEMO-TOTAL
           MOVE SPACES TO DEBIT-MEMO-REC
           WRITE DEBIT-MEMO-REC
           WRITE DEBIT-MEMO-REC FROM VRW-MEMO-ASK
           MOVE VRW-OPERATOR TO VRW-MEMO-BY
           WRITE DEBIT-MEMO-REC FROM VRW-MEMO-SIGN
           CLOSE DEBIT-MEMO.
           EXIT.

      ***** EVERY LINE STILL WAITING ON THE SUPPLIER, WITH HOW LONG
      ***** IT HAS BEEN OUT AND WHAT IT IS WORTH AT RECEIPT COST
       OPEN-RETURNS-RUN.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO VRW-COUNT
           MOVE 0 TO VRW-TOTAL-VALUE
           OPEN OUTPUT OPEN-RETURNS-REPORT
           MOVE BDT-DATE TO VRW-OPEN-HEAD-DATE
           WRITE OPEN-RETURNS-REPORT-REC FROM VRW-OPEN-HEAD
           WRITE OPEN-RETURNS-REPORT-REC FROM VRW-OPEN-COL
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND VENDOR-RETURNS
           CLOSE VENDOR-RETURNS
           OPEN INPUT VENDOR-RETURNS
           READ VENDOR-RETURNS
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              IF RTV-STATUS = 'O'
                 ADD 1 TO VRW-COUNT
                 COMPUTE VRW-LINE-VALUE = RTV-QTY * RTV-UNIT-COST
                 ADD VRW-LINE-VALUE TO VRW-TOTAL-VALUE
                 COMPUTE VRW-AGE =
                     FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BDT-DATE))
                   - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RTV-DATE))
                 MOVE RTV-NUM TO VRW-OPEN-NUM
                 MOVE RTV-LINE TO VRW-OPEN-LN
                 MOVE RTV-SUPPLIER TO VRW-OPEN-SUPPLIER
                 MOVE RTV-DATE TO VRW-OPEN-DATE
                 MOVE VRW-AGE TO VRW-OPEN-DAYS
                 MOVE RTV-ITEMCODE TO VRW-OPEN-CODE
                 MOVE RTV-QTY TO VRW-OPEN-QTY
                 MOVE VRW-LINE-VALUE TO VRW-OPEN-VALUE
                 MOVE RTV-REASON TO VRW-OPEN-REASON
                 WRITE OPEN-RETURNS-REPORT-REC FROM VRW-OPEN-LINE
                 DISPLAY VRW-OPEN-LINE
              END-IF
              READ VENDOR-RETURNS
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE VENDOR-RETURNS
           MOVE SPACES TO OPEN-RETURNS-REPORT-REC
           WRITE OPEN-RETURNS-REPORT-REC
           MOVE VRW-COUNT TO VRW-OPEN-TOT-COUNT
           MOVE VRW-TOTAL-VALUE TO VRW-OPEN-TOT-VALUE
           WRITE OPEN-RETURNS-REPORT-REC FROM VRW-OPEN-TOTAL
           CLOSE OPEN-RETURNS-REPORT
           DISPLAY VRW-OPEN-TOTAL.
           EXIT.

      ***** THE WHOLE RETURN CLOSES AT ONCE: A CREDIT NOTE FROM THE
      ***** SUPPLIER SETTLES IT IN MONEY, A REPLACEMENT DELIVERY PUTS
      ***** THE SAME GOODS BACK ON THE SHELF AT THE RETURNED COST
       CLOSE-RETURN.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "RETURN NUMBER:      " WITH NO ADVANCING
           ACCEPT VRW-NUMIN
           COMPUTE VRW-NUM = FUNCTION NUMVAL(VRW-NUMIN)
           MOVE 'O' TO VRW-ACTION
           PERFORM LOAD-RETURN
           IF VRW-LINE-COUNT = 0
              DISPLAY "NO OPEN RETURN UNDER THAT NUMBER"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VRW-IDX FROM 1 BY 1
                   UNTIL VRW-IDX > VRW-LINE-COUNT
              DISPLAY VRW-L-CODE(VRW-IDX) " " VRW-L-DESC(VRW-IDX)
                 " QTY " VRW-L-QTY(VRW-IDX)
                 " REASON " VRW-L-REASON(VRW-IDX)
           END-PERFORM
           DISPLAY "SUPPLIER [C]REDITED OR [R]EPLACED: "
              WITH NO ADVANCING
           ACCEPT VRW-ACTION
           IF VRW-ACTION = 'c'
              MOVE 'C' TO VRW-ACTION
           END-IF
           IF VRW-ACTION = 'r'
              MOVE 'R' TO VRW-ACTION
           END-IF
           EVALUATE VRW-ACTION
              WHEN 'C'
                 DISPLAY "SUPPLIER CREDIT NOTE REF: "
                    WITH NO ADVANCING
              WHEN 'R'
                 DISPLAY "REPLACEMENT DELIVERY REF: "
                    WITH NO ADVANCING
              WHEN OTHER
                 DISPLAY "INVALID CHOICE - RETURN LEFT OPEN"
                 EXIT PARAGRAPH
           END-EVALUATE
           ACCEPT VRW-CLOSE-REF
           IF VRW-CLOSE-REF = SPACES
              DISPLAY "A REFERENCE IS REQUIRED - RETURN LEFT OPEN"
              EXIT PARAGRAPH
           END-IF
           IF VRW-ACTION = 'R'
              PERFORM REPLACE-INTO-MASTER
           END-IF
           PERFORM MARK-CLOSED
           IF VRW-ACTION = 'R'
              DISPLAY "RETURN " VRW-NUM " CLOSED - GOODS REPLACED"
           ELSE
              DISPLAY "RETURN " VRW-NUM " CLOSED - CREDITED"
           END-IF.
           EXIT.

      ***** THE LINES OF RETURN VRW-NUM; WITH VRW-ACTION 'O' ONLY
      ***** THE LINES STILL OPEN ARE TAKEN
       LOAD-RETURN.
           MOVE 0 TO VRW-LINE-COUNT
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND VENDOR-RETURNS
           CLOSE VENDOR-RETURNS
           OPEN INPUT VENDOR-RETURNS
           READ VENDOR-RETURNS
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              IF RTV-NUM = VRW-NUM AND VRW-LINE-COUNT < 20 AND
                 (VRW-ACTION NOT = 'O' OR RTV-STATUS = 'O')
                 ADD 1 TO VRW-LINE-COUNT
                 MOVE RTV-LINE TO VRW-L-LINE(VRW-LINE-COUNT)
                 MOVE RTV-ITEMCODE TO VRW-L-CODE(VRW-LINE-COUNT)
                 MOVE RTV-DESC TO VRW-L-DESC(VRW-LINE-COUNT)
                 MOVE RTV-QTY TO VRW-L-QTY(VRW-LINE-COUNT)
                 MOVE RTV-UNIT-COST TO VRW-L-COST(VRW-LINE-COUNT)
                 MOVE RTV-GR-DATE TO VRW-L-GR-DATE(VRW-LINE-COUNT)
                 MOVE RTV-GR-REFERENCE TO VRW-L-GR-REF(VRW-LINE-COUNT)
                 MOVE RTV-REASON TO VRW-L-REASON(VRW-LINE-COUNT)
                 MOVE RTV-LOT TO VRW-L-LOT(VRW-LINE-COUNT)
                 MOVE RTV-SUPPLIER TO VRW-SUPPLIER
                 MOVE RTV-DATE TO VRW-DOC-DATE
                 MOVE RTV-OPERATOR TO VRW-OPERATOR
              END-IF
              READ VENDOR-RETURNS
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE VENDOR-RETURNS.
           EXIT.

      ***** REPLACEMENT GOODS COME IN AT THE COST THEY WENT OUT AT
       REPLACE-INTO-MASTER.
           MOVE 0 TO VRW-ITEM-EOF
           OPEN INPUT ITEM-MASTER
           OPEN OUTPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER
              AT END MOVE 1 TO VRW-ITEM-EOF
           END-READ
           PERFORM UNTIL VRW-ITEM-EOF = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              PERFORM VARYING VRW-IDX FROM 1 BY 1
                      UNTIL VRW-IDX > VRW-LINE-COUNT
                 IF VRW-L-CODE(VRW-IDX) = IM-CODE
                    MOVE VRW-L-QTY(VRW-IDX) TO VRW-QTY
                    MOVE VRW-L-COST(VRW-IDX) TO VRW-LINE-COST
                    PERFORM AVERAGE-IN-REPLACEMENT
                    ADD VRW-QTY TO TIM-STOCK
                    MOVE TIM-STOCK TO IM-STOCK
                    MOVE TIM-AVG-COST TO IM-AVG-COST
                 END-IF
              END-PERFORM
              WRITE TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER
                 AT END MOVE 1 TO VRW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP
           PERFORM COPY-BACK-MASTER.
           EXIT.

       AVERAGE-IN-REPLACEMENT.
           IF IM-AVG-COST NUMERIC
              MOVE IM-AVG-COST TO VRW-OLD-COST
           ELSE
              MOVE 0 TO VRW-OLD-COST
           END-IF
           IF VRW-OLD-COST = 0 OR IM-STOCK = 0
              MOVE VRW-LINE-COST TO TIM-AVG-COST
           ELSE
              COMPUTE VRW-STOCK-VALUE =
                  IM-STOCK * VRW-OLD-COST + VRW-QTY * VRW-LINE-COST
              COMPUTE TIM-AVG-COST ROUNDED =
                  VRW-STOCK-VALUE / (IM-STOCK + VRW-QTY)
           END-IF.
           EXIT.

       MARK-CLOSED.
           MOVE 0 TO VRW-EOF-FLAG
           OPEN INPUT VENDOR-RETURNS
           OPEN OUTPUT VENDOR-RETURNS-TEMP
           READ VENDOR-RETURNS
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              MOVE VENDOR-RETURN-REC TO TEMP-VENDOR-RETURN-REC
              IF RTV-NUM = VRW-NUM AND RTV-STATUS = 'O'
                 MOVE VRW-ACTION TO TRTV-STATUS
                 MOVE BDT-DATE TO TRTV-CLOSED-DATE
                 MOVE VRW-CLOSE-REF TO TRTV-CLOSE-REF
              END-IF
              WRITE TEMP-VENDOR-RETURN-REC
              READ VENDOR-RETURNS
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE VENDOR-RETURNS
           CLOSE VENDOR-RETURNS-TEMP

           MOVE 0 TO VRW-EOF-FLAG
           OPEN OUTPUT VENDOR-RETURNS
           OPEN INPUT VENDOR-RETURNS-TEMP
           READ VENDOR-RETURNS-TEMP
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              WRITE VENDOR-RETURN-REC FROM TEMP-VENDOR-RETURN-REC
              READ VENDOR-RETURNS-TEMP
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE VENDOR-RETURNS
           CLOSE VENDOR-RETURNS-TEMP.
           EXIT.

      ***** RETURN VALUE AT RECEIPT COST PER SUPPLIER, SPLIT BY
      ***** REASON, HIGHEST TOTAL FIRST, FOR RETURNS RAISED IN THE
      ***** DATE RANGE (OPEN AND CLOSED ALIKE)
       ANALYSIS-RUN.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "FROM DATE YYYYMMDD (BLANK = ALL): "
              WITH NO ADVANCING
           ACCEPT VRW-FROM-DATE
           DISPLAY "TO DATE YYYYMMDD (BLANK = TODAY): "
              WITH NO ADVANCING
           ACCEPT VRW-TO-DATE
           IF VRW-FROM-DATE = SPACES
              MOVE "00000000" TO VRW-FROM-DATE
           END-IF
           IF VRW-TO-DATE = SPACES
              MOVE BDT-DATE TO VRW-TO-DATE
           END-IF

           MOVE 0 TO VRW-SUP-COUNT
           PERFORM VARYING VRW-R-IDX FROM 1 BY 1 UNTIL VRW-R-IDX > 4
              MOVE 0 TO VRW-RSN-TOTAL(VRW-R-IDX)
           END-PERFORM
           MOVE 0 TO VRW-TOTAL-VALUE
           MOVE 0 TO VRW-COUNT
           MOVE 0 TO VRW-EOF-FLAG
           OPEN EXTEND VENDOR-RETURNS
           CLOSE VENDOR-RETURNS
           OPEN INPUT VENDOR-RETURNS
           READ VENDOR-RETURNS
              AT END MOVE 1 TO VRW-EOF-FLAG
           END-READ
           PERFORM UNTIL VRW-EOF-FLAG = 1
              IF RTV-DATE >= VRW-FROM-DATE AND
                 RTV-DATE <= VRW-TO-DATE
                 PERFORM TALLY-RETURN-LINE
              END-IF
              READ VENDOR-RETURNS
                 AT END MOVE 1 TO VRW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE VENDOR-RETURNS

           PERFORM RANK-SUPPLIERS
           PERFORM WRITE-ANALYSIS
           DISPLAY "SUPPLIERS WITH RETURNS: " VRW-SUP-COUNT
              " - REPORT IN VendorReturnAnalysis.dat".
           EXIT.

       TALLY-RETURN-LINE.
           MOVE 0 TO VRW-FOUND
           PERFORM VARYING VRW-SUP-IDX FROM 1 BY 1
                   UNTIL VRW-SUP-IDX > VRW-SUP-COUNT
              IF VRW-S-CODE(VRW-SUP-IDX) = RTV-SUPPLIER
                 MOVE 1 TO VRW-FOUND
                 MOVE VRW-SUP-IDX TO VRW-SUP-IDX2
              END-IF
           END-PERFORM
           IF VRW-FOUND = 0
              IF VRW-SUP-COUNT = 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO VRW-SUP-COUNT
              MOVE VRW-SUP-COUNT TO VRW-SUP-IDX2
              MOVE RTV-SUPPLIER TO VRW-S-CODE(VRW-SUP-IDX2)
              MOVE 0 TO VRW-S-LINES(VRW-SUP-IDX2)
              MOVE 0 TO VRW-S-VALUE(VRW-SUP-IDX2)
              PERFORM VARYING VRW-R-IDX FROM 1 BY 1
                      UNTIL VRW-R-IDX > 4
                 MOVE 0 TO VRW-S-RSN-VALUE(VRW-SUP-IDX2, VRW-R-IDX)
              END-PERFORM
           END-IF
      ***** AN UNRECOGNISED REASON COUNTS AS OTHER
           MOVE 4 TO VRW-FOUND
           PERFORM VARYING VRW-R-IDX FROM 1 BY 1 UNTIL VRW-R-IDX > 4
              IF VRW-R-CODE(VRW-R-IDX) = RTV-REASON
                 MOVE VRW-R-IDX TO VRW-FOUND
              END-IF
           END-PERFORM
           MOVE VRW-FOUND TO VRW-R-IDX
           COMPUTE VRW-LINE-VALUE = RTV-QTY * RTV-UNIT-COST
           ADD 1 TO VRW-S-LINES(VRW-SUP-IDX2)
           ADD VRW-LINE-VALUE TO VRW-S-VALUE(VRW-SUP-IDX2)
           ADD VRW-LINE-VALUE TO
              VRW-S-RSN-VALUE(VRW-SUP-IDX2, VRW-R-IDX)
           ADD VRW-LINE-VALUE TO VRW-RSN-TOTAL(VRW-R-IDX)
           ADD VRW-LINE-VALUE TO VRW-TOTAL-VALUE
           ADD 1 TO VRW-COUNT.
           EXIT.

       RANK-SUPPLIERS.
           PERFORM VARYING VRW-SUP-IDX FROM 1 BY 1
               UNTIL VRW-SUP-IDX >= VRW-SUP-COUNT
              PERFORM VARYING VRW-SUP-IDX2 FROM 1 BY 1
                  UNTIL VRW-SUP-IDX2 >= VRW-SUP-COUNT
                 IF VRW-S-VALUE(VRW-SUP-IDX2) <
                    VRW-S-VALUE(VRW-SUP-IDX2 + 1)
                    MOVE VRW-SUP-ENTRY(VRW-SUP-IDX2)
                       TO VRW-SWAP-ENTRY
                    MOVE VRW-SUP-ENTRY(VRW-SUP-IDX2 + 1)
                       TO VRW-SUP-ENTRY(VRW-SUP-IDX2)
                    MOVE VRW-SWAP-ENTRY
                       TO VRW-SUP-ENTRY(VRW-SUP-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.

       WRITE-ANALYSIS.
           OPEN OUTPUT ANALYSIS-REPORT
           MOVE VRW-FROM-DATE TO VRW-ANL-FROM
           MOVE VRW-TO-DATE TO VRW-ANL-TO
           WRITE ANALYSIS-REPORT-REC FROM VRW-ANL-HEAD
           WRITE ANALYSIS-REPORT-REC FROM VRW-ANL-COL
           PERFORM VARYING VRW-SUP-IDX FROM 1 BY 1
                   UNTIL VRW-SUP-IDX > VRW-SUP-COUNT
              MOVE VRW-S-CODE(VRW-SUP-IDX) TO VRW-SUPPLIER
              PERFORM FIND-SUPPLIER
              MOVE VRW-SUP-IDX TO VRW-ANL-RANK
              MOVE VRW-S-CODE(VRW-SUP-IDX) TO VRW-ANL-CODE
              MOVE VRW-SUP-NAME TO VRW-ANL-NAME
              MOVE VRW-S-LINES(VRW-SUP-IDX) TO VRW-ANL-LINES
              PERFORM VARYING VRW-R-IDX FROM 1 BY 1
                      UNTIL VRW-R-IDX > 4
                 MOVE VRW-S-RSN-VALUE(VRW-SUP-IDX, VRW-R-IDX)
                    TO VRW-ANL-RSN-VALUE(VRW-R-IDX)
              END-PERFORM
              MOVE VRW-S-VALUE(VRW-SUP-IDX) TO VRW-ANL-VALUE
              WRITE ANALYSIS-REPORT-REC FROM VRW-ANL-LINE
              DISPLAY VRW-ANL-LINE
           END-PERFORM
           MOVE SPACES TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           MOVE 0 TO VRW-ANL-RANK
           MOVE SPACES TO VRW-ANL-CODE
           MOVE "ALL SUPPLIERS" TO VRW-ANL-NAME
           MOVE VRW-COUNT TO VRW-ANL-LINES
           PERFORM VARYING VRW-R-IDX FROM 1 BY 1 UNTIL VRW-R-IDX > 4
              MOVE VRW-RSN-TOTAL(VRW-R-IDX)
                 TO VRW-ANL-RSN-VALUE(VRW-R-IDX)
           END-PERFORM
           MOVE VRW-TOTAL-VALUE TO VRW-ANL-VALUE
           WRITE ANALYSIS-REPORT-REC FROM VRW-ANL-LINE
           CLOSE ANALYSIS-REPORT.
           EXIT.

       REPRINT-MEMO.
           DISPLAY "RETURN NUMBER:      " WITH NO ADVANCING
           ACCEPT VRW-NUMIN
           COMPUTE VRW-NUM = FUNCTION NUMVAL(VRW-NUMIN)
           MOVE 'A' TO VRW-ACTION
           PERFORM LOAD-RETURN
           IF VRW-LINE-COUNT = 0
              DISPLAY "NO RETURN UNDER THAT NUMBER"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SUPPLIER
           PERFORM PRINT-DEBIT-MEMO
           DISPLAY "DEBIT MEMO " VRW-NUM " REPRINTED TO DebitMemo.dat".
           EXIT.

       COPY-BACK-MASTER.
           MOVE 0 TO VRW-ITEM-EOF
           OPEN OUTPUT ITEM-MASTER
           OPEN INPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER-TEMP
              AT END MOVE 1 TO VRW-ITEM-EOF
           END-READ
           PERFORM UNTIL VRW-ITEM-EOF = 1
              WRITE ITEM-MASTER-REC FROM TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER-TEMP
                 AT END MOVE 1 TO VRW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP.
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

       END PROGRAM POS-VENDOR-RETURNS.
