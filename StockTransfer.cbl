      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: SEPTEMBER 16, 2024
      * Purpose: INTER-BRANCH STOCK TRANSFERS: THE TRANSFER-OUT
      *          DOCUMENT AT THE SENDING BRANCH, THE TRANSFER-IN
      *          CONFIRMATION AT THE RECEIVING BRANCH, THE QUANTITY
      *          DISCREPANCY REPORT, AND THE IN-TRANSIT AGING REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-STOCK-TRANSFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***** THE ITEM MASTER OF THE BRANCH THIS IS RUN AT
           SELECT ITEM-MASTER ASSIGN TO
           "C:\cobol_project\ItemMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ITEM-MASTER-TEMP ASSIGN TO
           "C:\cobol_project\ItemMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOCK-TRANSFERS ASSIGN TO
           "C:\cobol_project\StockTransfers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOCK-TRANSFERS-TEMP ASSIGN TO
           "C:\cobol_project\StockTransfersTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BRANCH-MASTER ASSIGN TO
           "C:\cobol_project\BranchMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\cobol_project\Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TRANSFER-DOC ASSIGN TO
           "C:\cobol_project\TransferDoc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DISCREPANCY-REPORT ASSIGN TO
           "C:\cobol_project\TransferDiscrepancy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AGING-REPORT ASSIGN TO
           "C:\cobol_project\TransferAging.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      ***** ONE ROW PER TRANSFER LINE, SHARED BY BOTH BRANCHES. THE
      ***** ITEM'S MASTER DETAILS TRAVEL WITH IT SO A RECEIVING
      ***** BRANCH THAT HAS NEVER STOCKED THE ITEM CAN SET IT UP
      ***** (XFR-STATUS: T=IN TRANSIT R=RECEIVED IN FULL
      *****  D=RECEIVED WITH A QUANTITY DISCREPANCY)
       FD STOCK-TRANSFERS.
       01 STOCK-TRANSFER-REC.
          05 XFR-NUM PIC 9(6).
          05 XFR-LINE PIC 9(3).
          05 XFR-FROM-BRANCH PIC X(3).
          05 XFR-TO-BRANCH PIC X(3).
          05 XFR-CODE PIC X(10).
          05 XFR-DESC PIC X(15).
          05 XFR-PRICE PIC 9(5)V9(2).
          05 XFR-DISCOUNTABLE PIC X(01).
          05 XFR-VATCLASS PIC X(01).
          05 XFR-CATEGORY PIC X(4).
          05 XFR-UNIT-COST PIC 9(5)V9(4).
          05 XFR-QTY-SENT PIC 9(5).
          05 XFR-QTY-RECVD PIC 9(5).
          05 XFR-SENT-DATE PIC X(8).
          05 XFR-SENT-BY PIC X(5).
          05 XFR-RECVD-DATE PIC X(8).
          05 XFR-RECVD-BY PIC X(5).
          05 XFR-STATUS PIC X(01).
       FD STOCK-TRANSFERS-TEMP.
       01 TEMP-STOCK-TRANSFER-REC.
          05 TXFR-NUM PIC 9(6).
          05 TXFR-LINE PIC 9(3).
          05 TXFR-FROM-BRANCH PIC X(3).
          05 TXFR-TO-BRANCH PIC X(3).
          05 TXFR-CODE PIC X(10).
          05 TXFR-DESC PIC X(15).
          05 TXFR-PRICE PIC 9(5)V9(2).
          05 TXFR-DISCOUNTABLE PIC X(01).
          05 TXFR-VATCLASS PIC X(01).
          05 TXFR-CATEGORY PIC X(4).
          05 TXFR-UNIT-COST PIC 9(5)V9(4).
          05 TXFR-QTY-SENT PIC 9(5).
          05 TXFR-QTY-RECVD PIC 9(5).
          05 TXFR-SENT-DATE PIC X(8).
          05 TXFR-SENT-BY PIC X(5).
          05 TXFR-RECVD-DATE PIC X(8).
          05 TXFR-RECVD-BY PIC X(5).
          05 TXFR-STATUS PIC X(01).
      ***** ONE ROW PER STORE
       FD BRANCH-MASTER.
       01 BRANCH-MASTER-REC.
          05 BR-CODE PIC X(3).
          05 BR-NAME PIC X(20).
      ***** THE OPERATOR'S HOME BRANCH SAYS WHICH STORE IS SENDING
      ***** OR RECEIVING
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          05 OP-ID PIC X(5).
          05 OP-PASSWORD PIC X(8).
          05 OP-LEVEL PIC 9.
          05 OP-STATUS PIC X(01).
          05 OP-PW-EXPIRY PIC X(8).
          05 OP-FAILS PIC 9(1).
          05 OP-BRANCH PIC X(3).
       FD TRANSFER-DOC.
       01 TRANSFER-DOC-REC PIC X(80).
       FD DISCREPANCY-REPORT.
       01 DISCREPANCY-REPORT-REC PIC X(100).
       FD AGING-REPORT.
       01 AGING-REPORT-REC PIC X(100).
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
       01 STW-SEQ.
          05 STW-MODE PIC X(01).
          05 STW-EOF-FLAG PIC 9 VALUE 0.
          05 STW-ITEM-EOF PIC 9 VALUE 0.
          05 STW-FOUND PIC 9 VALUE 0.
          05 STW-COUNT PIC 9(5) VALUE 0.
          05 STW-OPERATOR PIC X(5).
          05 STW-BRANCH PIC X(3).
          05 STW-TO-BRANCH PIC X(3).
          05 STW-TO-NAME PIC X(20).
          05 STW-NUMIN PIC X(6).
          05 STW-NUM PIC 9(6).
          05 STW-LAST-NUM PIC 9(6).
          05 STW-ITEMCODE PIC X(10).
          05 STW-INPUT PIC X(6).
          05 STW-QTY PIC 9(5).
          05 STW-ON-HAND PIC 9(5).
          05 STW-ALREADY PIC 9(5).
          05 STW-YN PIC X(01).
          05 STW-LINE-COST PIC 9(5)V9(4).
          05 STW-OLD-COST PIC 9(5)V9(4).
          05 STW-STOCK-VALUE PIC 9(11)V9(4).
          05 STW-SENT-INT PIC 9(8).
          05 STW-AGE PIC 9(5).
          05 STW-SHORT PIC S9(5).
      ***** THE ITEM AS FOUND ON THE MASTER
          05 STW-I-DESC PIC X(15).
          05 STW-I-PRICE PIC 9(5)V9(2).
          05 STW-I-DISCOUNTABLE PIC X(01).
          05 STW-I-VATCLASS PIC X(01).
          05 STW-I-CATEGORY PIC X(4).
          05 STW-I-COST PIC 9(5)V9(4).
      ***** LINES OF THE TRANSFER BEING KEYED OR RECEIVED
       01 STW-LINE-SEQ.
          05 STW-LINE-COUNT PIC 9(2) VALUE 0.
          05 STW-IDX PIC 9(2).
          05 STW-SAVE-IDX PIC 9(2).
          05 STW-LINE OCCURS 20 TIMES.
             10 STW-L-CODE PIC X(10).
             10 STW-L-DESC PIC X(15).
             10 STW-L-PRICE PIC 9(5)V9(2).
             10 STW-L-DISCOUNTABLE PIC X(01).
             10 STW-L-VATCLASS PIC X(01).
             10 STW-L-CATEGORY PIC X(4).
             10 STW-L-COST PIC 9(5)V9(4).
             10 STW-L-SENT PIC 9(5).
             10 STW-L-RECVD PIC 9(5).
             10 STW-L-ON-FILE PIC 9.
      ***** AGING BUCKETS: 0-7, 8-14, 15-30, OVER 30 DAYS OUT
       01 STW-AGING-SEQ.
          05 STW-BKT OCCURS 4 TIMES.
             10 STW-BKT-LINES PIC 9(5).
             10 STW-BKT-QTY PIC 9(7).
             10 STW-BKT-VALUE PIC 9(9)V9(2).
          05 STW-BKT-IDX PIC 9.
          05 STW-LINE-VALUE PIC 9(9)V9(2).
      ********** TRANSFER DOCUMENT LAYOUT
       01 STW-DOC-HEAD.
          05 FILLER PIC X(18) VALUE "STOCK TRANSFER NO.".
          05 STW-DOC-NUM PIC 9(6).
          05 FILLER PIC X(8) VALUE "  DATE: ".
          05 STW-DOC-DATE PIC X(8).
       01 STW-DOC-ROUTE.
          05 FILLER PIC X(6) VALUE "FROM: ".
          05 STW-DOC-FROM PIC X(3).
          05 FILLER PIC X(6) VALUE "  TO: ".
          05 STW-DOC-TO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 STW-DOC-TO-NAME PIC X(20).
          05 FILLER PIC X(9) VALUE "  SENT BY".
          05 FILLER PIC X VALUE SPACE.
          05 STW-DOC-BY PIC X(5).
       01 STW-DOC-COL PIC X(50)
          VALUE "LN  ITEM CODE  DESCRIPTION        QTY SENT  RECVD".
       01 STW-DOC-LINE.
          05 STW-DOC-LN PIC ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 STW-DOC-CODE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 STW-DOC-DESC PIC X(15).
          05 FILLER PIC X(3) VALUE SPACES.
          05 STW-DOC-QTY PIC ZZ,ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 STW-DOC-RECVD PIC X(6) VALUE "______".
       01 STW-DOC-SIGN PIC X(50)
          VALUE "RECEIVED BY: ____________  DATE: ________".
      ********** DISCREPANCY AND AGING REPORT LAYOUTS
       01 STW-DIS-HEAD.
          05 FILLER PIC X(40)
             VALUE "STOCK TRANSFER QUANTITY DISCREPANCIES   ".
          05 STW-DIS-HEAD-DATE PIC X(8).
       01 STW-DIS-COL.
          05 FILLER PIC X(50)
             VALUE "NUMBER LN  FROM TO  ITEM CODE   SENT DATE RECVD DA".
          05 FILLER PIC X(40)
             VALUE "TE   SENT  RECVD  SHORT(-OVER)".
       01 STW-DIS-LINE.
          05 STW-DIS-NUM PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 STW-DIS-LN PIC 9(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-DIS-FROM PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-DIS-TO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 STW-DIS-CODE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-DIS-SENT-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-DIS-RECVD-DATE PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 STW-DIS-SENT PIC ZZ,ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 STW-DIS-RECVD PIC ZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-DIS-SHORT PIC --,--9.
       01 STW-AGE-HEAD.
          05 FILLER PIC X(40)
             VALUE "STOCK IN TRANSIT, NOT YET RECEIVED, AS O".
          05 FILLER PIC X(2) VALUE "F ".
          05 STW-AGE-HEAD-DATE PIC X(8).
       01 STW-AGE-COL.
          05 FILLER PIC X(50)
             VALUE "NUMBER LN  FROM TO  ITEM CODE   SENT ON   DAYS  QT".
          05 FILLER PIC X(20)
             VALUE "Y SENT   COST VALUE".
       01 STW-AGE-LINE.
          05 STW-AGE-NUM PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 STW-AGE-LN PIC 9(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-AGE-FROM PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-AGE-TO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 STW-AGE-CODE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-AGE-SENT-DATE PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 STW-AGE-DAYS PIC ZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 STW-AGE-QTY PIC ZZ,ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 STW-AGE-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       01 STW-BKT-LINE.
          05 STW-BKT-LABEL PIC X(20).
          05 FILLER PIC X(8) VALUE " LINES: ".
          05 STW-BKT-LINES-DIS PIC ZZ,ZZ9.
          05 FILLER PIC X(6) VALUE " QTY: ".
          05 STW-BKT-QTY-DIS PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(8) VALUE " VALUE: ".
          05 STW-BKT-VALUE-DIS PIC ZZZ,ZZZ,ZZ9.99.
       01 STW-BKT-LABELS.
          05 FILLER PIC X(20) VALUE "0 - 7 DAYS".
          05 FILLER PIC X(20) VALUE "8 - 14 DAYS".
          05 FILLER PIC X(20) VALUE "15 - 30 DAYS".
          05 FILLER PIC X(20) VALUE "OVER 30 DAYS".
       01 STW-BKT-LABEL-TABLE REDEFINES STW-BKT-LABELS.
          05 STW-BKT-NAME OCCURS 4 TIMES PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INTER-BRANCH STOCK TRANSFERS".
           DISPLAY "[1] TRANSFER STOCK OUT TO ANOTHER BRANCH".
           DISPLAY "[2] CONFIRM A TRANSFER RECEIVED".
           DISPLAY "[3] TRANSFER QUANTITY DISCREPANCY REPORT".
           DISPLAY "[4] IN-TRANSIT AGING REPORT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT STW-MODE.

           EVALUATE STW-MODE
              WHEN '1'
                 PERFORM TRANSFER-OUT
              WHEN '2'
                 PERFORM TRANSFER-IN
              WHEN '3'
                 PERFORM DISCREPANCY-REPORT-RUN
              WHEN '4'
                 PERFORM AGING-REPORT-RUN
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** THE SENDING BRANCH KEYS THE LINES; THE STOCK COMES OFF
      ***** ITS ITEM MASTER AT THE CURRENT AVERAGE COST AND SITS IN
      ***** TRANSIT UNTIL THE RECEIVING BRANCH CONFIRMS IT
       TRANSFER-OUT.
           PERFORM GET-BUSINESS-DATE
           PERFORM IDENTIFY-OPERATOR
           IF STW-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "SEND TO BRANCH:     " WITH NO ADVANCING
           ACCEPT STW-TO-BRANCH
           IF STW-TO-BRANCH = STW-BRANCH
              DISPLAY "CANNOT TRANSFER TO YOUR OWN BRANCH"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BRANCH
           IF STW-FOUND = 0
              DISPLAY "BRANCH NOT ON THE BRANCH MASTER - CANCELLED"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STW-LINE-COUNT
           MOVE 'Y' TO STW-YN
           PERFORM UNTIL STW-YN NOT = 'Y' OR STW-LINE-COUNT = 20
              PERFORM KEY-TRANSFER-LINE
              DISPLAY "ANOTHER ITEM? (Y/N): " WITH NO ADVANCING
              ACCEPT STW-YN
              IF STW-YN = 'y'
                 MOVE 'Y' TO STW-YN
              END-IF
           END-PERFORM
           IF STW-LINE-COUNT = 0
              DISPLAY "NO LINES KEYED - NOTHING SENT"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "SEND " STW-LINE-COUNT " LINE(S) TO BRANCH "
              STW-TO-BRANCH "? (Y/N): " WITH NO ADVANCING
           ACCEPT STW-YN
           IF STW-YN NOT = 'Y' AND STW-YN NOT = 'y'
              DISPLAY "TRANSFER CANCELLED - NOTHING SENT"
              EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-TRANSFER-NUMBER
           PERFORM SHIP-FROM-MASTER
           PERFORM WRITE-IN-TRANSIT
           PERFORM PRINT-TRANSFER-DOC
           DISPLAY "TRANSFER " STW-NUM " SENT - DOCUMENT IN "
              "TransferDoc.dat".
           EXIT.

      ***** A LINE MAY NOT SEND MORE THAN THE BRANCH HAS ON HAND,
      ***** COUNTING WHAT EARLIER LINES OF THIS TRANSFER ALREADY TOOK
       KEY-TRANSFER-LINE.
           DISPLAY "ITEM CODE:          " WITH NO ADVANCING
           ACCEPT STW-ITEMCODE
           PERFORM FIND-ITEM
           IF STW-FOUND = 0
              DISPLAY "ITEM NOT ON THE MASTER - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "QUANTITY TO SEND:   " WITH NO ADVANCING
           ACCEPT STW-INPUT
           COMPUTE STW-QTY = FUNCTION NUMVAL(STW-INPUT)
           IF STW-QTY = 0
              DISPLAY "ZERO QUANTITY - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO STW-ALREADY
           PERFORM VARYING STW-IDX FROM 1 BY 1
                   UNTIL STW-IDX > STW-LINE-COUNT
              IF STW-L-CODE(STW-IDX) = STW-ITEMCODE
                 ADD STW-L-SENT(STW-IDX) TO STW-ALREADY
              END-IF
           END-PERFORM
           IF STW-QTY + STW-ALREADY > STW-ON-HAND
              DISPLAY "ONLY " STW-ON-HAND " ON HAND - LINE SKIPPED"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO STW-LINE-COUNT
           MOVE STW-ITEMCODE TO STW-L-CODE(STW-LINE-COUNT)
           MOVE STW-I-DESC TO STW-L-DESC(STW-LINE-COUNT)
           MOVE STW-I-PRICE TO STW-L-PRICE(STW-LINE-COUNT)
           MOVE STW-I-DISCOUNTABLE
              TO STW-L-DISCOUNTABLE(STW-LINE-COUNT)
           MOVE STW-I-VATCLASS TO STW-L-VATCLASS(STW-LINE-COUNT)
           MOVE STW-I-CATEGORY TO STW-L-CATEGORY(STW-LINE-COUNT)
           MOVE STW-I-COST TO STW-L-COST(STW-LINE-COUNT)
           MOVE STW-QTY TO STW-L-SENT(STW-LINE-COUNT)
           MOVE 0 TO STW-L-RECVD(STW-LINE-COUNT).
           EXIT.

      ***** THE RECEIVING BRANCH CONFIRMS LINE BY LINE WHAT ACTUALLY
      ***** ARRIVED; WHAT ARRIVED GOES ONTO ITS OWN ITEM MASTER AT
      ***** THE COST IT LEFT THE SENDER AT, AND ANY DIFFERENCE IS
      ***** FLAGGED FOR THE DISCREPANCY REPORT
       TRANSFER-IN.
           PERFORM GET-BUSINESS-DATE
           PERFORM IDENTIFY-OPERATOR
           IF STW-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "TRANSFER NUMBER:    " WITH NO ADVANCING
           ACCEPT STW-NUMIN
           COMPUTE STW-NUM = FUNCTION NUMVAL(STW-NUMIN)
           PERFORM LOAD-IN-TRANSIT
           IF STW-LINE-COUNT = 0
              DISPLAY "NO LINES IN TRANSIT TO BRANCH " STW-BRANCH
                 " UNDER THAT NUMBER"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STW-COUNT
           PERFORM VARYING STW-IDX FROM 1 BY 1
                   UNTIL STW-IDX > STW-LINE-COUNT
              DISPLAY STW-L-CODE(STW-IDX) " " STW-L-DESC(STW-IDX)
                 " SENT: " STW-L-SENT(STW-IDX)
              DISPLAY "QUANTITY RECEIVED (BLANK = AS SENT): "
                 WITH NO ADVANCING
              ACCEPT STW-INPUT
              IF STW-INPUT = SPACES
                 MOVE STW-L-SENT(STW-IDX) TO STW-L-RECVD(STW-IDX)
              ELSE
                 COMPUTE STW-L-RECVD(STW-IDX) =
                     FUNCTION NUMVAL(STW-INPUT)
              END-IF
              IF STW-L-RECVD(STW-IDX) NOT = STW-L-SENT(STW-IDX)
                 ADD 1 TO STW-COUNT
              END-IF
           END-PERFORM

           DISPLAY "POST THIS RECEIPT? (Y/N): " WITH NO ADVANCING
           ACCEPT STW-YN
           IF STW-YN NOT = 'Y' AND STW-YN NOT = 'y'
              DISPLAY "RECEIPT CANCELLED - NOTHING POSTED"
              EXIT PARAGRAPH
           END-IF

           PERFORM RECEIVE-INTO-MASTER
           PERFORM MARK-RECEIVED
           DISPLAY "TRANSFER " STW-NUM " RECEIVED"
           IF STW-COUNT > 0
              DISPLAY STW-COUNT " LINE(S) WITH A QUANTITY "
                 "DISCREPANCY - SEE THE DISCREPANCY REPORT"
           END-IF.
           EXIT.

      ***** THE OPERATOR'S HOME BRANCH IS THE BRANCH DOING THE WORK
       IDENTIFY-OPERATOR.
           MOVE 0 TO STW-FOUND
           DISPLAY "YOUR OPERATOR ID:   " WITH NO ADVANCING
           ACCEPT STW-OPERATOR
           MOVE 0 TO STW-EOF-FLAG
           OPEN EXTEND OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              IF OP-ID = STW-OPERATOR
                 MOVE 1 TO STW-FOUND
                 MOVE OP-BRANCH TO STW-BRANCH
                 MOVE 1 TO STW-EOF-FLAG
              ELSE
                 READ OPERATOR-FILE
                    AT END MOVE 1 TO STW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF STW-FOUND = 0
              DISPLAY "OPERATOR NOT ON FILE - CANCELLED"
              EXIT PARAGRAPH
           END-IF
      ***** BLANK BRANCH ON OLD ROWS READS AS HEAD OFFICE 001
           IF STW-BRANCH = SPACES
              MOVE "001" TO STW-BRANCH
           END-IF
           DISPLAY "BRANCH: " STW-BRANCH.
           EXIT.

       FIND-BRANCH.
           MOVE 0 TO STW-FOUND
           MOVE 0 TO STW-EOF-FLAG
           OPEN EXTEND BRANCH-MASTER
           CLOSE BRANCH-MASTER
           OPEN INPUT BRANCH-MASTER
           READ BRANCH-MASTER
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              IF BR-CODE = STW-TO-BRANCH
                 MOVE 1 TO STW-FOUND
                 MOVE BR-NAME TO STW-TO-NAME
                 MOVE 1 TO STW-EOF-FLAG
              ELSE
                 READ BRANCH-MASTER
                    AT END MOVE 1 TO STW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE BRANCH-MASTER.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO STW-FOUND
           MOVE 0 TO STW-ON-HAND
           MOVE 0 TO STW-ITEM-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO STW-ITEM-EOF
           END-READ
           PERFORM UNTIL STW-ITEM-EOF = 1
              IF IM-CODE = STW-ITEMCODE
                 MOVE 1 TO STW-FOUND
                 MOVE IM-STOCK TO STW-ON-HAND
                 MOVE IM-DESC TO STW-I-DESC
                 MOVE IM-PRICE TO STW-I-PRICE
                 MOVE IM-DISCOUNTABLE TO STW-I-DISCOUNTABLE
                 MOVE IM-VATCLASS TO STW-I-VATCLASS
                 MOVE IM-CATEGORY TO STW-I-CATEGORY
                 IF IM-AVG-COST NUMERIC
                    MOVE IM-AVG-COST TO STW-I-COST
                 ELSE
                    MOVE 0 TO STW-I-COST
                 END-IF
                 MOVE 1 TO STW-ITEM-EOF
              ELSE
                 READ ITEM-MASTER
                    AT END MOVE 1 TO STW-ITEM-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ITEM-MASTER.
           EXIT.

       NEXT-TRANSFER-NUMBER.
           MOVE 0 TO STW-LAST-NUM
           MOVE 0 TO STW-EOF-FLAG
           OPEN EXTEND STOCK-TRANSFERS
           CLOSE STOCK-TRANSFERS
           OPEN INPUT STOCK-TRANSFERS
           READ STOCK-TRANSFERS
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              IF XFR-NUM > STW-LAST-NUM
                 MOVE XFR-NUM TO STW-LAST-NUM
              END-IF
              READ STOCK-TRANSFERS
                 AT END MOVE 1 TO STW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-TRANSFERS
           COMPUTE STW-NUM = STW-LAST-NUM + 1.
           EXIT.

      ***** ONE PASS OVER THE SENDER'S MASTER TAKES EVERY LINE OFF
       SHIP-FROM-MASTER.
           MOVE 0 TO STW-ITEM-EOF
           OPEN INPUT ITEM-MASTER
           OPEN OUTPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER
              AT END MOVE 1 TO STW-ITEM-EOF
           END-READ
           PERFORM UNTIL STW-ITEM-EOF = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              PERFORM VARYING STW-IDX FROM 1 BY 1
                      UNTIL STW-IDX > STW-LINE-COUNT
                 IF STW-L-CODE(STW-IDX) = IM-CODE
                    SUBTRACT STW-L-SENT(STW-IDX) FROM TIM-STOCK
                 END-IF
              END-PERFORM
              WRITE TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER
                 AT END MOVE 1 TO STW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP
           PERFORM COPY-BACK-MASTER.
           EXIT.

      ***** ONE PASS OVER THE RECEIVER'S MASTER ADDS WHAT ARRIVED,
      ***** AVERAGED IN AT THE SENDER'S COST; ITEMS THE BRANCH HAS
      ***** NEVER CARRIED ARE SET UP FROM THE TRANSFER LINE
       RECEIVE-INTO-MASTER.
           MOVE 0 TO STW-ITEM-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           OPEN OUTPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER
              AT END MOVE 1 TO STW-ITEM-EOF
           END-READ
           PERFORM UNTIL STW-ITEM-EOF = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              PERFORM VARYING STW-IDX FROM 1 BY 1
                      UNTIL STW-IDX > STW-LINE-COUNT
                 IF STW-L-CODE(STW-IDX) = IM-CODE AND
                    STW-L-RECVD(STW-IDX) > 0
                    MOVE 1 TO STW-L-ON-FILE(STW-IDX)
                    MOVE STW-L-RECVD(STW-IDX) TO STW-QTY
                    MOVE STW-L-COST(STW-IDX) TO STW-LINE-COST
                    PERFORM AVERAGE-IN-TRANSFER
                    ADD STW-QTY TO TIM-STOCK
                    MOVE TIM-STOCK TO IM-STOCK
                    MOVE TIM-AVG-COST TO IM-AVG-COST
                 END-IF
              END-PERFORM
              WRITE TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER
                 AT END MOVE 1 TO STW-ITEM-EOF
              END-READ
           END-PERFORM
           PERFORM VARYING STW-IDX FROM 1 BY 1
                   UNTIL STW-IDX > STW-LINE-COUNT
              IF STW-L-ON-FILE(STW-IDX) = 0 AND
                 STW-L-RECVD(STW-IDX) > 0
                 PERFORM ADD-NEW-ITEM
              END-IF
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP
           PERFORM COPY-BACK-MASTER.
           EXIT.

      ***** A SECOND LINE FOR AN ITEM ALREADY SET UP IN THIS RECEIPT
      ***** IS FOLDED INTO THE NEW RECORD BEFORE IT IS WRITTEN
       ADD-NEW-ITEM.
           MOVE SPACES TO TEMP-ITEM-MASTER-REC
           MOVE STW-L-CODE(STW-IDX) TO TIM-CODE
           MOVE STW-L-DESC(STW-IDX) TO TIM-DESC
           MOVE STW-L-PRICE(STW-IDX) TO TIM-PRICE
           MOVE STW-L-RECVD(STW-IDX) TO TIM-STOCK
           MOVE 0 TO TIM-REORDER
           MOVE STW-L-DISCOUNTABLE(STW-IDX) TO TIM-DISCOUNTABLE
           MOVE STW-L-VATCLASS(STW-IDX) TO TIM-VATCLASS
           MOVE STW-L-COST(STW-IDX) TO TIM-AVG-COST
           MOVE STW-L-CATEGORY(STW-IDX) TO TIM-CATEGORY
           MOVE 1 TO STW-L-ON-FILE(STW-IDX)
           MOVE STW-IDX TO STW-SAVE-IDX
           PERFORM VARYING STW-IDX FROM STW-IDX BY 1
                   UNTIL STW-IDX > STW-LINE-COUNT
              IF STW-L-CODE(STW-IDX) = TIM-CODE AND
                 STW-L-ON-FILE(STW-IDX) = 0 AND
                 STW-L-RECVD(STW-IDX) > 0
                 MOVE 1 TO STW-L-ON-FILE(STW-IDX)
                 MOVE TIM-STOCK TO IM-STOCK
                 MOVE TIM-AVG-COST TO IM-AVG-COST
                 MOVE STW-L-RECVD(STW-IDX) TO STW-QTY
                 MOVE STW-L-COST(STW-IDX) TO STW-LINE-COST
                 PERFORM AVERAGE-IN-TRANSFER
                 ADD STW-QTY TO TIM-STOCK
              END-IF
           END-PERFORM
           MOVE STW-SAVE-IDX TO STW-IDX
           WRITE TEMP-ITEM-MASTER-REC.
           EXIT.

      ***** A LINE SENT BEFORE STOCK WAS COSTED CARRIES NO COST OF
      ***** ITS OWN AND COMES IN AT THE RECEIVER'S CURRENT AVERAGE
       AVERAGE-IN-TRANSFER.
           IF IM-AVG-COST NUMERIC
              MOVE IM-AVG-COST TO STW-OLD-COST
           ELSE
              MOVE 0 TO STW-OLD-COST
           END-IF
           IF STW-LINE-COST = 0
              MOVE STW-OLD-COST TO STW-LINE-COST
           END-IF
           IF STW-OLD-COST = 0 OR IM-STOCK = 0
              MOVE STW-LINE-COST TO TIM-AVG-COST
           ELSE
              COMPUTE STW-STOCK-VALUE =
                  IM-STOCK * STW-OLD-COST + STW-QTY * STW-LINE-COST
              COMPUTE TIM-AVG-COST ROUNDED =
                  STW-STOCK-VALUE / (IM-STOCK + STW-QTY)
           END-IF.
           EXIT.

       COPY-BACK-MASTER.
           MOVE 0 TO STW-ITEM-EOF
           OPEN OUTPUT ITEM-MASTER
           OPEN INPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER-TEMP
              AT END MOVE 1 TO STW-ITEM-EOF
           END-READ
           PERFORM UNTIL STW-ITEM-EOF = 1
              WRITE ITEM-MASTER-REC FROM TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER-TEMP
                 AT END MOVE 1 TO STW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP.
           EXIT.

       WRITE-IN-TRANSIT.
           OPEN EXTEND STOCK-TRANSFERS
           PERFORM VARYING STW-IDX FROM 1 BY 1
                   UNTIL STW-IDX > STW-LINE-COUNT
              MOVE STW-NUM TO XFR-NUM
              MOVE STW-IDX TO XFR-LINE
              MOVE STW-BRANCH TO XFR-FROM-BRANCH
              MOVE STW-TO-BRANCH TO XFR-TO-BRANCH
              MOVE STW-L-CODE(STW-IDX) TO XFR-CODE
              MOVE STW-L-DESC(STW-IDX) TO XFR-DESC
              MOVE STW-L-PRICE(STW-IDX) TO XFR-PRICE
              MOVE STW-L-DISCOUNTABLE(STW-IDX) TO XFR-DISCOUNTABLE
              MOVE STW-L-VATCLASS(STW-IDX) TO XFR-VATCLASS
              MOVE STW-L-CATEGORY(STW-IDX) TO XFR-CATEGORY
              MOVE STW-L-COST(STW-IDX) TO XFR-UNIT-COST
              MOVE STW-L-SENT(STW-IDX) TO XFR-QTY-SENT
              MOVE 0 TO XFR-QTY-RECVD
              MOVE BDT-DATE TO XFR-SENT-DATE
              MOVE STW-OPERATOR TO XFR-SENT-BY
              MOVE SPACES TO XFR-RECVD-DATE
              MOVE SPACES TO XFR-RECVD-BY
              MOVE 'T' TO XFR-STATUS
              WRITE STOCK-TRANSFER-REC
           END-PERFORM
           CLOSE STOCK-TRANSFERS.
           EXIT.

      ***** THE DOCUMENT TRAVELS WITH THE GOODS; THE RECEIVER WRITES
      ***** THE COUNTED QUANTITIES IN BEFORE KEYING THE CONFIRMATION
       PRINT-TRANSFER-DOC.
           OPEN OUTPUT TRANSFER-DOC
           MOVE STW-NUM TO STW-DOC-NUM
           MOVE BDT-DATE TO STW-DOC-DATE
           WRITE TRANSFER-DOC-REC FROM STW-DOC-HEAD
           MOVE STW-BRANCH TO STW-DOC-FROM
           MOVE STW-TO-BRANCH TO STW-DOC-TO
           MOVE STW-TO-NAME TO STW-DOC-TO-NAME
           MOVE STW-OPERATOR TO STW-DOC-BY
           WRITE TRANSFER-DOC-REC FROM STW-DOC-ROUTE
           MOVE SPACES TO TRANSFER-DOC-REC
           WRITE TRANSFER-DOC-REC
           WRITE TRANSFER-DOC-REC FROM STW-DOC-COL
           PERFORM VARYING STW-IDX FROM 1 BY 1
                   UNTIL STW-IDX > STW-LINE-COUNT
              MOVE STW-IDX TO STW-DOC-LN
              MOVE STW-L-CODE(STW-IDX) TO STW-DOC-CODE
              MOVE STW-L-DESC(STW-IDX) TO STW-DOC-DESC
              MOVE STW-L-SENT(STW-IDX) TO STW-DOC-QTY
              WRITE TRANSFER-DOC-REC FROM STW-DOC-LINE
           END-PERFORM
           MOVE SPACES TO TRANSFER-DOC-REC
           WRITE TRANSFER-DOC-REC
           WRITE TRANSFER-DOC-REC FROM STW-DOC-SIGN
           CLOSE TRANSFER-DOC.
           EXIT.

      ***** ONLY LINES STILL IN TRANSIT TO THIS OPERATOR'S BRANCH
      ***** CAN BE CONFIRMED, SO NO TRANSFER IS RECEIVED TWICE
       LOAD-IN-TRANSIT.
           MOVE 0 TO STW-LINE-COUNT
           MOVE 0 TO STW-EOF-FLAG
           OPEN EXTEND STOCK-TRANSFERS
           CLOSE STOCK-TRANSFERS
           OPEN INPUT STOCK-TRANSFERS
           READ STOCK-TRANSFERS
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              IF XFR-NUM = STW-NUM AND XFR-STATUS = 'T' AND
                 XFR-TO-BRANCH = STW-BRANCH AND
                 STW-LINE-COUNT < 20
                 ADD 1 TO STW-LINE-COUNT
                 MOVE XFR-CODE TO STW-L-CODE(STW-LINE-COUNT)
                 MOVE XFR-DESC TO STW-L-DESC(STW-LINE-COUNT)
                 MOVE XFR-PRICE TO STW-L-PRICE(STW-LINE-COUNT)
                 MOVE XFR-DISCOUNTABLE
                    TO STW-L-DISCOUNTABLE(STW-LINE-COUNT)
                 MOVE XFR-VATCLASS TO STW-L-VATCLASS(STW-LINE-COUNT)
                 MOVE XFR-CATEGORY TO STW-L-CATEGORY(STW-LINE-COUNT)
                 MOVE XFR-UNIT-COST TO STW-L-COST(STW-LINE-COUNT)
                 MOVE XFR-QTY-SENT TO STW-L-SENT(STW-LINE-COUNT)
                 MOVE 0 TO STW-L-RECVD(STW-LINE-COUNT)
                 MOVE 0 TO STW-L-ON-FILE(STW-LINE-COUNT)
              END-IF
              READ STOCK-TRANSFERS
                 AT END MOVE 1 TO STW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-TRANSFERS.
           EXIT.

      ***** LINES OF A TRANSFER ARE STORED IN KEYING ORDER, SO THE
      ***** NTH IN-TRANSIT LINE OF THE NUMBER IS TABLE ENTRY N
       MARK-RECEIVED.
           MOVE 0 TO STW-IDX
           MOVE 0 TO STW-EOF-FLAG
           OPEN INPUT STOCK-TRANSFERS
           OPEN OUTPUT STOCK-TRANSFERS-TEMP
           READ STOCK-TRANSFERS
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              MOVE STOCK-TRANSFER-REC TO TEMP-STOCK-TRANSFER-REC
              IF XFR-NUM = STW-NUM AND XFR-STATUS = 'T' AND
                 XFR-TO-BRANCH = STW-BRANCH AND
                 STW-IDX < STW-LINE-COUNT
                 ADD 1 TO STW-IDX
                 MOVE STW-L-RECVD(STW-IDX) TO TXFR-QTY-RECVD
                 MOVE BDT-DATE TO TXFR-RECVD-DATE
                 MOVE STW-OPERATOR TO TXFR-RECVD-BY
                 IF STW-L-RECVD(STW-IDX) = STW-L-SENT(STW-IDX)
                    MOVE 'R' TO TXFR-STATUS
                 ELSE
                    MOVE 'D' TO TXFR-STATUS
                 END-IF
              END-IF
              WRITE TEMP-STOCK-TRANSFER-REC
              READ STOCK-TRANSFERS
                 AT END MOVE 1 TO STW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-TRANSFERS
           CLOSE STOCK-TRANSFERS-TEMP

           MOVE 0 TO STW-EOF-FLAG
           OPEN OUTPUT STOCK-TRANSFERS
           OPEN INPUT STOCK-TRANSFERS-TEMP
           READ STOCK-TRANSFERS-TEMP
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              WRITE STOCK-TRANSFER-REC FROM TEMP-STOCK-TRANSFER-REC
              READ STOCK-TRANSFERS-TEMP
                 AT END MOVE 1 TO STW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-TRANSFERS
           CLOSE STOCK-TRANSFERS-TEMP.
           EXIT.

      ***** EVERY RECEIVED LINE WHOSE COUNT DID NOT MATCH WHAT WAS
      ***** SENT; SHORT IS POSITIVE, AN OVER-RECEIPT SHOWS NEGATIVE
       DISCREPANCY-REPORT-RUN.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO STW-COUNT
           MOVE 0 TO STW-EOF-FLAG
           OPEN OUTPUT DISCREPANCY-REPORT
           MOVE BDT-DATE TO STW-DIS-HEAD-DATE
           WRITE DISCREPANCY-REPORT-REC FROM STW-DIS-HEAD
           WRITE DISCREPANCY-REPORT-REC FROM STW-DIS-COL
           OPEN EXTEND STOCK-TRANSFERS
           CLOSE STOCK-TRANSFERS
           OPEN INPUT STOCK-TRANSFERS
           READ STOCK-TRANSFERS
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              IF XFR-STATUS = 'D'
                 ADD 1 TO STW-COUNT
                 MOVE SPACES TO STW-DIS-LINE
                 MOVE XFR-NUM TO STW-DIS-NUM
                 MOVE XFR-LINE TO STW-DIS-LN
                 MOVE XFR-FROM-BRANCH TO STW-DIS-FROM
                 MOVE XFR-TO-BRANCH TO STW-DIS-TO
                 MOVE XFR-CODE TO STW-DIS-CODE
                 MOVE XFR-SENT-DATE TO STW-DIS-SENT-DATE
                 MOVE XFR-RECVD-DATE TO STW-DIS-RECVD-DATE
                 MOVE XFR-QTY-SENT TO STW-DIS-SENT
                 MOVE XFR-QTY-RECVD TO STW-DIS-RECVD
                 COMPUTE STW-SHORT = XFR-QTY-SENT - XFR-QTY-RECVD
                 MOVE STW-SHORT TO STW-DIS-SHORT
                 WRITE DISCREPANCY-REPORT-REC FROM STW-DIS-LINE
              END-IF
              READ STOCK-TRANSFERS
                 AT END MOVE 1 TO STW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-TRANSFERS
           CLOSE DISCREPANCY-REPORT
           DISPLAY "DISCREPANCY LINES: " STW-COUNT
              " - REPORT IN TransferDiscrepancy.dat".
           EXIT.

      ***** EVERY LINE STILL IN TRANSIT, AGED FROM THE DAY IT WAS
      ***** SENT, WITH COUNTS, QUANTITY AND COST VALUE PER BUCKET
       AGING-REPORT-RUN.
           PERFORM GET-BUSINESS-DATE
           INITIALIZE STW-AGING-SEQ
           MOVE 0 TO STW-COUNT
           MOVE 0 TO STW-EOF-FLAG
           OPEN OUTPUT AGING-REPORT
           MOVE BDT-DATE TO STW-AGE-HEAD-DATE
           WRITE AGING-REPORT-REC FROM STW-AGE-HEAD
           WRITE AGING-REPORT-REC FROM STW-AGE-COL
           OPEN EXTEND STOCK-TRANSFERS
           CLOSE STOCK-TRANSFERS
           OPEN INPUT STOCK-TRANSFERS
           READ STOCK-TRANSFERS
              AT END MOVE 1 TO STW-EOF-FLAG
           END-READ
           PERFORM UNTIL STW-EOF-FLAG = 1
              IF XFR-STATUS = 'T'
                 ADD 1 TO STW-COUNT
                 PERFORM AGE-ONE-LINE
              END-IF
              READ STOCK-TRANSFERS
                 AT END MOVE 1 TO STW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOCK-TRANSFERS

           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           PERFORM VARYING STW-BKT-IDX FROM 1 BY 1
                   UNTIL STW-BKT-IDX > 4
              MOVE STW-BKT-NAME(STW-BKT-IDX) TO STW-BKT-LABEL
              MOVE STW-BKT-LINES(STW-BKT-IDX) TO STW-BKT-LINES-DIS
              MOVE STW-BKT-QTY(STW-BKT-IDX) TO STW-BKT-QTY-DIS
              MOVE STW-BKT-VALUE(STW-BKT-IDX) TO STW-BKT-VALUE-DIS
              WRITE AGING-REPORT-REC FROM STW-BKT-LINE
           END-PERFORM
           CLOSE AGING-REPORT
           DISPLAY "LINES IN TRANSIT: " STW-COUNT
              " - REPORT IN TransferAging.dat".
           EXIT.

       AGE-ONE-LINE.
           MOVE 0 TO STW-AGE
           IF XFR-SENT-DATE IS NUMERIC AND XFR-SENT-DATE <= BDT-DATE
              COMPUTE STW-SENT-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(XFR-SENT-DATE))
              COMPUTE STW-AGE = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(BDT-DATE)) - STW-SENT-INT
           END-IF
           EVALUATE TRUE
              WHEN STW-AGE <= 7
                 MOVE 1 TO STW-BKT-IDX
              WHEN STW-AGE <= 14
                 MOVE 2 TO STW-BKT-IDX
              WHEN STW-AGE <= 30
                 MOVE 3 TO STW-BKT-IDX
              WHEN OTHER
                 MOVE 4 TO STW-BKT-IDX
           END-EVALUATE
           COMPUTE STW-LINE-VALUE ROUNDED =
               XFR-QTY-SENT * XFR-UNIT-COST
           ADD 1 TO STW-BKT-LINES(STW-BKT-IDX)
           ADD XFR-QTY-SENT TO STW-BKT-QTY(STW-BKT-IDX)
           ADD STW-LINE-VALUE TO STW-BKT-VALUE(STW-BKT-IDX)

           MOVE SPACES TO STW-AGE-LINE
           MOVE XFR-NUM TO STW-AGE-NUM
           MOVE XFR-LINE TO STW-AGE-LN
           MOVE XFR-FROM-BRANCH TO STW-AGE-FROM
           MOVE XFR-TO-BRANCH TO STW-AGE-TO
           MOVE XFR-CODE TO STW-AGE-CODE
           MOVE XFR-SENT-DATE TO STW-AGE-SENT-DATE
           MOVE STW-AGE TO STW-AGE-DAYS
           MOVE XFR-QTY-SENT TO STW-AGE-QTY
           MOVE STW-LINE-VALUE TO STW-AGE-VALUE
           WRITE AGING-REPORT-REC FROM STW-AGE-LINE.
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

       END PROGRAM POS-STOCK-TRANSFER.
