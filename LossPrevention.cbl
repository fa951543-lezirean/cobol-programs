      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: OCTOBER 21, 2024
      * Purpose: WEEKLY CASHIER LOSS-PREVENTION REPORT - VOIDS,
      *          REFUNDS, ORDERS LEFT ON HOLD, MANUAL DISCOUNTS AND
      *          DRAWER OVER/SHORT PER OPERATOR, AS RATES PER 100
      *          TRANSACTIONS AGAINST THE STORE AVERAGE, WITH REFUNDS
      *          ON A CASHIER'S OWN SALES AND OUTLIERS FLAGGED
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-LOSS-PREVENTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG ASSIGN TO
           "C:\cobol_project\SalesLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT HELD-ORDERS ASSIGN TO
           "C:\cobol_project\HeldOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CASHIER-SHIFTS ASSIGN TO
           "C:\cobol_project\CashierShifts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LP-PARAMS ASSIGN TO
           "C:\cobol_project\LossPrevParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LP-REPORT ASSIGN TO
           "C:\cobol_project\LossPrevention.dat"
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
      ***** WHO RANG THE SALE (BLANK ON PRE-SHIFT RECORDS)
          05 LOG-OPERATOR PIC X(5).
          05 LOG-BRANCH PIC X(3).
      ***** ORDERS PARKED AT THE REGISTER; A RECALLED ORDER LEAVES
      ***** THE FILE, SO WHAT IS STILL HERE WAS NEVER RECALLED
       FD HELD-ORDERS.
       01 HELD-ORDER-REC.
          05 HO-SLOT PIC 9(2).
          05 HO-CODE PIC X(10).
          05 HO-QTY PIC 9(4).
          05 HO-PRICE PIC 9(5)V9(2).
          05 HO-LINETOTAL PIC 9(6)V9(2).
          05 HO-VATCLASS PIC X(01).
          05 HO-PROMO PIC 9(5)V9(2).
          05 HO-OPERATOR PIC X(5).
          05 HO-DATE PIC X(8).
      ***** ONE REGISTER SHIFT PER CASHIER PER BUSINESS DATE
      ***** (SH-STATUS: O=OPEN C=CLOSED/PROVED)
       FD CASHIER-SHIFTS.
       01 CASHIER-SHIFT-REC.
          05 SH-OPERATOR PIC X(5).
          05 SH-BUSDATE PIC X(8).
          05 SH-START-TIME PIC X(6).
          05 SH-END-TIME PIC X(6).
          05 SH-COUNTED PIC 9(8)V9(2).
          05 SH-OVERSHORT PIC S9(6)V9(2).
          05 SH-STATUS PIC X(01).
      ***** FLAG THRESHOLDS: HOW FAR ABOVE THE STORE AVERAGE A RATE
      ***** MAY RUN, AND THE LARGEST WEEKLY OVER/SHORT LET THROUGH
       FD LP-PARAMS.
       01 LP-PARAM-REC.
          05 LPP-RATE-PCT PIC 9(3).
          05 LPP-OVERSHORT-LIMIT PIC 9(5)V9(2).
       FD LP-REPORT.
       01 LP-REPORT-REC PIC X(132).
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
      ***** THRESHOLDS IN FORCE; NONE ON FILE MEANS 50% ABOVE THE
      ***** STORE AVERAGE AND 100.00 OVER OR SHORT IN THE WEEK
       01 LPP-SEQ.
          05 LPP-W-RATE-PCT PIC 9(3) VALUE 50.
          05 LPP-W-OVERSHORT-LIMIT PIC 9(5)V9(2) VALUE 100.
      ********** WORK FIELDS
       01 LPW-SEQ.
          05 LPW-MODE PIC X(01).
          05 LPW-EOF-FLAG PIC 9 VALUE 0.
          05 LPW-FOUND PIC 9 VALUE 0.
          05 LPW-INPUT PIC X(10).
          05 LPW-END-DATE PIC X(8).
          05 LPW-FROM-DATE PIC X(8).
          05 LPW-DATE-NUM PIC 9(8).
          05 LPW-OPERATOR PIC X(5).
          05 LPW-LAST-SLOT PIC 9(2).
          05 LPW-LAST-HOLDER PIC X(5).
          05 LPW-LAST-HOLD-DATE PIC X(8).
          05 LPW-RATE PIC 9(5)V9.
          05 LPW-LEFT PIC 9(15).
          05 LPW-RIGHT PIC 9(15).
          05 LPW-FLAG-COUNT PIC 9(3) VALUE 0.
          05 LPW-SELF-COUNT PIC 9(3) VALUE 0.
          05 LPW-FLAG-POS PIC 9(2).
          05 LPW-ABS-OS PIC 9(7)V9(2).
      ***** ONE ROW PER OPERATOR SEEN IN THE WEEK; ROW 101 IS NEVER
      ***** FILLED AND HOLDS THE STORE TOTALS
       01 LPW-OPR-SEQ.
          05 LPW-OPR-COUNT PIC 9(3) VALUE 0.
          05 LPW-IDX PIC 9(3).
          05 LPW-STORE PIC 9(3) VALUE 101.
          05 LPW-OPR OCCURS 101 TIMES.
             10 LPW-O-ID PIC X(5).
             10 LPW-O-TRANS PIC 9(5).
             10 LPW-O-VOIDS PIC 9(5).
             10 LPW-O-REFUNDS PIC 9(5).
             10 LPW-O-REFUND-AMT PIC 9(7)V9(2).
             10 LPW-O-SELF PIC 9(5).
             10 LPW-O-HELD PIC 9(5).
             10 LPW-O-HELD-AMT PIC 9(7)V9(2).
             10 LPW-O-DISCS PIC 9(5).
             10 LPW-O-DISC-AMT PIC 9(7)V9(2).
             10 LPW-O-OVERSHORT PIC S9(7)V9(2).
             10 LPW-O-FLAGS PIC X(30).
      ***** REFUNDS RUNG IN THE WEEK, MATCHED BACK TO THE CASHIER
      ***** WHO RANG THE ORIGINAL SALE
       01 LPW-REFUND-SEQ.
          05 LPW-RF-COUNT PIC 9(3) VALUE 0.
          05 LPW-RF-IDX PIC 9(3).
          05 LPW-RF OCCURS 500 TIMES.
             10 LPW-RF-ORDER PIC 9(4).
             10 LPW-RF-DATE PIC X(8).
             10 LPW-RF-OPERATOR PIC X(5).
             10 LPW-RF-AMOUNT PIC 9(4)V9(2).
             10 LPW-RF-SELLER PIC X(5).
      ********** REPORT LINE LAYOUTS
       01 LPW-HEAD-1.
          05 FILLER PIC X(36)
             VALUE "CASHIER LOSS-PREVENTION REPORT  WEEK".
          05 FILLER PIC X VALUE SPACE.
          05 LPW-HEAD-FROM PIC X(8).
          05 FILLER PIC X(4) VALUE " TO ".
          05 LPW-HEAD-TO PIC X(8).
       01 LPW-HEAD-2.
          05 FILLER PIC X(35)
             VALUE "FLAGGED WHEN A RATE RUNS MORE THAN ".
          05 LPW-HEAD-PCT PIC ZZ9.
          05 FILLER PIC X(41)
             VALUE "% ABOVE THE STORE AVERAGE, OR OVER/SHORT ".
          05 FILLER PIC X(8) VALUE "EXCEEDS ".
          05 LPW-HEAD-LIMIT PIC ZZ,ZZ9.99.
       01 LPW-COL-1.
          05 FILLER PIC X(50)
             VALUE "            ---- VOIDS --- ------- REFUNDS -------".
          05 FILLER PIC X(50)
             VALUE "- ------ ON HOLD ------ ---- MANUAL DISCOUNTS ----".
          05 FILLER PIC X(30)
             VALUE "- DRAWER".
       01 LPW-COL-2.
          05 FILLER PIC X(50)
             VALUE "OPER  TRANS COUNT  /100 COUNT    AMOUNT  /100 SELF".
          05 FILLER PIC X(50)
             VALUE "  COUNT    AMOUNT  /100  COUNT    AMOUNT  /100  OV".
          05 FILLER PIC X(30)
             VALUE "ER/SHORT FLAGS".
       01 LPW-DET-LINE.
          05 LPW-DET-OPER PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-TRANS PIC ZZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-VOIDS PIC ZZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-VOID-RATE PIC ZZ9.9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-REFUNDS PIC ZZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-REFUND-AMT PIC ZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-REFUND-RATE PIC ZZ9.9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-SELF PIC ZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 LPW-DET-HELD PIC ZZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-HELD-AMT PIC ZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-HELD-RATE PIC ZZ9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPW-DET-DISCS PIC ZZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-DISC-AMT PIC ZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-DISC-RATE PIC ZZ9.9.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-OVERSHORT PIC ---,--9.99.
          05 FILLER PIC X VALUE SPACE.
          05 LPW-DET-FLAGS PIC X(30).
       01 LPW-SELF-HEAD.
          05 FILLER PIC X(30) VALUE "REFUNDS RUNG BY THE CASHIER WH".
          05 FILLER PIC X(30) VALUE "O MADE THE ORIGINAL SALE".
       01 LPW-SELF-COL PIC X(60)
          VALUE "ORDER REFUNDED  OPER        AMOUNT".
       01 LPW-SELF-LINE.
          05 LPW-SELF-ORDER PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPW-SELF-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPW-SELF-OPER PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 LPW-SELF-AMOUNT PIC ZZ,ZZ9.99.
       01 LPW-NONE-LINE PIC X(20) VALUE "  NONE".
       01 LPW-KEY-LINE.
          05 FILLER PIC X(50)
             VALUE "FLAGS: VOID/REFD/HELD/DISC = RATE ABOVE THRESHOLD,".
          05 FILLER PIC X(50)
             VALUE " O/S = OVER/SHORT ABOVE LIMIT, SELF = REFUNDED OWN".
          05 FILLER PIC X(6) VALUE " SALE".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-LP-PARAMS.
           DISPLAY "CASHIER LOSS PREVENTION".
           DISPLAY "[1] WEEKLY LOSS-PREVENTION REPORT".
           DISPLAY "[2] SET FLAG THRESHOLDS".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT LPW-MODE.

           EVALUATE LPW-MODE
              WHEN '1'
                 PERFORM WEEKLY-REPORT
              WHEN '2'
                 PERFORM MAINTAIN-LP-PARAMS
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** THE SEVEN BUSINESS DAYS ENDING ON THE CHOSEN DATE
       WEEKLY-REPORT.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "WEEK ENDING YYYYMMDD (BLANK = TODAY): "
              WITH NO ADVANCING
           ACCEPT LPW-INPUT
           IF LPW-INPUT = SPACES
              MOVE BDT-DATE TO LPW-END-DATE
           ELSE
              MOVE LPW-INPUT TO LPW-END-DATE
           END-IF
           IF LPW-END-DATE NOT NUMERIC
              DISPLAY "INVALID DATE"
              EXIT PARAGRAPH
           END-IF
           MOVE LPW-END-DATE TO LPW-DATE-NUM
           COMPUTE LPW-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LPW-DATE-NUM) - 6)
           MOVE LPW-DATE-NUM TO LPW-FROM-DATE

           MOVE 0 TO LPW-OPR-COUNT
           MOVE 0 TO LPW-RF-COUNT
           MOVE SPACES TO LPW-OPERATOR
           MOVE LPW-STORE TO LPW-IDX
           PERFORM CLEAR-OPERATOR-ROW
           PERFORM SCAN-SALES-LOG
           PERFORM MATCH-REFUND-SELLERS
           PERFORM SCAN-HELD-ORDERS
           PERFORM SCAN-SHIFTS
           PERFORM FLAG-OUTLIERS
           PERFORM WRITE-REPORT
           DISPLAY "OPERATORS: " LPW-OPR-COUNT
              "  FLAGGED: " LPW-FLAG-COUNT
              "  SELF-REFUNDS: " LPW-SELF-COUNT
           DISPLAY "REPORT IN LossPrevention.dat".
           EXIT.

      ***** SALES AND CHARGE SALES ARE THE TRANSACTIONS THE RATES ARE
      ***** TAKEN OVER; A SENIOR OR PWD DISCOUNT IS THE MANUAL
      ***** DISCOUNT THE CASHIER KEYS. ROWS WITH NO OPERATOR (OLD
      ***** RECORDS, BACK-OFFICE VOIDS) BELONG TO NO CASHIER
       SCAN-SALES-LOG.
           MOVE 0 TO LPW-EOF-FLAG
           OPEN EXTEND SALES-LOG
           CLOSE SALES-LOG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO LPW-EOF-FLAG
           END-READ
           PERFORM UNTIL LPW-EOF-FLAG = 1
              IF LOG-DATE >= LPW-FROM-DATE AND
                 LOG-DATE <= LPW-END-DATE AND
                 LOG-OPERATOR NOT = SPACES
                 MOVE LOG-OPERATOR TO LPW-OPERATOR
                 PERFORM FIND-OPERATOR-ROW
                 IF LPW-FOUND = 1
                    PERFORM TALLY-LOG-ROW
                 END-IF
              END-IF
              READ SALES-LOG
                 AT END MOVE 1 TO LPW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG.
           EXIT.

       TALLY-LOG-ROW.
           EVALUATE LOG-REFUND-FLAG
              WHEN ' '
              WHEN 'C'
                 ADD 1 TO LPW-O-TRANS(LPW-IDX)
                 ADD 1 TO LPW-O-TRANS(LPW-STORE)
                 IF LOG-DISC-TYPE = 'S' OR LOG-DISC-TYPE = 'P'
                    ADD 1 TO LPW-O-DISCS(LPW-IDX)
                    ADD 1 TO LPW-O-DISCS(LPW-STORE)
                    ADD LOG-DISC-AMT TO LPW-O-DISC-AMT(LPW-IDX)
                    ADD LOG-DISC-AMT TO LPW-O-DISC-AMT(LPW-STORE)
                 END-IF
              WHEN 'V'
                 ADD 1 TO LPW-O-VOIDS(LPW-IDX)
                 ADD 1 TO LPW-O-VOIDS(LPW-STORE)
              WHEN 'R'
                 ADD 1 TO LPW-O-REFUNDS(LPW-IDX)
                 ADD 1 TO LPW-O-REFUNDS(LPW-STORE)
                 ADD LOG-ORDER-TOTAL TO LPW-O-REFUND-AMT(LPW-IDX)
                 ADD LOG-ORDER-TOTAL TO LPW-O-REFUND-AMT(LPW-STORE)
      ***** LAYAWAY CANCELLATION REFUNDS HAVE NO ORIGINAL SALE
                 IF LOG-REASON-CODE NOT = "LY" AND LPW-RF-COUNT < 500
                    ADD 1 TO LPW-RF-COUNT
                    MOVE LOG-ORDER-NUM TO LPW-RF-ORDER(LPW-RF-COUNT)
                    MOVE LOG-DATE TO LPW-RF-DATE(LPW-RF-COUNT)
                    MOVE LOG-OPERATOR TO LPW-RF-OPERATOR(LPW-RF-COUNT)
                    MOVE LOG-ORDER-TOTAL TO LPW-RF-AMOUNT(LPW-RF-COUNT)
                    MOVE SPACES TO LPW-RF-SELLER(LPW-RF-COUNT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EXIT.

      ***** THE ORIGINAL SALE IS THE LATEST SALE UNDER THE SAME
      ***** RECEIPT NUMBER ON OR BEFORE THE REFUND DATE, WHICHEVER
      ***** WEEK IT FELL IN
       MATCH-REFUND-SELLERS.
           IF LPW-RF-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LPW-EOF-FLAG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO LPW-EOF-FLAG
           END-READ
           PERFORM UNTIL LPW-EOF-FLAG = 1
              IF LOG-REFUND-FLAG = ' ' OR LOG-REFUND-FLAG = 'C'
                 PERFORM VARYING LPW-RF-IDX FROM 1 BY 1
                         UNTIL LPW-RF-IDX > LPW-RF-COUNT
                    IF LOG-ORDER-NUM = LPW-RF-ORDER(LPW-RF-IDX) AND
                       LOG-DATE <= LPW-RF-DATE(LPW-RF-IDX)
                       MOVE LOG-OPERATOR TO LPW-RF-SELLER(LPW-RF-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ SALES-LOG
                 AT END MOVE 1 TO LPW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG

           PERFORM VARYING LPW-RF-IDX FROM 1 BY 1
                   UNTIL LPW-RF-IDX > LPW-RF-COUNT
              IF LPW-RF-SELLER(LPW-RF-IDX) =
                 LPW-RF-OPERATOR(LPW-RF-IDX)
                 MOVE LPW-RF-OPERATOR(LPW-RF-IDX) TO LPW-OPERATOR
                 PERFORM FIND-OPERATOR-ROW
                 IF LPW-FOUND = 1
                    ADD 1 TO LPW-O-SELF(LPW-IDX)
                    ADD 1 TO LPW-O-SELF(LPW-STORE)
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      ***** EACH SLOT'S LINES ARE WRITTEN TOGETHER, SO A CHANGE OF
      ***** SLOT, HOLDER OR DATE STARTS ANOTHER ABANDONED ORDER
       SCAN-HELD-ORDERS.
           MOVE 0 TO LPW-EOF-FLAG
           MOVE 0 TO LPW-LAST-SLOT
           MOVE SPACES TO LPW-LAST-HOLDER
           MOVE SPACES TO LPW-LAST-HOLD-DATE
           OPEN EXTEND HELD-ORDERS
           CLOSE HELD-ORDERS
           OPEN INPUT HELD-ORDERS
           READ HELD-ORDERS
              AT END MOVE 1 TO LPW-EOF-FLAG
           END-READ
           PERFORM UNTIL LPW-EOF-FLAG = 1
              IF HO-DATE >= LPW-FROM-DATE AND
                 HO-DATE <= LPW-END-DATE AND
                 HO-OPERATOR NOT = SPACES
                 MOVE HO-OPERATOR TO LPW-OPERATOR
                 PERFORM FIND-OPERATOR-ROW
                 IF LPW-FOUND = 1
                    IF HO-SLOT NOT = LPW-LAST-SLOT OR
                       HO-OPERATOR NOT = LPW-LAST-HOLDER OR
                       HO-DATE NOT = LPW-LAST-HOLD-DATE
                       ADD 1 TO LPW-O-HELD(LPW-IDX)
                       ADD 1 TO LPW-O-HELD(LPW-STORE)
                    END-IF
                    ADD HO-LINETOTAL TO LPW-O-HELD-AMT(LPW-IDX)
                    ADD HO-LINETOTAL TO LPW-O-HELD-AMT(LPW-STORE)
                 END-IF
              END-IF
              MOVE HO-SLOT TO LPW-LAST-SLOT
              MOVE HO-OPERATOR TO LPW-LAST-HOLDER
              MOVE HO-DATE TO LPW-LAST-HOLD-DATE
              READ HELD-ORDERS
                 AT END MOVE 1 TO LPW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE HELD-ORDERS.
           EXIT.

      ***** ONLY A CLOSED (PROVED) SHIFT HAS AN OVER/SHORT
       SCAN-SHIFTS.
           MOVE 0 TO LPW-EOF-FLAG
           OPEN EXTEND CASHIER-SHIFTS
           CLOSE CASHIER-SHIFTS
           OPEN INPUT CASHIER-SHIFTS
           READ CASHIER-SHIFTS
              AT END MOVE 1 TO LPW-EOF-FLAG
           END-READ
           PERFORM UNTIL LPW-EOF-FLAG = 1
              IF SH-BUSDATE >= LPW-FROM-DATE AND
                 SH-BUSDATE <= LPW-END-DATE AND
                 SH-STATUS = 'C'
                 MOVE SH-OPERATOR TO LPW-OPERATOR
                 PERFORM FIND-OPERATOR-ROW
                 IF LPW-FOUND = 1
                    ADD SH-OVERSHORT TO LPW-O-OVERSHORT(LPW-IDX)
                    ADD SH-OVERSHORT TO LPW-O-OVERSHORT(LPW-STORE)
                 END-IF
              END-IF
              READ CASHIER-SHIFTS
                 AT END MOVE 1 TO LPW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CASHIER-SHIFTS.
           EXIT.

      ***** POSITIONS LPW-IDX ON THE OPERATOR'S ROW, OPENING ONE
      ***** WHEN THE OPERATOR IS NEW; LPW-FOUND = 0 WHEN FULL
       FIND-OPERATOR-ROW.
           MOVE 0 TO LPW-FOUND
           PERFORM VARYING LPW-IDX FROM 1 BY 1
                   UNTIL LPW-IDX > LPW-OPR-COUNT OR LPW-FOUND = 1
              IF LPW-O-ID(LPW-IDX) = LPW-OPERATOR
                 MOVE 1 TO LPW-FOUND
              END-IF
           END-PERFORM
           IF LPW-FOUND = 1
              SUBTRACT 1 FROM LPW-IDX
              EXIT PARAGRAPH
           END-IF
           IF LPW-OPR-COUNT = 100
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LPW-OPR-COUNT
           MOVE LPW-OPR-COUNT TO LPW-IDX
           PERFORM CLEAR-OPERATOR-ROW
           MOVE 1 TO LPW-FOUND.
           EXIT.

       CLEAR-OPERATOR-ROW.
           MOVE LPW-OPERATOR TO LPW-O-ID(LPW-IDX)
           MOVE 0 TO LPW-O-TRANS(LPW-IDX)
           MOVE 0 TO LPW-O-VOIDS(LPW-IDX)
           MOVE 0 TO LPW-O-REFUNDS(LPW-IDX)
           MOVE 0 TO LPW-O-REFUND-AMT(LPW-IDX)
           MOVE 0 TO LPW-O-SELF(LPW-IDX)
           MOVE 0 TO LPW-O-HELD(LPW-IDX)
           MOVE 0 TO LPW-O-HELD-AMT(LPW-IDX)
           MOVE 0 TO LPW-O-DISCS(LPW-IDX)
           MOVE 0 TO LPW-O-DISC-AMT(LPW-IDX)
           MOVE 0 TO LPW-O-OVERSHORT(LPW-IDX)
           MOVE SPACES TO LPW-O-FLAGS(LPW-IDX).
           EXIT.

      ***** A RATE IS AN OUTLIER WHEN COUNT/TRANS RUNS ABOVE THE
      ***** STORE'S COUNT/TRANS BY MORE THAN THE THRESHOLD PERCENT;
      ***** CROSS-MULTIPLIED SO NO ROUNDING DECIDES A FLAG
       FLAG-OUTLIERS.
           MOVE 0 TO LPW-FLAG-COUNT
           MOVE LPW-O-SELF(LPW-STORE) TO LPW-SELF-COUNT
           PERFORM VARYING LPW-IDX FROM 1 BY 1
                   UNTIL LPW-IDX > LPW-OPR-COUNT
              MOVE 1 TO LPW-FLAG-POS
              IF LPW-O-TRANS(LPW-IDX) > 0
                 COMPUTE LPW-LEFT = LPW-O-VOIDS(LPW-IDX)
                     * LPW-O-TRANS(LPW-STORE) * 100
                 COMPUTE LPW-RIGHT = LPW-O-VOIDS(LPW-STORE)
                     * LPW-O-TRANS(LPW-IDX) * (100 + LPP-W-RATE-PCT)
                 IF LPW-LEFT > LPW-RIGHT
                    MOVE "VOID" TO
                       LPW-O-FLAGS(LPW-IDX)(LPW-FLAG-POS:5)
                    ADD 5 TO LPW-FLAG-POS
                 END-IF
                 COMPUTE LPW-LEFT = LPW-O-REFUNDS(LPW-IDX)
                     * LPW-O-TRANS(LPW-STORE) * 100
                 COMPUTE LPW-RIGHT = LPW-O-REFUNDS(LPW-STORE)
                     * LPW-O-TRANS(LPW-IDX) * (100 + LPP-W-RATE-PCT)
                 IF LPW-LEFT > LPW-RIGHT
                    MOVE "REFD" TO
                       LPW-O-FLAGS(LPW-IDX)(LPW-FLAG-POS:5)
                    ADD 5 TO LPW-FLAG-POS
                 END-IF
                 COMPUTE LPW-LEFT = LPW-O-HELD(LPW-IDX)
                     * LPW-O-TRANS(LPW-STORE) * 100
                 COMPUTE LPW-RIGHT = LPW-O-HELD(LPW-STORE)
                     * LPW-O-TRANS(LPW-IDX) * (100 + LPP-W-RATE-PCT)
                 IF LPW-LEFT > LPW-RIGHT
                    MOVE "HELD" TO
                       LPW-O-FLAGS(LPW-IDX)(LPW-FLAG-POS:5)
                    ADD 5 TO LPW-FLAG-POS
                 END-IF
                 COMPUTE LPW-LEFT = LPW-O-DISCS(LPW-IDX)
                     * LPW-O-TRANS(LPW-STORE) * 100
                 COMPUTE LPW-RIGHT = LPW-O-DISCS(LPW-STORE)
                     * LPW-O-TRANS(LPW-IDX) * (100 + LPP-W-RATE-PCT)
                 IF LPW-LEFT > LPW-RIGHT
                    MOVE "DISC" TO
                       LPW-O-FLAGS(LPW-IDX)(LPW-FLAG-POS:5)
                    ADD 5 TO LPW-FLAG-POS
                 END-IF
              END-IF
              IF LPW-O-OVERSHORT(LPW-IDX) < 0
                 COMPUTE LPW-ABS-OS = 0 - LPW-O-OVERSHORT(LPW-IDX)
              ELSE
                 MOVE LPW-O-OVERSHORT(LPW-IDX) TO LPW-ABS-OS
              END-IF
              IF LPW-ABS-OS > LPP-W-OVERSHORT-LIMIT
                 MOVE "O/S" TO LPW-O-FLAGS(LPW-IDX)(LPW-FLAG-POS:5)
                 ADD 5 TO LPW-FLAG-POS
              END-IF
              IF LPW-O-SELF(LPW-IDX) > 0
                 MOVE "SELF" TO LPW-O-FLAGS(LPW-IDX)(LPW-FLAG-POS:5)
                 ADD 5 TO LPW-FLAG-POS
              END-IF
              IF LPW-FLAG-POS > 1
                 ADD 1 TO LPW-FLAG-COUNT
              END-IF
           END-PERFORM.
           EXIT.

       WRITE-REPORT.
           OPEN OUTPUT LP-REPORT
           MOVE LPW-FROM-DATE TO LPW-HEAD-FROM
           MOVE LPW-END-DATE TO LPW-HEAD-TO
           WRITE LP-REPORT-REC FROM LPW-HEAD-1
           MOVE LPP-W-RATE-PCT TO LPW-HEAD-PCT
           MOVE LPP-W-OVERSHORT-LIMIT TO LPW-HEAD-LIMIT
           WRITE LP-REPORT-REC FROM LPW-HEAD-2
           MOVE SPACES TO LP-REPORT-REC
           WRITE LP-REPORT-REC
           WRITE LP-REPORT-REC FROM LPW-COL-1
           WRITE LP-REPORT-REC FROM LPW-COL-2
           PERFORM VARYING LPW-IDX FROM 1 BY 1
                   UNTIL LPW-IDX > LPW-OPR-COUNT
              PERFORM FORMAT-DETAIL-LINE
              WRITE LP-REPORT-REC FROM LPW-DET-LINE
              DISPLAY LPW-DET-OPER " " LPW-DET-FLAGS
           END-PERFORM
           MOVE SPACES TO LP-REPORT-REC
           WRITE LP-REPORT-REC
           MOVE LPW-STORE TO LPW-IDX
           PERFORM FORMAT-DETAIL-LINE
           MOVE "STORE" TO LPW-DET-OPER
           MOVE "STORE AVERAGE" TO LPW-DET-FLAGS
           WRITE LP-REPORT-REC FROM LPW-DET-LINE
           MOVE SPACES TO LP-REPORT-REC
           WRITE LP-REPORT-REC
           WRITE LP-REPORT-REC FROM LPW-KEY-LINE
           MOVE SPACES TO LP-REPORT-REC
           WRITE LP-REPORT-REC

           WRITE LP-REPORT-REC FROM LPW-SELF-HEAD
           WRITE LP-REPORT-REC FROM LPW-SELF-COL
           IF LPW-SELF-COUNT = 0
              WRITE LP-REPORT-REC FROM LPW-NONE-LINE
           END-IF
           PERFORM VARYING LPW-RF-IDX FROM 1 BY 1
                   UNTIL LPW-RF-IDX > LPW-RF-COUNT
              IF LPW-RF-SELLER(LPW-RF-IDX) =
                 LPW-RF-OPERATOR(LPW-RF-IDX)
                 MOVE LPW-RF-ORDER(LPW-RF-IDX) TO LPW-SELF-ORDER
                 MOVE LPW-RF-DATE(LPW-RF-IDX) TO LPW-SELF-DATE
                 MOVE LPW-RF-OPERATOR(LPW-RF-IDX) TO LPW-SELF-OPER
                 MOVE LPW-RF-AMOUNT(LPW-RF-IDX) TO LPW-SELF-AMOUNT
                 WRITE LP-REPORT-REC FROM LPW-SELF-LINE
              END-IF
           END-PERFORM
           CLOSE LP-REPORT.
           EXIT.

      ***** ONE OPERATOR (OR THE STORE ROW) INTO THE DETAIL LAYOUT,
      ***** RATES PER 100 TRANSACTIONS CAPPED AT 999.9
       FORMAT-DETAIL-LINE.
           MOVE LPW-O-ID(LPW-IDX) TO LPW-DET-OPER
           MOVE LPW-O-TRANS(LPW-IDX) TO LPW-DET-TRANS
           MOVE LPW-O-VOIDS(LPW-IDX) TO LPW-DET-VOIDS
           MOVE LPW-O-REFUNDS(LPW-IDX) TO LPW-DET-REFUNDS
           MOVE LPW-O-REFUND-AMT(LPW-IDX) TO LPW-DET-REFUND-AMT
           MOVE LPW-O-SELF(LPW-IDX) TO LPW-DET-SELF
           MOVE LPW-O-HELD(LPW-IDX) TO LPW-DET-HELD
           MOVE LPW-O-HELD-AMT(LPW-IDX) TO LPW-DET-HELD-AMT
           MOVE LPW-O-DISCS(LPW-IDX) TO LPW-DET-DISCS
           MOVE LPW-O-DISC-AMT(LPW-IDX) TO LPW-DET-DISC-AMT
           MOVE LPW-O-OVERSHORT(LPW-IDX) TO LPW-DET-OVERSHORT
           MOVE LPW-O-FLAGS(LPW-IDX) TO LPW-DET-FLAGS
           MOVE 0 TO LPW-DET-VOID-RATE
           MOVE 0 TO LPW-DET-REFUND-RATE
           MOVE 0 TO LPW-DET-HELD-RATE
           MOVE 0 TO LPW-DET-DISC-RATE
           IF LPW-O-TRANS(LPW-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE LPW-RATE ROUNDED = LPW-O-VOIDS(LPW-IDX) * 100
               / LPW-O-TRANS(LPW-IDX)
           PERFORM CAP-RATE
           MOVE LPW-RATE TO LPW-DET-VOID-RATE
           COMPUTE LPW-RATE ROUNDED = LPW-O-REFUNDS(LPW-IDX) * 100
               / LPW-O-TRANS(LPW-IDX)
           PERFORM CAP-RATE
           MOVE LPW-RATE TO LPW-DET-REFUND-RATE
           COMPUTE LPW-RATE ROUNDED = LPW-O-HELD(LPW-IDX) * 100
               / LPW-O-TRANS(LPW-IDX)
           PERFORM CAP-RATE
           MOVE LPW-RATE TO LPW-DET-HELD-RATE
           COMPUTE LPW-RATE ROUNDED = LPW-O-DISCS(LPW-IDX) * 100
               / LPW-O-TRANS(LPW-IDX)
           PERFORM CAP-RATE
           MOVE LPW-RATE TO LPW-DET-DISC-RATE.
           EXIT.

       CAP-RATE.
           IF LPW-RATE > 999.9
              MOVE 999.9 TO LPW-RATE
           END-IF.
           EXIT.

      ***** SETTINGS FROM THEIR PARAMETER FILE; NONE ON FILE LEAVES
      ***** THE DEFAULTS IN FORCE
       LOAD-LP-PARAMS.
           MOVE 0 TO LPW-EOF-FLAG
           OPEN EXTEND LP-PARAMS
           CLOSE LP-PARAMS
           OPEN INPUT LP-PARAMS
           READ LP-PARAMS
              AT END MOVE 1 TO LPW-EOF-FLAG
           END-READ
           IF LPW-EOF-FLAG = 0
              IF LPP-RATE-PCT IS NUMERIC
                 MOVE LPP-RATE-PCT TO LPP-W-RATE-PCT
              END-IF
              IF LPP-OVERSHORT-LIMIT IS NUMERIC
                 MOVE LPP-OVERSHORT-LIMIT TO LPP-W-OVERSHORT-LIMIT
              END-IF
           END-IF
           CLOSE LP-PARAMS.
           EXIT.

       MAINTAIN-LP-PARAMS.
           DISPLAY "RATE THRESHOLD NOW:     " LPP-W-RATE-PCT
              "% ABOVE STORE AVERAGE"
           MOVE LPP-W-OVERSHORT-LIMIT TO LPW-HEAD-LIMIT
           DISPLAY "OVER/SHORT LIMIT NOW:   " LPW-HEAD-LIMIT
           DISPLAY "RATE THRESHOLD % (BLANK=KEEP): " WITH NO ADVANCING
           ACCEPT LPW-INPUT
           IF LPW-INPUT NOT = SPACES
              COMPUTE LPP-W-RATE-PCT = FUNCTION NUMVAL(LPW-INPUT)
           END-IF
           DISPLAY "OVER/SHORT LIMIT (BLANK=KEEP): " WITH NO ADVANCING
           ACCEPT LPW-INPUT
           IF LPW-INPUT NOT = SPACES
              COMPUTE LPP-W-OVERSHORT-LIMIT =
                  FUNCTION NUMVAL(LPW-INPUT)
           END-IF
           MOVE LPP-W-RATE-PCT TO LPP-RATE-PCT
           MOVE LPP-W-OVERSHORT-LIMIT TO LPP-OVERSHORT-LIMIT
           OPEN OUTPUT LP-PARAMS
              WRITE LP-PARAM-REC
           CLOSE LP-PARAMS
           DISPLAY "LOSS-PREVENTION THRESHOLDS SAVED".
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

       END PROGRAM POS-LOSS-PREVENTION.
