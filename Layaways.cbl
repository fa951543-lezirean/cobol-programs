      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: AUGUST 12, 2024
      * Purpose: LAYAWAY BACK OFFICE: OPEN LAYAWAY LIST, THE
      *          OUTSTANDING-LAYAWAY LIABILITY REPORT, THE LAYAWAY
      *          POLICY, REFUND PAYOUTS, AND THE NIGHTLY CANCELLATION
      *          OF PAST-DUE LAYAWAYS (STOCK BACK ON THE SHELF, THE
      *          MONEY PAID IN FORFEITED OR REFUNDED BY POLICY)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-LAYAWAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYAWAYS ASSIGN TO
           "C:\cobol_project\Layaways.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LAYAWAYS-TEMP ASSIGN TO
           "C:\cobol_project\LayawaysTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LAYAWAY-LINES ASSIGN TO
           "C:\cobol_project\LayawayLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LAYAWAY-PAYMENTS ASSIGN TO
           "C:\cobol_project\LayawayPayments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LAYAWAY-PARAMS ASSIGN TO
           "C:\cobol_project\LayawayParams.dat"
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
           SELECT SALES-LOG ASSIGN TO
           "C:\cobol_project\SalesLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LIABILITY-REPORT ASSIGN TO
           "C:\cobol_project\LayawayLiability.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EXPIRY-REPORT ASSIGN TO
           "C:\cobol_project\LayawayExpiry.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RUN-CONTROL ASSIGN TO
           "C:\cobol_project\RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KIT-COMPONENTS ASSIGN TO
           "C:\cobol_project\KitComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE HEADER PER LAYAWAY; THE ITEMS STAY RESERVED OUT OF
      ***** IM-STOCK UNTIL THE LAYAWAY IS RELEASED OR CANCELLED
      ***** (LAY-STATUS: O=OPEN R=RELEASED X=CANCELLED PAST DUE)
       FD LAYAWAYS.
       01 LAYAWAY-REC.
          05 LAY-NUM PIC 9(6).
          05 LAY-CUSTOMER PIC X(20).
          05 LAY-DATE PIC X(8).
          05 LAY-DUE-DATE PIC X(8).
          05 LAY-TOTAL PIC 9(6)V9(2).
          05 LAY-PAID PIC 9(6)V9(2).
          05 LAY-STATUS PIC X(01).
          05 LAY-FORFEIT PIC 9(6)V9(2).
          05 LAY-REFUND-DUE PIC 9(6)V9(2).
          05 LAY-REFUND-PAID PIC 9(6)V9(2).
          05 LAY-CLOSED-DATE PIC X(8).
          05 LAY-OR-NUM PIC 9(4).
          05 LAY-OPERATOR PIC X(5).
          05 LAY-BRANCH PIC X(3).
       FD LAYAWAYS-TEMP.
       01 TEMP-LAYAWAY-REC.
          05 TLAY-NUM PIC 9(6).
          05 TLAY-CUSTOMER PIC X(20).
          05 TLAY-DATE PIC X(8).
          05 TLAY-DUE-DATE PIC X(8).
          05 TLAY-TOTAL PIC 9(6)V9(2).
          05 TLAY-PAID PIC 9(6)V9(2).
          05 TLAY-STATUS PIC X(01).
          05 TLAY-FORFEIT PIC 9(6)V9(2).
          05 TLAY-REFUND-DUE PIC 9(6)V9(2).
          05 TLAY-REFUND-PAID PIC 9(6)V9(2).
          05 TLAY-CLOSED-DATE PIC X(8).
          05 TLAY-OR-NUM PIC 9(4).
          05 TLAY-OPERATOR PIC X(5).
          05 TLAY-BRANCH PIC X(3).
      ***** THE RESERVED LINES, PRICED AND COSTED AS AT THE DAY THE
      ***** LAYAWAY WAS TAKEN
       FD LAYAWAY-LINES.
       01 LAYAWAY-LINE-REC.
          05 LYL-NUM PIC 9(6).
          05 LYL-CODE PIC X(10).
          05 LYL-QTY PIC 9(4).
          05 LYL-PRICE PIC 9(5)V9(2).
          05 LYL-LINETOTAL PIC 9(6)V9(2).
          05 LYL-VATCLASS PIC X(01).
          05 LYL-PROMO PIC 9(5)V9(2).
          05 LYL-UNIT-COST PIC 9(5)V9(4).
      ***** EVERY PESO IN OR OUT OF A LAYAWAY
      ***** (LYP-TYPE: D=DEPOSIT I=INSTALLMENT F=FORFEITED R=REFUNDED)
       FD LAYAWAY-PAYMENTS.
       01 LAYAWAY-PAYMENT-REC.
          05 LYP-NUM PIC 9(6).
          05 LYP-DATE PIC X(8).
          05 LYP-TIME PIC X(6).
          05 LYP-OPERATOR PIC X(5).
          05 LYP-BRANCH PIC X(3).
          05 LYP-TYPE PIC X(01).
          05 LYP-AMOUNT PIC 9(6)V9(2).
          05 LYP-CASH PIC 9(6)V9(2).
      ***** LAYAWAY POLICY: MINIMUM DEPOSIT, TERM, AND WHAT HAPPENS
      ***** TO THE MONEY PAID IN WHEN A LAYAWAY GOES PAST DUE
      ***** (LYC-POLICY: F=FORFEIT ALL R=REFUND LESS THE FEE PCT)
       FD LAYAWAY-PARAMS.
       01 LAYAWAY-PARAM-REC.
          05 LYC-MIN-PCT PIC 9(2)V9(2).
          05 LYC-TERM-DAYS PIC 9(3).
          05 LYC-POLICY PIC X(01).
          05 LYC-FEE-PCT PIC 9(2)V9(2).
      ***** THE AUTHORITATIVE PRICE AND STOCK POSITION PER ITEM
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
       FD LIABILITY-REPORT.
       01 LIABILITY-REPORT-REC PIC X(100).
       FD EXPIRY-REPORT.
       01 EXPIRY-REPORT-REC PIC X(100).
      ***** SHOP-WIDE JOB RUN-CONTROL RECORDS (S=START E=END)
       FD RUN-CONTROL.
       01 RUN-CONTROL-REC.
          05 RC-PROGRAM PIC X(24).
          05 RC-BUSDATE PIC X(8).
          05 RC-TYPE PIC X(01).
          05 RC-TIMESTAMP PIC X(14).
          05 RC-RECORDS PIC 9(7).
          05 RC-STATUS PIC X(4).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
      ***** BILL OF MATERIALS FOR KIT AND BUNDLE CODES
       FD KIT-COMPONENTS.
       01 KIT-COMPONENT-REC.
          05 KIT-CODE PIC X(10).
          05 KIT-COMPONENT PIC X(10).
          05 KIT-QTY PIC 9(3).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE F MARKS
      ***** DEPOSITS FORFEITED ON CANCELLED LAYAWAYS)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
       WORKING-STORAGE SECTION.
       01 RC-DONE-COUNT PIC 9(7) VALUE 0.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ***** MONEY PAID IN SITS IN THE DEPOSIT LIABILITY UNTIL THE
      ***** SALE IS RELEASED, REFUNDED OR FORFEITED
       01 LXW-DEPOSIT-ACCT PIC X(4) VALUE "2710".
       01 LXW-FORFEIT-ACCT PIC X(4) VALUE "4310".
      ********** WORK FIELDS
       01 LXW-SEQ.
          05 LXW-MODE PIC X(01).
          05 LXW-EOF-FLAG PIC 9 VALUE 0.
          05 LXW-ITEM-EOF PIC 9 VALUE 0.
          05 LXW-FOUND PIC 9 VALUE 0.
          05 LXW-COUNT PIC 9(5) VALUE 0.
          05 LXW-NUMIN PIC X(6).
          05 LXW-NUM PIC 9(6).
          05 LXW-BRANCH PIC X(3).
          05 LXW-OPERATOR PIC X(5).
          05 LXW-AMOUNT PIC 9(6)V9(2).
          05 LXW-FEE PIC 9(6)V9(2).
          05 LXW-FORFEIT-TOTAL PIC 9(9)V9(2) VALUE 0.
          05 LXW-INPUT PIC X(9).
          05 LXW-YN PIC X(01).
          05 LXW-ITEMCODE PIC X(10).
          05 LXW-QTY PIC 9(4).
          05 LXW-LINE-COST PIC 9(5)V9(4).
          05 LXW-OLD-COST PIC 9(5)V9(4).
          05 LXW-STOCK-VALUE PIC 9(11)V9(4).
          05 LXW-AMOUNTDIS PIC ZZZ,ZZ9.99.
      ***** POLICY AS LOADED (DEFAULTS SEEDED WHEN THE FILE IS EMPTY)
          05 LXW-MIN-PCT PIC 9(2)V9(2) VALUE 20.
          05 LXW-TERM-DAYS PIC 9(3) VALUE 60.
          05 LXW-POLICY PIC X(01) VALUE 'F'.
          05 LXW-FEE-PCT PIC 9(2)V9(2) VALUE 10.
      ***** LAYAWAYS CANCELLED IN THIS RUN, WHOSE LINES GO BACK TO
      ***** STOCK; ANY PAST THE TABLE WAIT FOR THE NEXT NIGHT
       01 LXW-CANCEL-SEQ.
          05 LXW-CXL-COUNT PIC 9(3) VALUE 0.
          05 LXW-CXL-IDX PIC 9(3).
          05 LXW-CXL-HIT PIC 9 VALUE 0.
          05 LXW-CXL-NUM OCCURS 500 TIMES PIC 9(6).
      ***** COMPONENTS OF A KIT COMING BACK TO STOCK
       01 LXW-KIT-SEQ.
          05 LXW-KIT-COUNT PIC 9(2) VALUE 0.
          05 LXW-KIT-IDX PIC 9(2).
          05 LXW-KIT-CODE PIC X(10).
          05 LXW-KIT-QTY PIC 9(4).
          05 LXW-KIT-ENTRY OCCURS 20 TIMES.
             10 LXW-K-CODE PIC X(10).
             10 LXW-K-QTY PIC 9(3).
      ***** LIABILITY REPORT ACCUMULATORS
       01 LXW-TOTALS.
          05 LXW-OPEN-COUNT PIC 9(5) VALUE 0.
          05 LXW-OPEN-TOTAL PIC 9(9)V9(2) VALUE 0.
          05 LXW-HELD PIC 9(9)V9(2) VALUE 0.
          05 LXW-STILL-DUE PIC 9(9)V9(2) VALUE 0.
          05 LXW-OWED PIC 9(9)V9(2) VALUE 0.
          05 LXW-OWED-COUNT PIC 9(5) VALUE 0.
          05 LXW-LIABILITY PIC 9(9)V9(2) VALUE 0.
          05 LXW-FORFEITED PIC 9(9)V9(2) VALUE 0.
          05 LXW-REFUNDED PIC 9(9)V9(2) VALUE 0.
       01 LXW-HEAD-LINE.
          05 FILLER PIC X(40)
             VALUE "OUTSTANDING LAYAWAY LIABILITY AS OF     ".
          05 LXW-HEAD-DATE PIC X(8).
       01 LXW-EXP-HEAD-LINE.
          05 FILLER PIC X(40)
             VALUE "PAST-DUE LAYAWAYS CANCELLED ON          ".
          05 LXW-EXP-HEAD-DATE PIC X(8).
          05 FILLER PIC X(10) VALUE "  POLICY: ".
          05 LXW-EXP-HEAD-POLICY PIC X(20).
       01 LXW-COL-LINE.
          05 FILLER PIC X(50)
             VALUE "NUMBER CUSTOMER             TAKEN    DUE        ".
          05 FILLER PIC X(50)
             VALUE "     TOTAL       PAID    BALANCE  STATUS          ".
       01 LXW-DETAIL-LINE.
          05 LXW-DET-NUM PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 LXW-DET-CUSTOMER PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 LXW-DET-TAKEN PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LXW-DET-DUE PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LXW-DET-TOTAL PIC ZZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 LXW-DET-PAID PIC ZZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 LXW-DET-BALANCE PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LXW-DET-STATUS PIC X(15).
       01 LXW-TOTAL-LINE.
          05 LXW-TOT-LABEL PIC X(34).
          05 LXW-TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 LXW-COUNT-LINE.
          05 LXW-CNT-LABEL PIC X(34).
          05 LXW-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LAYAWAY CONTROL".
           DISPLAY "[1] LIST OPEN LAYAWAYS".
           DISPLAY "[2] OUTSTANDING LAYAWAY LIABILITY REPORT".
           DISPLAY "[3] LAYAWAY POLICY".
           DISPLAY "[4] CANCEL PAST-DUE LAYAWAYS NOW".
           DISPLAY "[5] PAY OUT A LAYAWAY REFUND".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT LXW-MODE.

           EVALUATE LXW-MODE
              WHEN '1'
                 PERFORM LIST-OPEN-LAYAWAYS
              WHEN '2'
                 PERFORM LIABILITY-REPORT-RUN
              WHEN '3'
                 PERFORM MAINTAIN-POLICY
              WHEN '4'
                 PERFORM EXPIRE-PAST-DUE
              WHEN '5'
                 PERFORM PAY-OUT-REFUND
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** NON-INTERACTIVE ENTRY POINT FOR THE NIGHTLY DRIVER
       ENTRY "POS-LAYAWAY-EXPIRY".
           PERFORM LOG-RUN-START
           PERFORM EXPIRE-PAST-DUE
           MOVE LXW-COUNT TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           GOBACK.

       LIST-OPEN-LAYAWAYS.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO LXW-EOF-FLAG
           MOVE 0 TO LXW-COUNT
           OPEN EXTEND LAYAWAYS
           CLOSE LAYAWAYS
           OPEN INPUT LAYAWAYS
           READ LAYAWAYS
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           DISPLAY LXW-COL-LINE
           PERFORM UNTIL LXW-EOF-FLAG = 1
              IF LAY-STATUS = 'O'
                 ADD 1 TO LXW-COUNT
                 PERFORM FORMAT-DETAIL
                 DISPLAY LXW-DETAIL-LINE
              END-IF
              READ LAYAWAYS
                 AT END MOVE 1 TO LXW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LAYAWAYS
           DISPLAY "OPEN LAYAWAYS: " LXW-COUNT.
           EXIT.

      ***** ONE LAYAWAY HEADER INTO THE REPORT DETAIL LINE
       FORMAT-DETAIL.
           MOVE LAY-NUM TO LXW-DET-NUM
           MOVE LAY-CUSTOMER TO LXW-DET-CUSTOMER
           MOVE LAY-DATE TO LXW-DET-TAKEN
           MOVE LAY-DUE-DATE TO LXW-DET-DUE
           MOVE LAY-TOTAL TO LXW-DET-TOTAL
           MOVE LAY-PAID TO LXW-DET-PAID
           EVALUATE LAY-STATUS
              WHEN 'O'
                 COMPUTE LXW-DET-BALANCE = LAY-TOTAL - LAY-PAID
                 IF LAY-DUE-DATE < BDT-DATE
                    MOVE "OPEN - PAST DUE" TO LXW-DET-STATUS
                 ELSE
                    MOVE "OPEN" TO LXW-DET-STATUS
                 END-IF
              WHEN 'X'
                 COMPUTE LXW-DET-BALANCE =
                     LAY-REFUND-DUE - LAY-REFUND-PAID
                 MOVE "REFUND OWED" TO LXW-DET-STATUS
              WHEN OTHER
                 MOVE 0 TO LXW-DET-BALANCE
                 MOVE "RELEASED" TO LXW-DET-STATUS
           END-EVALUATE.
           EXIT.

      ***** WHAT THE SHOP HOLDS THAT IS NOT YET ITS OWN: MONEY PAID IN
      ***** ON OPEN LAYAWAYS PLUS REFUNDS OWED ON CANCELLED ONES
       LIABILITY-REPORT-RUN.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO LXW-EOF-FLAG
           MOVE 0 TO LXW-OPEN-COUNT
           MOVE 0 TO LXW-OPEN-TOTAL
           MOVE 0 TO LXW-HELD
           MOVE 0 TO LXW-STILL-DUE
           MOVE 0 TO LXW-OWED
           MOVE 0 TO LXW-OWED-COUNT
           MOVE 0 TO LXW-FORFEITED
           MOVE 0 TO LXW-REFUNDED
           OPEN OUTPUT LIABILITY-REPORT
           MOVE BDT-DATE TO LXW-HEAD-DATE
           WRITE LIABILITY-REPORT-REC FROM LXW-HEAD-LINE
           WRITE LIABILITY-REPORT-REC FROM LXW-COL-LINE
           OPEN EXTEND LAYAWAYS
           CLOSE LAYAWAYS
           OPEN INPUT LAYAWAYS
           READ LAYAWAYS
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           PERFORM UNTIL LXW-EOF-FLAG = 1
              EVALUATE TRUE
                 WHEN LAY-STATUS = 'O'
                    ADD 1 TO LXW-OPEN-COUNT
                    ADD LAY-TOTAL TO LXW-OPEN-TOTAL
                    ADD LAY-PAID TO LXW-HELD
                    COMPUTE LXW-STILL-DUE = LXW-STILL-DUE
                        + LAY-TOTAL - LAY-PAID
                    PERFORM FORMAT-DETAIL
                    WRITE LIABILITY-REPORT-REC FROM LXW-DETAIL-LINE
                 WHEN LAY-STATUS = 'X' AND
                      LAY-REFUND-DUE > LAY-REFUND-PAID
                    ADD 1 TO LXW-OWED-COUNT
                    COMPUTE LXW-OWED = LXW-OWED
                        + LAY-REFUND-DUE - LAY-REFUND-PAID
                    PERFORM FORMAT-DETAIL
                    WRITE LIABILITY-REPORT-REC FROM LXW-DETAIL-LINE
              END-EVALUATE
              IF LAY-STATUS = 'X'
                 ADD LAY-FORFEIT TO LXW-FORFEITED
                 ADD LAY-REFUND-PAID TO LXW-REFUNDED
              END-IF
              READ LAYAWAYS
                 AT END MOVE 1 TO LXW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LAYAWAYS

           COMPUTE LXW-LIABILITY = LXW-HELD + LXW-OWED
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
           MOVE "OPEN LAYAWAYS:                    " TO LXW-CNT-LABEL
           MOVE LXW-OPEN-COUNT TO LXW-CNT-VALUE
           WRITE LIABILITY-REPORT-REC FROM LXW-COUNT-LINE
           MOVE "OPEN LAYAWAY ORDER VALUE:         " TO LXW-TOT-LABEL
           MOVE LXW-OPEN-TOTAL TO LXW-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LXW-TOTAL-LINE
           MOVE "DEPOSITS AND INSTALLMENTS HELD:   " TO LXW-TOT-LABEL
           MOVE LXW-HELD TO LXW-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LXW-TOTAL-LINE
           MOVE "BALANCES STILL TO COLLECT:        " TO LXW-TOT-LABEL
           MOVE LXW-STILL-DUE TO LXW-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LXW-TOTAL-LINE
           MOVE "CANCELLED LAYAWAYS OWED A REFUND: " TO LXW-CNT-LABEL
           MOVE LXW-OWED-COUNT TO LXW-CNT-VALUE
           WRITE LIABILITY-REPORT-REC FROM LXW-COUNT-LINE
           MOVE "REFUNDS OWED ON CANCELLED:        " TO LXW-TOT-LABEL
           MOVE LXW-OWED TO LXW-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LXW-TOTAL-LINE
           MOVE "TOTAL LAYAWAY LIABILITY:          " TO LXW-TOT-LABEL
           MOVE LXW-LIABILITY TO LXW-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LXW-TOTAL-LINE
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
           MOVE "DEPOSITS FORFEITED TO DATE:       " TO LXW-TOT-LABEL
           MOVE LXW-FORFEITED TO LXW-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LXW-TOTAL-LINE
           MOVE "REFUNDS PAID OUT TO DATE:         " TO LXW-TOT-LABEL
           MOVE LXW-REFUNDED TO LXW-TOT-AMOUNT
           WRITE LIABILITY-REPORT-REC FROM LXW-TOTAL-LINE
           CLOSE LIABILITY-REPORT
           MOVE LXW-LIABILITY TO LXW-AMOUNTDIS
           DISPLAY "TOTAL LAYAWAY LIABILITY: " LXW-AMOUNTDIS.
           EXIT.

      ***** THE POLICY ROW IS SHOWN AND EACH FIELD MAY BE REKEYED;
      ***** A BLANK ANSWER KEEPS WHAT IS ON FILE
       MAINTAIN-POLICY.
           PERFORM LOAD-LAYAWAY-PARAMS
           DISPLAY "MINIMUM DEPOSIT PCT: " LXW-MIN-PCT
           DISPLAY "TERM IN DAYS:        " LXW-TERM-DAYS
           DISPLAY "PAST-DUE POLICY:     " LXW-POLICY
              " (F=FORFEIT R=REFUND LESS FEE)"
           DISPLAY "CANCELLATION FEE PCT:" LXW-FEE-PCT
           DISPLAY "NEW MINIMUM DEPOSIT PCT (BLANK=KEEP): "
              WITH NO ADVANCING
           ACCEPT LXW-INPUT
           IF LXW-INPUT NOT = SPACES
              MOVE FUNCTION NUMVAL(LXW-INPUT) TO LXW-MIN-PCT
           END-IF
           DISPLAY "NEW TERM IN DAYS (BLANK=KEEP):        "
              WITH NO ADVANCING
           ACCEPT LXW-INPUT
           IF LXW-INPUT NOT = SPACES
              MOVE FUNCTION NUMVAL(LXW-INPUT) TO LXW-TERM-DAYS
           END-IF
           DISPLAY "NEW POLICY F/R (BLANK=KEEP):          "
              WITH NO ADVANCING
           ACCEPT LXW-YN
           IF LXW-YN = 'F' OR LXW-YN = 'f'
              MOVE 'F' TO LXW-POLICY
           END-IF
           IF LXW-YN = 'R' OR LXW-YN = 'r'
              MOVE 'R' TO LXW-POLICY
           END-IF
           DISPLAY "NEW CANCELLATION FEE PCT (BLANK=KEEP):"
              WITH NO ADVANCING
           ACCEPT LXW-INPUT
           IF LXW-INPUT NOT = SPACES
              MOVE FUNCTION NUMVAL(LXW-INPUT) TO LXW-FEE-PCT
           END-IF
           IF LXW-TERM-DAYS = 0
              DISPLAY "A LAYAWAY TERM OF ZERO DAYS - NOT SAVED"
              EXIT PARAGRAPH
           END-IF
           MOVE LXW-MIN-PCT TO LYC-MIN-PCT
           MOVE LXW-TERM-DAYS TO LYC-TERM-DAYS
           MOVE LXW-POLICY TO LYC-POLICY
           MOVE LXW-FEE-PCT TO LYC-FEE-PCT
           OPEN OUTPUT LAYAWAY-PARAMS
              WRITE LAYAWAY-PARAM-REC
           CLOSE LAYAWAY-PARAMS
           DISPLAY "LAYAWAY POLICY SAVED".
           EXIT.

      ***** LAYAWAY POLICY FROM ITS PARAMETER FILE; THE DEFAULT ROW
      ***** (20 PCT DOWN, 60 DAYS, DEPOSIT FORFEITED, 10 PCT FEE IF
      ***** THE POLICY IS CHANGED TO REFUND) IS SEEDED WHEN EMPTY
       LOAD-LAYAWAY-PARAMS.
           MOVE 0 TO LXW-EOF-FLAG
           OPEN EXTEND LAYAWAY-PARAMS
           CLOSE LAYAWAY-PARAMS
           OPEN INPUT LAYAWAY-PARAMS
           READ LAYAWAY-PARAMS
              AT END MOVE 1 TO LXW-EOF-FLAG
              NOT AT END
                 MOVE LYC-MIN-PCT TO LXW-MIN-PCT
                 MOVE LYC-TERM-DAYS TO LXW-TERM-DAYS
                 MOVE LYC-POLICY TO LXW-POLICY
                 MOVE LYC-FEE-PCT TO LXW-FEE-PCT
           END-READ
           CLOSE LAYAWAY-PARAMS
           IF LXW-EOF-FLAG = 1
              MOVE 20 TO LXW-MIN-PCT
              MOVE 60 TO LXW-TERM-DAYS
              MOVE 'F' TO LXW-POLICY
              MOVE 10 TO LXW-FEE-PCT
              MOVE LXW-MIN-PCT TO LYC-MIN-PCT
              MOVE LXW-TERM-DAYS TO LYC-TERM-DAYS
              MOVE LXW-POLICY TO LYC-POLICY
              MOVE LXW-FEE-PCT TO LYC-FEE-PCT
              OPEN OUTPUT LAYAWAY-PARAMS
                 WRITE LAYAWAY-PARAM-REC
              CLOSE LAYAWAY-PARAMS
           END-IF.
           EXIT.

      ***** EVERY OPEN LAYAWAY PAST ITS DUE DATE IS CANCELLED: THE
      ***** MONEY PAID IN IS FORFEITED, OR UNDER THE REFUND POLICY
      ***** OWED BACK LESS THE FEE, AND ITS LINES GO BACK TO STOCK
       EXPIRE-PAST-DUE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-LAYAWAY-PARAMS
           MOVE 0 TO LXW-COUNT
           MOVE 0 TO LXW-CXL-COUNT
           MOVE 0 TO LXW-FORFEIT-TOTAL
           OPEN OUTPUT EXPIRY-REPORT
           MOVE BDT-DATE TO LXW-EXP-HEAD-DATE
           IF LXW-POLICY = 'R'
              MOVE "REFUND LESS FEE" TO LXW-EXP-HEAD-POLICY
           ELSE
              MOVE "DEPOSIT FORFEITED" TO LXW-EXP-HEAD-POLICY
           END-IF
           WRITE EXPIRY-REPORT-REC FROM LXW-EXP-HEAD-LINE
           WRITE EXPIRY-REPORT-REC FROM LXW-COL-LINE

           MOVE 0 TO LXW-EOF-FLAG
           OPEN EXTEND LAYAWAYS
           CLOSE LAYAWAYS
           OPEN INPUT LAYAWAYS
           OPEN OUTPUT LAYAWAYS-TEMP
           OPEN EXTEND LAYAWAY-PAYMENTS
           READ LAYAWAYS
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           PERFORM UNTIL LXW-EOF-FLAG = 1
              MOVE LAYAWAY-REC TO TEMP-LAYAWAY-REC
              IF LAY-STATUS = 'O' AND LAY-DUE-DATE < BDT-DATE AND
                 LXW-CXL-COUNT < 500
                 PERFORM CANCEL-ONE-LAYAWAY
              END-IF
              WRITE TEMP-LAYAWAY-REC
              READ LAYAWAYS
                 AT END MOVE 1 TO LXW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LAYAWAYS
           CLOSE LAYAWAYS-TEMP
           CLOSE LAYAWAY-PAYMENTS
           CLOSE EXPIRY-REPORT

           MOVE 0 TO LXW-EOF-FLAG
           OPEN OUTPUT LAYAWAYS
           OPEN INPUT LAYAWAYS-TEMP
           READ LAYAWAYS-TEMP
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           PERFORM UNTIL LXW-EOF-FLAG = 1
              WRITE LAYAWAY-REC FROM TEMP-LAYAWAY-REC
              READ LAYAWAYS-TEMP
                 AT END MOVE 1 TO LXW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LAYAWAYS
           CLOSE LAYAWAYS-TEMP

           IF LXW-CXL-COUNT > 0
              PERFORM RETURN-CANCELLED-STOCK
           END-IF

           IF LXW-FORFEIT-TOTAL > 0
              OPEN EXTEND GL-BATCH
              MOVE BDT-DATE TO GLB-DATE
              MOVE 'F' TO GLB-TCODE
              MOVE "LAYAWAY" TO GLB-SOURCE
              MOVE LXW-FORFEIT-TOTAL TO GLB-AMOUNT
              MOVE LXW-DEPOSIT-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE LXW-FORFEIT-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
              CLOSE GL-BATCH
           END-IF
           DISPLAY "PAST-DUE LAYAWAYS CANCELLED: " LXW-COUNT.
           EXIT.

      ***** CLOSE ONE HEADER AS CANCELLED AND SPLIT WHAT WAS PAID IN
      ***** INTO THE FORFEITED PART AND THE PART OWED BACK
       CANCEL-ONE-LAYAWAY.
           IF LXW-POLICY = 'R'
              COMPUTE LXW-FEE ROUNDED = LAY-PAID * LXW-FEE-PCT / 100
              IF LXW-FEE > LAY-PAID
                 MOVE LAY-PAID TO LXW-FEE
              END-IF
           ELSE
              MOVE LAY-PAID TO LXW-FEE
           END-IF
           MOVE 'X' TO TLAY-STATUS
           MOVE BDT-DATE TO TLAY-CLOSED-DATE
           MOVE LXW-FEE TO TLAY-FORFEIT
           COMPUTE TLAY-REFUND-DUE = LAY-PAID - LXW-FEE
           MOVE 0 TO TLAY-REFUND-PAID

           IF LXW-FEE > 0
              MOVE LAY-NUM TO LYP-NUM
              MOVE BDT-DATE TO LYP-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO LYP-TIME
              MOVE "NIGHT" TO LYP-OPERATOR
              MOVE LAY-BRANCH TO LYP-BRANCH
              MOVE 'F' TO LYP-TYPE
              MOVE LXW-FEE TO LYP-AMOUNT
              MOVE 0 TO LYP-CASH
              WRITE LAYAWAY-PAYMENT-REC
              ADD LXW-FEE TO LXW-FORFEIT-TOTAL
           END-IF

           ADD 1 TO LXW-CXL-COUNT
           MOVE LAY-NUM TO LXW-CXL-NUM(LXW-CXL-COUNT)
           ADD 1 TO LXW-COUNT
           MOVE LAY-NUM TO LXW-DET-NUM
           MOVE LAY-CUSTOMER TO LXW-DET-CUSTOMER
           MOVE LAY-DATE TO LXW-DET-TAKEN
           MOVE LAY-DUE-DATE TO LXW-DET-DUE
           MOVE LAY-TOTAL TO LXW-DET-TOTAL
           MOVE LAY-PAID TO LXW-DET-PAID
           MOVE TLAY-REFUND-DUE TO LXW-DET-BALANCE
           IF TLAY-REFUND-DUE > 0
              MOVE "REFUND OWED" TO LXW-DET-STATUS
           ELSE
              MOVE "FORFEITED" TO LXW-DET-STATUS
           END-IF
           WRITE EXPIRY-REPORT-REC FROM LXW-DETAIL-LINE.
           EXIT.

      ***** EVERY LINE OF A LAYAWAY CANCELLED IN THIS RUN GOES BACK
      ***** ON THE SHELF AT THE COST IT WAS RESERVED AT
       RETURN-CANCELLED-STOCK.
           MOVE 0 TO LXW-EOF-FLAG
           OPEN EXTEND LAYAWAY-LINES
           CLOSE LAYAWAY-LINES
           OPEN INPUT LAYAWAY-LINES
           READ LAYAWAY-LINES
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           PERFORM UNTIL LXW-EOF-FLAG = 1
              MOVE 0 TO LXW-CXL-HIT
              PERFORM VARYING LXW-CXL-IDX FROM 1 BY 1
                  UNTIL LXW-CXL-IDX > LXW-CXL-COUNT
                 IF LXW-CXL-NUM(LXW-CXL-IDX) = LYL-NUM
                    MOVE 1 TO LXW-CXL-HIT
                 END-IF
              END-PERFORM
              IF LXW-CXL-HIT = 1
                 MOVE LYL-CODE TO LXW-ITEMCODE
                 MOVE LYL-QTY TO LXW-QTY
                 MOVE LYL-UNIT-COST TO LXW-LINE-COST
                 PERFORM RESTORE-STOCK
              END-IF
              READ LAYAWAY-LINES
                 AT END MOVE 1 TO LXW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LAYAWAY-LINES.
           EXIT.

      ***** A KIT ON THE LAYAWAY PUTS EACH OF ITS COMPONENTS BACK BY
      ***** ITS UNITS PER KIT, AT THE COMPONENT'S CURRENT AVERAGE
       RESTORE-STOCK.
           PERFORM LOAD-KIT-COMPONENTS
           IF LXW-KIT-COUNT = 0
              PERFORM RESTORE-ITEM-STOCK
              EXIT PARAGRAPH
           END-IF
           MOVE LXW-ITEMCODE TO LXW-KIT-CODE
           MOVE LXW-QTY TO LXW-KIT-QTY
           PERFORM VARYING LXW-KIT-IDX FROM 1 BY 1
               UNTIL LXW-KIT-IDX > LXW-KIT-COUNT
              MOVE LXW-K-CODE(LXW-KIT-IDX) TO LXW-ITEMCODE
              COMPUTE LXW-QTY = LXW-KIT-QTY * LXW-K-QTY(LXW-KIT-IDX)
              MOVE 0 TO LXW-LINE-COST
              PERFORM RESTORE-ITEM-STOCK
           END-PERFORM
           MOVE LXW-KIT-CODE TO LXW-ITEMCODE
           MOVE LXW-KIT-QTY TO LXW-QTY.
           EXIT.

       LOAD-KIT-COMPONENTS.
           MOVE 0 TO LXW-KIT-COUNT
           MOVE 0 TO LXW-ITEM-EOF
           OPEN EXTEND KIT-COMPONENTS
           CLOSE KIT-COMPONENTS
           OPEN INPUT KIT-COMPONENTS
           READ KIT-COMPONENTS
              AT END MOVE 1 TO LXW-ITEM-EOF
           END-READ
           PERFORM UNTIL LXW-ITEM-EOF = 1
              IF KIT-CODE = LXW-ITEMCODE AND KIT-QTY > 0
                 AND LXW-KIT-COUNT < 20
                 ADD 1 TO LXW-KIT-COUNT
                 MOVE KIT-COMPONENT TO LXW-K-CODE(LXW-KIT-COUNT)
                 MOVE KIT-QTY TO LXW-K-QTY(LXW-KIT-COUNT)
              END-IF
              READ KIT-COMPONENTS
                 AT END MOVE 1 TO LXW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE KIT-COMPONENTS.
           EXIT.

       RESTORE-ITEM-STOCK.
           MOVE 0 TO LXW-ITEM-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           OPEN OUTPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER
              AT END MOVE 1 TO LXW-ITEM-EOF
           END-READ
           PERFORM UNTIL LXW-ITEM-EOF = 1
              MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
              IF IM-CODE = LXW-ITEMCODE
                 PERFORM AVERAGE-IN-RETURN
                 COMPUTE TIM-STOCK = IM-STOCK + LXW-QTY
              END-IF
              WRITE TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER
                 AT END MOVE 1 TO LXW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP

           MOVE 0 TO LXW-ITEM-EOF
           OPEN OUTPUT ITEM-MASTER
           OPEN INPUT ITEM-MASTER-TEMP
           READ ITEM-MASTER-TEMP
              AT END MOVE 1 TO LXW-ITEM-EOF
           END-READ
           PERFORM UNTIL LXW-ITEM-EOF = 1
              WRITE ITEM-MASTER-REC FROM TEMP-ITEM-MASTER-REC
              READ ITEM-MASTER-TEMP
                 AT END MOVE 1 TO LXW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE ITEM-MASTER-TEMP.
           EXIT.

      ***** A LINE RESERVED BEFORE STOCK WAS COSTED CARRIES NO COST
      ***** OF ITS OWN AND COMES BACK AT THE CURRENT AVERAGE
       AVERAGE-IN-RETURN.
           IF IM-AVG-COST NUMERIC
              MOVE IM-AVG-COST TO LXW-OLD-COST
           ELSE
              MOVE 0 TO LXW-OLD-COST
           END-IF
           IF LXW-LINE-COST = 0
              MOVE LXW-OLD-COST TO LXW-LINE-COST
           END-IF
           IF LXW-OLD-COST = 0 OR IM-STOCK = 0
              MOVE LXW-LINE-COST TO TIM-AVG-COST
           ELSE
              COMPUTE LXW-STOCK-VALUE =
                  IM-STOCK * LXW-OLD-COST + LXW-QTY * LXW-LINE-COST
              COMPUTE TIM-AVG-COST ROUNDED =
                  LXW-STOCK-VALUE / (IM-STOCK + LXW-QTY)
           END-IF.
           EXIT.

      ***** THE REFUND OWED ON A CANCELLED LAYAWAY IS PAID OUT IN
      ***** CASH AND GOES TO THE SALES LOG AS AN R ROW (REASON LY)
      ***** SO THE DRAWER, THE SHIFT AND THE DEPOSIT ALL SEE IT
       PAY-OUT-REFUND.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "LAYAWAY NUMBER:   " WITH NO ADVANCING
           ACCEPT LXW-NUMIN
           MOVE FUNCTION NUMVAL(LXW-NUMIN) TO LXW-NUM
           MOVE 0 TO LXW-FOUND
           MOVE 0 TO LXW-EOF-FLAG
           OPEN EXTEND LAYAWAYS
           CLOSE LAYAWAYS
           OPEN INPUT LAYAWAYS
           READ LAYAWAYS
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           PERFORM UNTIL LXW-EOF-FLAG = 1
              IF LAY-NUM = LXW-NUM AND LAY-STATUS = 'X' AND
                 LAY-REFUND-DUE > LAY-REFUND-PAID
                 MOVE 1 TO LXW-FOUND
                 COMPUTE LXW-AMOUNT = LAY-REFUND-DUE - LAY-REFUND-PAID
                 MOVE LAY-BRANCH TO LXW-BRANCH
                 DISPLAY "CUSTOMER: " LAY-CUSTOMER
                 MOVE 1 TO LXW-EOF-FLAG
              ELSE
                 READ LAYAWAYS
                    AT END MOVE 1 TO LXW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE LAYAWAYS
           IF LXW-FOUND = 0
              DISPLAY "NO REFUND OWED ON THAT LAYAWAY"
              EXIT PARAGRAPH
           END-IF

           MOVE LXW-AMOUNT TO LXW-AMOUNTDIS
           DISPLAY "REFUND OWED:      " LXW-AMOUNTDIS
           DISPLAY "YOUR OPERATOR ID: " WITH NO ADVANCING
           ACCEPT LXW-OPERATOR
           DISPLAY "PAY IT OUT NOW? (Y/N): " WITH NO ADVANCING
           ACCEPT LXW-YN
           IF LXW-YN NOT = 'Y' AND LXW-YN NOT = 'y'
              DISPLAY "NOTHING PAID"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LOG-ORDER-NUM
           MOVE LXW-AMOUNT TO LOG-ORDER-TOTAL
           MOVE 0 TO LOG-AMT-TENDER
           MOVE 0 TO LOG-ORDER-CHANGE
           MOVE SPACE TO LOG-DISC-TYPE
           MOVE SPACES TO LOG-DISC-ID
           MOVE 0 TO LOG-DISC-AMT
           MOVE 0 TO LOG-VEXEMPT-AMT
           MOVE 0 TO LOG-VATABLE
           MOVE 0 TO LOG-VAT
           MOVE 0 TO LOG-EXEMPT-SALES
           MOVE 'R' TO LOG-REFUND-FLAG
           MOVE "LY" TO LOG-REASON-CODE
           MOVE BDT-DATE TO LOG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-TIME
           MOVE LXW-OPERATOR TO LOG-OPERATOR
           MOVE LXW-BRANCH TO LOG-BRANCH
           OPEN EXTEND SALES-LOG
              WRITE SALES-LOG-REC
           CLOSE SALES-LOG

           MOVE LXW-NUM TO LYP-NUM
           MOVE BDT-DATE TO LYP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO LYP-TIME
           MOVE LXW-OPERATOR TO LYP-OPERATOR
           MOVE LXW-BRANCH TO LYP-BRANCH
           MOVE 'R' TO LYP-TYPE
           MOVE LXW-AMOUNT TO LYP-AMOUNT
           MOVE LXW-AMOUNT TO LYP-CASH
           OPEN EXTEND LAYAWAY-PAYMENTS
              WRITE LAYAWAY-PAYMENT-REC
           CLOSE LAYAWAY-PAYMENTS

           MOVE 0 TO LXW-EOF-FLAG
           OPEN INPUT LAYAWAYS
           OPEN OUTPUT LAYAWAYS-TEMP
           READ LAYAWAYS
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           PERFORM UNTIL LXW-EOF-FLAG = 1
              MOVE LAYAWAY-REC TO TEMP-LAYAWAY-REC
              IF LAY-NUM = LXW-NUM AND LAY-STATUS = 'X'
                 ADD LXW-AMOUNT TO TLAY-REFUND-PAID
              END-IF
              WRITE TEMP-LAYAWAY-REC
              READ LAYAWAYS
                 AT END MOVE 1 TO LXW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LAYAWAYS
           CLOSE LAYAWAYS-TEMP

           MOVE 0 TO LXW-EOF-FLAG
           OPEN OUTPUT LAYAWAYS
           OPEN INPUT LAYAWAYS-TEMP
           READ LAYAWAYS-TEMP
              AT END MOVE 1 TO LXW-EOF-FLAG
           END-READ
           PERFORM UNTIL LXW-EOF-FLAG = 1
              WRITE LAYAWAY-REC FROM TEMP-LAYAWAY-REC
              READ LAYAWAYS-TEMP
                 AT END MOVE 1 TO LXW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LAYAWAYS
           CLOSE LAYAWAYS-TEMP
           DISPLAY "REFUND PAID OUT: " LXW-AMOUNTDIS.
           EXIT.

       LOG-RUN-START.
           MOVE "POS-LAYAWAY-EXPIRY" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'S' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE 0 TO RC-RECORDS
           MOVE SPACES TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       LOG-RUN-END.
           MOVE "POS-LAYAWAY-EXPIRY" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE "OK  " TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE TIME OF DAY (AND
      ***** THE DATE WHEN NO CONTROL RECORD EXISTS YET)
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

       END PROGRAM POS-LAYAWAY.
