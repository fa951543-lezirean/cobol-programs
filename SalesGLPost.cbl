      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: APRIL 14, 2025
      * Purpose: DAILY GL SUMMARY POSTING OF THE REGISTER'S SALES,
      *          OUTPUT VAT, TENDERS, REFUNDS AND LAYAWAY MONEY
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-GL-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG ASSIGN TO
           "C:\cobol_project\SalesLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TENDER-DETAIL ASSIGN TO
           "C:\cobol_project\TenderDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SALES-GL-CONTROL ASSIGN TO
           "C:\cobol_project\SalesGLControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SALES-GL-PROOF ASSIGN TO
           "C:\cobol_project\SalesGLProof.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
         SELECT RUN-CONTROL
         ASSIGN TO "C:\cobol_project\RunControl.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** (LOG-REFUND-FLAG: SPACE=SALE C=CHARGE SALE V=VOID
      *****  R=REFUND PAID IN CASH, REASON LY FOR A LAYAWAY REFUND
      *****  D=LAYAWAY MONEY IN Y=RELEASED LAYAWAY SALE)
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
          05 LOG-OPERATOR PIC X(5).
          05 LOG-BRANCH PIC X(3).
      ***** (TN-TYPE: C=CASH A=ACCOUNT G=GIFT CERT L=POINTS
      *****  E=CHARGED TO AN EMPLOYEE)
       FD TENDER-DETAIL.
       01 TENDER-DETAIL-REC.
          05 TN-ORDER-NUM PIC 9(4).
          05 TN-DATE PIC X(8).
          05 TN-OPERATOR PIC X(5).
          05 TN-TYPE PIC X(01).
          05 TN-AMOUNT PIC 9(6)V9(2).
          05 TN-REF PIC X(10).
          05 TN-BRANCH PIC X(3).
          05 TN-TIME PIC X(6).
      ***** ONE ROW PER BUSINESS DATE ALREADY HANDED TO ACCOUNTING,
      ***** SO A RERUN NEVER POSTS THE SAME DAY TWICE
       FD SALES-GL-CONTROL.
       01 SALES-GL-CONTROL-REC.
          05 SGC-DATE PIC X(8).
          05 SGC-TIMESTAMP PIC X(14).
          05 SGC-ROWS PIC 9(7).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE R MARKS
      ***** THE DAY'S REGISTER SUMMARY)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
       FD SALES-GL-PROOF.
       01 SALES-GL-PROOF-REC PIC X(80).
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
       WORKING-STORAGE SECTION.
       01 RC-DONE-COUNT PIC 9(7) VALUE 0.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ***** THE REGISTER'S ACCOUNTS ON THE GL BATCH. MONEY PAID IN ON
      ***** A LAYAWAY IS A DEPOSIT LIABILITY UNTIL THE SALE IS
      ***** RELEASED; POINTS REDEEMED REDUCE SALES; A TENDER THAT
      ***** DOES NOT COVER THE LOGGED SALES LEAVES ITS DIFFERENCE IN
      ***** SUSPENSE SO THE BATCH STILL BALANCES
       01 SGP-CASH-ACCT PIC X(4) VALUE "1110".
       01 SGP-RECEIVABLE-ACCT PIC X(4) VALUE "1150".
      ***** STAFF PURCHASES SIT WITH THE ADVANCES UNTIL PAYROLL
      ***** DEDUCTS THEM
       01 SGP-EMPLOYEE-ACCT PIC X(4) VALUE "1160".
       01 SGP-GC-ACCT PIC X(4) VALUE "2700".
       01 SGP-POINTS-ACCT PIC X(4) VALUE "4190".
       01 SGP-LAYAWAY-ACCT PIC X(4) VALUE "2710".
       01 SGP-RETURNS-ACCT PIC X(4) VALUE "4090".
       01 SGP-SALES-ACCT PIC X(4) VALUE "4000".
       01 SGP-VAT-ACCT PIC X(4) VALUE "2200".
       01 SGP-SUSPENSE-ACCT PIC X(4) VALUE "9999".
      ********** THE DAY'S TOTALS
       01 SGP-TOTALS.
          05 SGP-TN-CASH PIC 9(11)V9(2) VALUE 0.
          05 SGP-TN-ACCT PIC 9(11)V9(2) VALUE 0.
          05 SGP-TN-GC PIC 9(11)V9(2) VALUE 0.
          05 SGP-TN-POINTS PIC 9(11)V9(2) VALUE 0.
          05 SGP-TN-EMPLOYEE PIC 9(11)V9(2) VALUE 0.
          05 SGP-CHANGE PIC 9(11)V9(2) VALUE 0.
          05 SGP-NET-CASH PIC S9(11)V9(2) VALUE 0.
          05 SGP-SALES PIC 9(11)V9(2) VALUE 0.
          05 SGP-VAT PIC 9(11)V9(2) VALUE 0.
          05 SGP-TAKEN-IN PIC 9(11)V9(2) VALUE 0.
          05 SGP-LAY-IN PIC 9(11)V9(2) VALUE 0.
          05 SGP-LAY-RELEASED PIC 9(11)V9(2) VALUE 0.
          05 SGP-LAY-REFUNDS PIC 9(11)V9(2) VALUE 0.
          05 SGP-RETURNS PIC 9(11)V9(2) VALUE 0.
          05 SGP-TENDERED PIC 9(11)V9(2) VALUE 0.
          05 SGP-DIFFERENCE PIC S9(11)V9(2) VALUE 0.
      ********** RUN WORK FIELDS
       01 SGP-SEQ.
          05 SGP-EOF-FLAG PIC 9 VALUE 0.
          05 SGP-POSTED-FLAG PIC 9 VALUE 0.
          05 SGP-ROW-COUNT PIC 9(7) VALUE 0.
          05 SGP-DR-TOTAL PIC 9(13)V9(2) VALUE 0.
          05 SGP-CR-TOTAL PIC 9(13)V9(2) VALUE 0.
          05 SGP-LEG-ACCT PIC X(4).
          05 SGP-LEG-DC PIC X(01).
          05 SGP-LEG-AMOUNT PIC S9(11)V9(2).
          05 SGP-LEG-DESC PIC X(26).
      ********** PROOF SHEET LINE LAYOUTS
       01 SGP-HEAD-LINE.
          05 FILLER PIC X(29) VALUE "REGISTER GL PROOF SHEET -    ".
          05 SGP-HEAD-DATE PIC X(8).
       01 SGP-COL-LINE.
          05 FILLER PIC X(6) VALUE "ACCT".
          05 FILLER PIC X(28) VALUE "DESCRIPTION".
          05 FILLER PIC X(19) VALUE "             DEBIT".
          05 FILLER PIC X(19) VALUE "            CREDIT".
       01 SGP-DETAIL-LINE.
          05 SGP-DET-ACCT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SGP-DET-DESC PIC X(26).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SGP-DET-DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SGP-DET-CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 SGP-TOTAL-LINE.
          05 FILLER PIC X(34) VALUE "TOTALS".
          05 SGP-TOT-DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SGP-TOT-CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 SGP-FLAG-LINE PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM CHECK-ALREADY-POSTED
           IF SGP-POSTED-FLAG = 1
              DISPLAY "REGISTER ALREADY POSTED FOR " BDT-DATE
              PERFORM LOG-RUN-END
              GOBACK
           END-IF

           PERFORM TOTAL-TENDERS
           PERFORM TOTAL-SALES-LOG
           PERFORM WRITE-BATCH-AND-PROOF
           PERFORM RECORD-POSTED-DATE

           MOVE SGP-ROW-COUNT TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "REGISTER ROWS SUMMARIZED: " SGP-ROW-COUNT.
           GOBACK.

       CHECK-ALREADY-POSTED.
           MOVE 0 TO SGP-POSTED-FLAG
           MOVE 0 TO SGP-EOF-FLAG
           OPEN EXTEND SALES-GL-CONTROL
           CLOSE SALES-GL-CONTROL
           OPEN INPUT SALES-GL-CONTROL
           READ SALES-GL-CONTROL
              AT END MOVE 1 TO SGP-EOF-FLAG
           END-READ
           PERFORM UNTIL SGP-EOF-FLAG = 1
              IF SGC-DATE = BDT-DATE
                 MOVE 1 TO SGP-POSTED-FLAG
              END-IF
              READ SALES-GL-CONTROL
                 AT END MOVE 1 TO SGP-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-GL-CONTROL.
           EXIT.

      ***** EVERY BRANCH'S TENDERS FOR THE BUSINESS DATE BY TYPE
       TOTAL-TENDERS.
           MOVE 0 TO SGP-EOF-FLAG
           OPEN EXTEND TENDER-DETAIL
           CLOSE TENDER-DETAIL
           OPEN INPUT TENDER-DETAIL
           READ TENDER-DETAIL
              AT END MOVE 1 TO SGP-EOF-FLAG
           END-READ
           PERFORM UNTIL SGP-EOF-FLAG = 1
              IF TN-DATE = BDT-DATE
                 EVALUATE TN-TYPE
                    WHEN 'C'
                       ADD TN-AMOUNT TO SGP-TN-CASH
                    WHEN 'A'
                       ADD TN-AMOUNT TO SGP-TN-ACCT
                    WHEN 'G'
                       ADD TN-AMOUNT TO SGP-TN-GC
                    WHEN 'L'
                       ADD TN-AMOUNT TO SGP-TN-POINTS
                    WHEN 'E'
                       ADD TN-AMOUNT TO SGP-TN-EMPLOYEE
                 END-EVALUATE
              END-IF
              READ TENDER-DETAIL
                 AT END MOVE 1 TO SGP-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE TENDER-DETAIL.
           EXIT.

      ***** SALES AND CHARGE SALES BOOK SALES NET OF VAT AND THE
      ***** OUTPUT VAT; A RELEASED LAYAWAY DOES THE SAME AGAINST THE
      ***** DEPOSITS ALREADY HELD. MONEY IN ON A LAYAWAY IS ONLY A
      ***** DEPOSIT. A REFUND IS CASH OUT AGAINST SALES RETURNS, OR
      ***** AGAINST THE DEPOSITS WHEN IT IS A LAYAWAY REFUND
       TOTAL-SALES-LOG.
           MOVE 0 TO SGP-EOF-FLAG
           OPEN EXTEND SALES-LOG
           CLOSE SALES-LOG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO SGP-EOF-FLAG
           END-READ
           PERFORM UNTIL SGP-EOF-FLAG = 1
              IF LOG-DATE = BDT-DATE
                 ADD 1 TO SGP-ROW-COUNT
                 EVALUATE LOG-REFUND-FLAG
                    WHEN SPACE WHEN 'C'
                       COMPUTE SGP-SALES = SGP-SALES +
                           LOG-ORDER-TOTAL - LOG-VAT
                       ADD LOG-VAT TO SGP-VAT
                       ADD LOG-ORDER-TOTAL TO SGP-TAKEN-IN
                       ADD LOG-ORDER-CHANGE TO SGP-CHANGE
                    WHEN 'Y'
                       COMPUTE SGP-SALES = SGP-SALES +
                           LOG-ORDER-TOTAL - LOG-VAT
                       ADD LOG-VAT TO SGP-VAT
                       ADD LOG-ORDER-TOTAL TO SGP-LAY-RELEASED
                    WHEN 'D'
                       ADD LOG-ORDER-TOTAL TO SGP-LAY-IN
                       ADD LOG-ORDER-TOTAL TO SGP-TAKEN-IN
                       ADD LOG-ORDER-CHANGE TO SGP-CHANGE
                    WHEN 'R'
                       IF LOG-REASON-CODE = "LY"
                          ADD LOG-ORDER-TOTAL TO SGP-LAY-REFUNDS
                       ELSE
                          ADD LOG-ORDER-TOTAL TO SGP-RETURNS
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              READ SALES-LOG
                 AT END MOVE 1 TO SGP-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG.
           EXIT.

      ***** THE DAY'S SUMMARY BECOMES ONE DATED BATCH OF DEBIT AND
      ***** CREDIT LEGS, EACH ALSO LISTED ON THE PROOF SHEET
       WRITE-BATCH-AND-PROOF.
           COMPUTE SGP-NET-CASH = SGP-TN-CASH - SGP-CHANGE
           COMPUTE SGP-TENDERED = SGP-NET-CASH + SGP-TN-ACCT +
               SGP-TN-GC + SGP-TN-POINTS + SGP-TN-EMPLOYEE
           COMPUTE SGP-DIFFERENCE = SGP-TENDERED - SGP-TAKEN-IN

           OPEN EXTEND GL-BATCH
           OPEN OUTPUT SALES-GL-PROOF
           MOVE BDT-DATE TO SGP-HEAD-DATE
           WRITE SALES-GL-PROOF-REC FROM SGP-HEAD-LINE
           WRITE SALES-GL-PROOF-REC FROM SGP-COL-LINE

           MOVE 'D' TO SGP-LEG-DC
           MOVE SGP-CASH-ACCT TO SGP-LEG-ACCT
           MOVE SGP-NET-CASH TO SGP-LEG-AMOUNT
           MOVE "CASH TAKEN LESS CHANGE" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-RECEIVABLE-ACCT TO SGP-LEG-ACCT
           MOVE SGP-TN-ACCT TO SGP-LEG-AMOUNT
           MOVE "CHARGED TO ACCOUNT" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-EMPLOYEE-ACCT TO SGP-LEG-ACCT
           MOVE SGP-TN-EMPLOYEE TO SGP-LEG-AMOUNT
           MOVE "CHARGED TO EMPLOYEES" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-GC-ACCT TO SGP-LEG-ACCT
           MOVE SGP-TN-GC TO SGP-LEG-AMOUNT
           MOVE "GIFT CERTIFICATES REDEEMED" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-POINTS-ACCT TO SGP-LEG-ACCT
           MOVE SGP-TN-POINTS TO SGP-LEG-AMOUNT
           MOVE "LOYALTY POINTS REDEEMED" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-LAYAWAY-ACCT TO SGP-LEG-ACCT
           MOVE SGP-LAY-RELEASED TO SGP-LEG-AMOUNT
           MOVE "LAYAWAYS RELEASED" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-LAYAWAY-ACCT TO SGP-LEG-ACCT
           MOVE SGP-LAY-REFUNDS TO SGP-LEG-AMOUNT
           MOVE "LAYAWAY REFUNDS" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-RETURNS-ACCT TO SGP-LEG-ACCT
           MOVE SGP-RETURNS TO SGP-LEG-AMOUNT
           MOVE "SALES RETURNS" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG

           MOVE 'C' TO SGP-LEG-DC
           MOVE SGP-SALES-ACCT TO SGP-LEG-ACCT
           MOVE SGP-SALES TO SGP-LEG-AMOUNT
           MOVE "SALES NET OF VAT" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-VAT-ACCT TO SGP-LEG-ACCT
           MOVE SGP-VAT TO SGP-LEG-AMOUNT
           MOVE "OUTPUT VAT" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-LAYAWAY-ACCT TO SGP-LEG-ACCT
           MOVE SGP-LAY-IN TO SGP-LEG-AMOUNT
           MOVE "LAYAWAY MONEY IN" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG
           MOVE SGP-CASH-ACCT TO SGP-LEG-ACCT
           COMPUTE SGP-LEG-AMOUNT = SGP-RETURNS + SGP-LAY-REFUNDS
           MOVE "REFUNDS PAID OUT" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG

      ***** TENDERED OVER THE LOGGED SALES IS A CREDIT TO SUSPENSE,
      ***** SHORT OF THEM A DEBIT
           MOVE SGP-SUSPENSE-ACCT TO SGP-LEG-ACCT
           MOVE SGP-DIFFERENCE TO SGP-LEG-AMOUNT
           MOVE "TENDER/SALES DIFFERENCE" TO SGP-LEG-DESC
           PERFORM WRITE-ONE-LEG

           MOVE SGP-DR-TOTAL TO SGP-TOT-DEBIT
           MOVE SGP-CR-TOTAL TO SGP-TOT-CREDIT
           WRITE SALES-GL-PROOF-REC FROM SGP-TOTAL-LINE
           IF SGP-DIFFERENCE = 0
              MOVE "TENDERS AGREE WITH THE SALES LOG - IN BALANCE"
                 TO SGP-FLAG-LINE
           ELSE
              MOVE "** TENDERS DO NOT AGREE WITH THE SALES LOG - "
                 TO SGP-FLAG-LINE
              MOVE "SEE 9999 **" TO SGP-FLAG-LINE(46:11)
           END-IF
           WRITE SALES-GL-PROOF-REC FROM SGP-FLAG-LINE
           CLOSE GL-BATCH
           CLOSE SALES-GL-PROOF.
           EXIT.

      ***** A ZERO LEG IS LEFT OFF; A NEGATIVE ONE POSTS TO THE
      ***** OPPOSITE SIDE
       WRITE-ONE-LEG.
           IF SGP-LEG-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'R' TO GLB-TCODE
           MOVE "SALES" TO GLB-SOURCE
           MOVE SGP-LEG-ACCT TO GLB-ACCT
           MOVE SGP-LEG-DC TO GLB-DC
           IF SGP-LEG-AMOUNT < 0
              IF SGP-LEG-DC = 'D'
                 MOVE 'C' TO GLB-DC
              ELSE
                 MOVE 'D' TO GLB-DC
              END-IF
           END-IF
           MOVE SGP-LEG-AMOUNT TO GLB-AMOUNT
           WRITE GL-BATCH-REC

           MOVE SGP-LEG-ACCT TO SGP-DET-ACCT
           MOVE SGP-LEG-DESC TO SGP-DET-DESC
           MOVE 0 TO SGP-DET-DEBIT
           MOVE 0 TO SGP-DET-CREDIT
           IF GLB-DC = 'D'
              MOVE GLB-AMOUNT TO SGP-DET-DEBIT
              ADD GLB-AMOUNT TO SGP-DR-TOTAL
           ELSE
              MOVE GLB-AMOUNT TO SGP-DET-CREDIT
              ADD GLB-AMOUNT TO SGP-CR-TOTAL
           END-IF
           WRITE SALES-GL-PROOF-REC FROM SGP-DETAIL-LINE.
           EXIT.

       RECORD-POSTED-DATE.
           MOVE BDT-DATE TO SGC-DATE
           MOVE FUNCTION CURRENT-DATE TO SGC-TIMESTAMP
           MOVE SGP-ROW-COUNT TO SGC-ROWS
           OPEN EXTEND SALES-GL-CONTROL
              WRITE SALES-GL-CONTROL-REC
           CLOSE SALES-GL-CONTROL.
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


      ***** START AND END RECORDS ON THE SHARED RUN-CONTROL FILE SO
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING
       LOG-RUN-START.
           MOVE "SALES-GL-POST" TO RC-PROGRAM
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
           MOVE "SALES-GL-POST" TO RC-PROGRAM
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

       END PROGRAM SALES-GL-POST.
