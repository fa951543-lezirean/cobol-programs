           "C:\cobol_project\EmpLoansTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-PURCHASES ASSIGN TO
           "C:\cobol_project\EmpPurchases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-PURCHASES-TEMP ASSIGN TO
           "C:\cobol_project\EmpPurchasesTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-PURCHASE-LEDGER ASSIGN TO
           "C:\cobol_project\EmpPurchaseLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FINAL-PAY-SHEET ASSIGN TO
           "C:\cobol_project\FinalPaySheet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
          05 TEL-PRINCIPAL PIC 9(6)V9(2).
          05 TEL-INSTALLMENT PIC 9(6)V9(2).
          05 TEL-BALANCE PIC 9(6)V9(2).
      ***** STAFF PURCHASES STILL OWED ARE SETTLED OUT OF FINAL PAY
       FD EMP-PURCHASES.
       01 EMP-PURCHASES-REC.
          05 EPR-EMPID PIC X(5).
          05 EPR-LIMIT PIC 9(6)V9(2).
          05 EPR-BALANCE PIC 9(6)V9(2).
       FD EMP-PURCHASES-TEMP.
       01 TEMP-EMP-PURCHASES-REC.
          05 TEPR-EMPID PIC X(5).
          05 TEPR-LIMIT PIC 9(6)V9(2).
          05 TEPR-BALANCE PIC 9(6)V9(2).
       FD EMP-PURCHASE-LEDGER.
       01 EMP-PURCHASE-LEDGER-REC.
          05 EPL-EMPID PIC X(5).
          05 EPL-DATE PIC X(8).
          05 EPL-TYPE PIC X(01).
          05 EPL-AMOUNT PIC 9(6)V9(2).
          05 EPL-REF PIC X(10).
       FD FINAL-PAY-SHEET.
       01 FINAL-PAY-SHEET-REC PIC X(70).
      ***** ONE CLEARANCE ROW PER SEPARATION PROCESSED
          05 FPR-YEAR-GROSS PIC 9(10)V9(2) VALUE 0.
          05 FPR-13TH PIC 9(8)V9(2).
          05 FPR-LOAN-BAL PIC 9(6)V9(2) VALUE 0.
          05 FPR-PURCH-BAL PIC 9(6)V9(2) VALUE 0.
          05 FPR-TOTAL PIC S9(9)V9(2).
          05 FPR-AMOUNTDIS PIC ----,---,--9.99.
          05 FPR-OPERATOR PIC X(5).
          05 FPR-OLD-STATUS PIC X(01).
          05 FPR-OLD-SEP-DATE PIC X(8).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "HRMaster.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
      ********** SHEET LINE LAYOUTS
       01 FPR-HEAD-LINE.
          05 FILLER PIC X(26) VALUE "FINAL PAY COMPUTATION FOR ".
           DISPLAY "HOURS WORKED, FINAL PERIOD: " WITH NO ADVANCING.
           ACCEPT FPR-HOURSIN.
           MOVE FPR-HOURSIN TO FPR-HOURS.
           DISPLAY "YOUR OPERATOR ID:           " WITH NO ADVANCING.
           ACCEPT FPR-OPERATOR.

      ***** THE FOUR PIECES OF THE COMPUTATION; THE FINAL PERIOD
      ***** PRICES THROUGH THE POSITION GRADE MULTIPLIER THE SAME
           PERFORM CONVERT-LEAVE-BALANCES
           PERFORM PRORATE-13TH-MONTH
           PERFORM OFFSET-OPEN-LOAN
           PERFORM OFFSET-OPEN-PURCHASES
           COMPUTE FPR-TOTAL = FPR-FINAL-PAY + FPR-LEAVE-PAY
               + FPR-13TH - FPR-LOAN-BAL - FPR-PURCH-BAL

           PERFORM WRITE-FINAL-SHEET
           PERFORM WRITE-CLEARANCE
           CLOSE EMP-LOANS-TEMP.
           EXIT.

      ***** WHATEVER STAFF PURCHASES PAYROLL HAS NOT YET RECOVERED
      ***** COME OUT OF FINAL PAY IN FULL, AND THE LEDGER SHOWS THE
      ***** BALANCE CLEARED ON THE LAST DAY
       OFFSET-OPEN-PURCHASES.
           MOVE 0 TO FPR-PURCH-BAL
           MOVE 0 TO FPR-EOF-FLAG
           OPEN EXTEND EMP-PURCHASES
           CLOSE EMP-PURCHASES
           OPEN INPUT EMP-PURCHASES
           OPEN OUTPUT EMP-PURCHASES-TEMP
           READ EMP-PURCHASES
              AT END MOVE 1 TO FPR-EOF-FLAG
           END-READ
           PERFORM UNTIL FPR-EOF-FLAG = 1
              MOVE EMP-PURCHASES-REC TO TEMP-EMP-PURCHASES-REC
              IF EPR-EMPID = FPR-ID AND EPR-BALANCE > 0
                 ADD EPR-BALANCE TO FPR-PURCH-BAL
                 MOVE 0 TO TEPR-BALANCE
              END-IF
              WRITE TEMP-EMP-PURCHASES-REC
              READ EMP-PURCHASES
                 AT END MOVE 1 TO FPR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EMP-PURCHASES
           CLOSE EMP-PURCHASES-TEMP

           MOVE 0 TO FPR-EOF-FLAG
           OPEN OUTPUT EMP-PURCHASES
           OPEN INPUT EMP-PURCHASES-TEMP
           READ EMP-PURCHASES-TEMP
              AT END MOVE 1 TO FPR-EOF-FLAG
           END-READ
           PERFORM UNTIL FPR-EOF-FLAG = 1
              WRITE EMP-PURCHASES-REC FROM TEMP-EMP-PURCHASES-REC
              READ EMP-PURCHASES-TEMP
                 AT END MOVE 1 TO FPR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EMP-PURCHASES
           CLOSE EMP-PURCHASES-TEMP

           IF FPR-PURCH-BAL > 0
              MOVE FPR-ID TO EPL-EMPID
              MOVE FPR-LAST-DAY TO EPL-DATE
              MOVE 'F' TO EPL-TYPE
              MOVE FPR-PURCH-BAL TO EPL-AMOUNT
              MOVE "FINAL PAY" TO EPL-REF
              OPEN EXTEND EMP-PURCHASE-LEDGER
              WRITE EMP-PURCHASE-LEDGER-REC
              CLOSE EMP-PURCHASE-LEDGER
           END-IF.
           EXIT.

       WRITE-FINAL-SHEET.
           OPEN EXTEND FINAL-PAY-SHEET
           MOVE FPR-ID TO FPR-HEAD-ID
           MOVE "LESS OPEN LOAN BALANCE:     " TO FPR-DET-LABEL
           MOVE FPR-LOAN-BAL TO FPR-DET-AMOUNT
           WRITE FINAL-PAY-SHEET-REC FROM FPR-DETAIL-LINE
           MOVE "LESS STAFF PURCHASES:       " TO FPR-DET-LABEL
           MOVE FPR-PURCH-BAL TO FPR-DET-AMOUNT
           WRITE FINAL-PAY-SHEET-REC FROM FPR-DETAIL-LINE
           MOVE "FINAL PAY DUE:              " TO FPR-DET-LABEL
           MOVE FPR-TOTAL TO FPR-DET-AMOUNT
           WRITE FINAL-PAY-SHEET-REC FROM FPR-DETAIL-LINE
       MARK-SEPARATED.
           MOVE 0 TO FPR-EOF-FLAG
           MOVE 0 TO FPR-FOUND
           MOVE SPACES TO FPR-OLD-STATUS
           MOVE SPACES TO FPR-OLD-SEP-DATE
           OPEN EXTEND HR-MASTER
           CLOSE HR-MASTER
           OPEN INPUT HR-MASTER
           PERFORM UNTIL FPR-EOF-FLAG = 1
              MOVE HR-MASTER-REC TO TEMP-HR-MASTER-REC
              IF HR-ID = FPR-ID
                 MOVE HR-STATUS TO FPR-OLD-STATUS
                 MOVE HR-SEP-DATE TO FPR-OLD-SEP-DATE
                 MOVE 'S' TO THR-STATUS
                 MOVE FPR-LAST-DAY TO THR-SEP-DATE
                 MOVE 1 TO FPR-FOUND
              END-READ
           END-PERFORM
           CLOSE HR-MASTER
           CLOSE HR-MASTER-TEMP

           MOVE FPR-ID TO MAL-P-KEY
           MOVE FPR-OPERATOR TO MAL-P-OPERATOR
           MOVE "STATUS" TO MAL-P-FIELD
           MOVE FPR-OLD-STATUS TO MAL-P-BEFORE
           MOVE 'S' TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "SEP-DATE" TO MAL-P-FIELD
           MOVE FPR-OLD-SEP-DATE TO MAL-P-BEFORE
           MOVE FPR-LAST-DAY TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

       END PROGRAM FINAL-PAY-RUN.
