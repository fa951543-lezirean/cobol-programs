      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JUNE 20, 2022
      * Purpose: LOAN SETUP, DISBURSEMENT, AMORTIZATION SCHEDULES,
      *          DELINQUENCY REPORTING, PAYOFF QUOTES, PREPAYMENTS AND
      *          THE COLLATERAL REGISTER, TIED TO THE BANK LEDGER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\cobol_project\LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAN-MASTER-TEMP ASSIGN TO
           "C:\cobol_project\LoanMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAN-SCHEDULE-TEMP ASSIGN TO
           "C:\cobol_project\LoanScheduleTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SCHEDULE-HISTORY ASSIGN TO
           "C:\cobol_project\LoanScheduleHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PREPAY-PARAMS ASSIGN TO
           "C:\cobol_project\LoanPrepayParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PAYOFF-QUOTE ASSIGN TO
           "C:\cobol_project\LoanPayoffQuote.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COLLATERAL ASSIGN TO
           "C:\cobol_project\LoanCollateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COLLATERAL-TEMP ASSIGN TO
           "C:\cobol_project\LoanCollateralTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COLLATERAL-PARAMS ASSIGN TO
           "C:\cobol_project\LoanCollateralParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SCHEDULE-REPORT ASSIGN TO
           "C:\cobol_project\LoanScheduleReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       FD LOAN-MASTER.
       01 LOAN-MASTER-REC.
          05 LN-ACCT PIC X(5).
          05 LN-PRINCIPAL PIC 9(9)V9(2).
          05 LN-RATE PIC 99V9(2).
          05 LN-TERM PIC 9(3).
          05 LN-BALANCE PIC 9(9)V9(2).
          05 LN-DISB-DATE PIC X(8).
          05 LN-PAID-COUNT PIC 9(3).
          05 LN-STATUS PIC X(01).
          05 LN-PENALTY-DUE PIC 9(9)V9(2).
          05 LN-PENALTY-THRU PIC X(8).
       FD LOAN-SCHEDULE.
       01 LOAN-SCHEDULE-REC.
          05 SCH-ACCT PIC X(5).
          05 SCH-INSTALLMENT PIC 9(3).
          05 SCH-PAYMENT PIC 9(9)V9(2).
          05 SCH-INTEREST PIC 9(9)V9(2).
          05 SCH-PRINCIPAL PIC 9(9)V9(2).
          05 SCH-REMAINING PIC 9(9)V9(2).
          05 SCH-DUE-DATE PIC X(8).
       FD LOAN-MASTER-TEMP.
       01 TEMP-LOAN-MASTER-REC.
          05 TLN-ACCT PIC X(5).
          05 TLN-PRINCIPAL PIC 9(9)V9(2).
          05 TLN-RATE PIC 99V9(2).
          05 TLN-TERM PIC 9(3).
          05 TLN-BALANCE PIC 9(9)V9(2).
          05 TLN-DISB-DATE PIC X(8).
          05 TLN-PAID-COUNT PIC 9(3).
          05 TLN-STATUS PIC X(01).
          05 TLN-PENALTY-DUE PIC 9(9)V9(2).
          05 TLN-PENALTY-THRU PIC X(8).
       FD LOAN-SCHEDULE-TEMP.
       01 TEMP-LOAN-SCHEDULE-REC.
          05 TSCH-ACCT PIC X(5).
          05 TSCH-INSTALLMENT PIC 9(3).
          05 TSCH-PAYMENT PIC 9(9)V9(2).
          05 TSCH-INTEREST PIC 9(9)V9(2).
          05 TSCH-PRINCIPAL PIC 9(9)V9(2).
          05 TSCH-REMAINING PIC 9(9)V9(2).
          05 TSCH-DUE-DATE PIC X(8).
      ***** EVERY SCHEDULE ROW A RECAST (OR A NEW LOAN ON THE SAME
      ***** ACCOUNT) REPLACED, KEPT FOR AUDIT UNDER THE DATE IT WAS
      ***** SUPERSEDED
       FD SCHEDULE-HISTORY.
       01 SCHEDULE-HISTORY-REC.
          05 HSCH-SUPERSEDED PIC X(8).
          05 HSCH-ACCT PIC X(5).
          05 HSCH-INSTALLMENT PIC 9(3).
          05 HSCH-PAYMENT PIC 9(9)V9(2).
          05 HSCH-INTEREST PIC 9(9)V9(2).
          05 HSCH-PRINCIPAL PIC 9(9)V9(2).
          05 HSCH-REMAINING PIC 9(9)V9(2).
          05 HSCH-DUE-DATE PIC X(8).
      ***** ONE-ROW PREPAYMENT POLICY: THE CHARGE, IN PERCENT OF THE
      ***** PRINCIPAL PREPAID, ON ANY PREPAYMENT MADE INSIDE THE
      ***** LOCK-IN MONTHS AFTER DISBURSEMENT
       FD PREPAY-PARAMS.
       01 PREPAY-PARAM-REC.
          05 PPP-CHARGE-PCT PIC 99V9(2).
          05 PPP-LOCKIN-MONTHS PIC 9(3).
       FD PAYOFF-QUOTE.
       01 PAYOFF-QUOTE-REC PIC X(70).
      ***** SECURITY PLEDGED FOR THE LOAN ON A BORROWER ACCOUNT, ONE ROW
      ***** PER ITEM (COL-TYPE: RE=REAL ESTATE VH=VEHICLE DP=DEPOSIT
      ***** OT=OTHER; COL-RELEASED: N=HELD Y=RELEASED TO THE BORROWER)
       FD COLLATERAL.
       01 COLLATERAL-REC.
          05 COL-ACCT PIC X(5).
          05 COL-SEQ PIC 9(2).
          05 COL-TYPE PIC X(2).
          05 COL-DESC PIC X(30).
          05 COL-APPRAISED PIC 9(7)V9(2).
          05 COL-APPRAISAL-DATE PIC X(8).
          05 COL-INS-EXPIRY PIC X(8).
          05 COL-RELEASED PIC X(01).
          05 COL-RELEASE-DATE PIC X(8).
       FD COLLATERAL-TEMP.
       01 COLLATERAL-TEMP-REC PIC X(73).
      ***** ONE-ROW COLLATERAL POLICY: THE HIGHEST LOAN-TO-VALUE
      ***** PERCENT AND THE OLDEST AN APPRAISAL MAY BE, IN MONTHS
       FD COLLATERAL-PARAMS.
       01 COLLATERAL-PARAM-REC.
          05 CLP-MAX-LTV-PCT PIC 9(3)V9(2).
          05 CLP-APPRAISAL-MONTHS PIC 9(3).
       FD SCHEDULE-REPORT.
       01 SCHEDULE-REPORT-REC PIC X(80).
       FD DELINQUENCY-REPORT.
       01 DELINQUENCY-REPORT-REC PIC X(80).
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD BANK-JOURNAL.
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
       01 LON-SEQ.
          05 LON-MODE PIC X(01).
          05 LON-ACCT PIC X(5).
          05 LON-PRINCIPALIN PIC X(12).
          05 LON-PRINCIPAL PIC 9(9)V9(2).
          05 LON-RATEIN PIC X(5).
          05 LON-RATE PIC 99V9(2).
          05 LON-TERMIN PIC X(3).
          05 LON-MONTHLY-RATE PIC 9V9(8).
          05 LON-FACTOR PIC 9(4)V9(8).
          05 LON-IDX PIC 9(3).
          05 LON-PAYMENT PIC 9(9)V9(2).
          05 LON-INT-PART PIC 9(9)V9(2).
          05 LON-PRIN-PART PIC 9(9)V9(2).
          05 LON-REMAINING PIC 9(9)V9(2).
      ********** DELINQUENCY ARITHMETIC
       01 LON-DELINQ.
          05 LON-TODAY-INT PIC 9(7).
          05 LON-MONTHS-DUE PIC 9(4).
          05 LON-PAST-DUE PIC 9(3).
          05 LON-DELINQ-COUNT PIC 9(3) VALUE 0.
      ********** INSTALLMENT DUE DATES (DISBURSEMENT + 30 DAYS PER
      ********** INSTALLMENT, MOVED TO A BANKING DAY)
       01 LON-DUE.
          05 LON-DUE-DATE PIC X(8).
          05 LON-SCH-DUE-INT PIC 9(7).
          05 LON-DUE-NUM PIC 9(8).
          05 LON-DUE-EOF PIC 9 VALUE 0.
       01 BKD-PARM.
          05 BKD-P-PRODUCT PIC X(2) VALUE "LN".
          05 BKD-P-DATE PIC X(8).
          05 BKD-P-ADJUSTED PIC X(8).
          05 BKD-P-RULE PIC X(01).
      ********** REPORT LINE LAYOUTS
       01 LON-SCH-HEAD-LINE.
          05 FILLER PIC X(26) VALUE "AMORTIZATION SCHEDULE FOR ".
          05 LON-SCH-HEAD-ACCT PIC X(5).
       01 LON-SCH-COL-LINE.
          05 FILLER PIC X(5) VALUE "NO".
          05 FILLER PIC X(10) VALUE "DUE DATE".
          05 FILLER PIC X(16) VALUE "PAYMENT".
          05 FILLER PIC X(16) VALUE "INTEREST".
          05 FILLER PIC X(16) VALUE "PRINCIPAL".
          05 FILLER PIC X(9) VALUE "REMAINING".
       01 LON-SCH-DETAIL-LINE.
          05 LON-SCH-DET-NO PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LON-SCH-DET-DUE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LON-SCH-DET-PAY PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LON-SCH-DET-INT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LON-SCH-DET-PRIN PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LON-SCH-DET-REM PIC ZZZ,ZZZ,ZZ9.99.
      ********** PAYOFF AND PREPAYMENT WORK FIELDS
       01 LON-PREPAY.
          05 LON-CHARGE-PCT PIC 99V9(2) VALUE 0.
          05 LON-LOCKIN PIC 9(3) VALUE 0.
          05 LON-PARAM-EOF PIC 9 VALUE 0.
          05 LON-BALANCE PIC 9(9)V9(2).
          05 LON-PENALTY PIC 9(9)V9(2).
          05 LON-PAID-COUNT PIC 9(3).
          05 LON-DISB-DATE PIC X(8).
          05 LON-THRUIN PIC X(8).
          05 LON-THRU-DATE PIC X(8).
          05 LON-THRU-INT PIC 9(7).
          05 LON-DUE-INT PIC 9(7).
          05 LON-ACCR-DAYS PIC 9(5).
          05 LON-IN-LOCKIN PIC 9 VALUE 0.
          05 LON-ACCRUED PIC 9(9)V9(2).
          05 LON-CHARGE PIC 9(9)V9(2).
          05 LON-PAYOFF PIC 9(10)V9(2).
          05 LON-AMOUNTIN PIC X(13).
          05 LON-AMOUNT PIC 9(10)V9(2).
          05 LON-PREPAID PIC 9(9)V9(2).
          05 LON-RECAST-MODE PIC X(01).
          05 LON-NEW-STATUS PIC X(01).
          05 LON-LEFT PIC 9(3).
          05 LON-KEEP-THRU PIC 9(3).
          05 LON-ROW-NO PIC 9(3).
          05 LON-SCH-EOF PIC 9 VALUE 0.
          05 LON-SCH-ROWS PIC 9(3).
          05 LON-DEP-BALANCE PIC 9(9)V9(2).
          05 LON-AMOUNTDIS PIC Z,ZZZ,ZZZ,ZZ9.99.
      ********** COLLATERAL WORK FIELDS
       01 LON-COLL.
          05 LON-MAX-LTV PIC 9(3)V9(2) VALUE 0.
          05 LON-APPR-MONTHS PIC 9(3) VALUE 0.
          05 LON-COLL-EOF PIC 9 VALUE 0.
          05 LON-COLL-VALUE PIC 9(8)V9(2).
          05 LON-COLL-ITEMS PIC 9(3).
          05 LON-LTV PIC 9(5)V9(2).
          05 LON-LTVDIS PIC ZZ,ZZ9.99.
          05 LON-MAX-LTVDIS PIC ZZ9.99.
          05 LON-CONFIRM PIC X(01).
          05 LON-COLL-SEQ PIC 9(2).
          05 LON-COLL-SEQIN PIC X(2).
          05 LON-COLL-TYPE PIC X(2).
          05 LON-COLL-DESC PIC X(30).
          05 LON-COLL-VALUEIN PIC X(10).
          05 LON-COLL-APPRDATE PIC X(8).
          05 LON-COLL-INSEXPIRY PIC X(8).
          05 LON-RELEASED-COUNT PIC 9(3).
          05 LON-COLL-VALUEDIS PIC Z,ZZZ,ZZ9.99.
       01 LON-PQ-HEAD-LINE.
          05 FILLER PIC X(22) VALUE "LOAN PAYOFF QUOTATION ".
          05 LON-PQ-HEAD-ACCT PIC X(5).
          05 FILLER PIC X(16) VALUE "   GOOD THROUGH ".
          05 LON-PQ-HEAD-THRU PIC X(8).
       01 LON-PQ-LINE.
          05 LON-PQ-LABEL PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LON-PQ-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 LON-DLQ-HEAD-LINE PIC X(50) VALUE
          "PAST-DUE LOAN INSTALLMENTS (DELINQUENCY REPORT)".
       01 LON-DLQ-DETAIL-LINE.
          05 FILLER PIC X(11) VALUE "  PAST DUE ".
          05 LON-DLQ-DET-PAST PIC ZZ9.
          05 FILLER PIC X(11) VALUE "  BALANCE  ".
          05 LON-DLQ-DET-BAL PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOAN MODULE".
           DISPLAY "[1] SET UP AND DISBURSE A NEW LOAN".
           DISPLAY "[2] REPRINT AN AMORTIZATION SCHEDULE".
           DISPLAY "[3] DELINQUENCY REPORT".
           DISPLAY "[4] PAYOFF QUOTATION".
           DISPLAY "[5] PREPAYMENT OR EARLY PAYOFF".
           DISPLAY "[6] REGISTER COLLATERAL".
           DISPLAY "[7] RELEASE COLLATERAL".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT LON-MODE.

                 PERFORM REPRINT-SCHEDULE
              WHEN '3'
                 PERFORM DELINQUENCY-RUN
              WHEN '4'
                 PERFORM PAYOFF-QUOTATION
              WHEN '5'
                 PERFORM PREPAY-LOAN
              WHEN '6'
                 PERFORM REGISTER-COLLATERAL
              WHEN '7'
                 PERFORM RELEASE-COLLATERAL
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
              EXIT PARAGRAPH
           END-IF.

      ***** COLLATERAL IS REGISTERED AHEAD OF THE LOAN; A LOAN OVER
      ***** THE LOAN-TO-VALUE POLICY NEEDS THE OFFICER'S CONFIRMATION
           PERFORM CHECK-LOAN-TO-VALUE
           IF LON-CONFIRM NOT = 'Y'
              DISPLAY "LOAN NOT SET UP"
              EXIT PARAGRAPH
           END-IF.

           PERFORM DISBURSE-TO-LEDGER
           IF LON-FOUND-FLAG = 0
              DISPLAY "ACCOUNT " LON-ACCT " NOT ON THE LEDGER OR CLOSED"
              EXIT PARAGRAPH
           END-IF.

           MOVE LON-PRINCIPAL TO LN-BALANCE
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO LN-DISB-DATE
           MOVE BDT-DATE TO LON-DISB-DATE
           MOVE 0 TO LN-PAID-COUNT
           MOVE 'A' TO LN-STATUS
           MOVE 0 TO LN-PENALTY-DUE
           MOVE SPACES TO LN-PENALTY-THRU
           WRITE LOAN-MASTER-REC
           CLOSE LOAN-MASTER

              INVALID KEY
                 MOVE 0 TO LON-FOUND-FLAG
              NOT INVALID KEY
                 IF LEDG-STATUS = 'C'
                    MOVE 0 TO LON-FOUND-FLAG
                 ELSE
                    MOVE 1 TO LON-FOUND-FLAG
                    ADD LON-PRINCIPAL TO LEDG-BALANCE
                    REWRITE LEDGER-REC
                 END-IF
           END-READ
           CLOSE BANKLEDGER
           IF LON-FOUND-FLAG = 1

      ***** LEVEL-PAYMENT AMORTIZATION: THE COMPOUNDING FACTOR IS
      ***** BUILT BY REPEATED MULTIPLICATION, THEN EACH INSTALLMENT
      ***** IS SPLIT INTO INTEREST AND PRINCIPAL. THE FILE HOLDS EVERY
      ***** LOAN'S ROWS, SO ONLY THIS ACCOUNT'S ROWS ARE REPLACED.
       GENERATE-SCHEDULE.
           COMPUTE LON-MONTHLY-RATE ROUNDED = LON-RATE / 100 / 12
           MOVE 1 TO LON-FACTOR
                  / (LON-FACTOR - 1)
           END-IF

           MOVE 0 TO LON-KEEP-THRU
           PERFORM ARCHIVE-ACCOUNT-SCHEDULE
           PERFORM RESTORE-SCHEDULE-FROM-TEMP
           OPEN EXTEND LOAN-SCHEDULE
           OPEN OUTPUT SCHEDULE-REPORT
           MOVE LON-ACCT TO LON-SCH-HEAD-ACCT
           WRITE SCHEDULE-REPORT-REC FROM LON-SCH-HEAD-LINE
              MOVE LON-INT-PART TO SCH-INTEREST
              MOVE LON-PRIN-PART TO SCH-PRINCIPAL
              MOVE LON-REMAINING TO SCH-REMAINING
              MOVE LON-IDX TO LON-ROW-NO
              PERFORM COMPUTE-DUE-DATE
              MOVE LON-DUE-DATE TO SCH-DUE-DATE
              WRITE LOAN-SCHEDULE-REC

              MOVE LON-IDX TO LON-SCH-DET-NO
              MOVE LON-DUE-DATE TO LON-SCH-DET-DUE
              MOVE LON-PAYMENT TO LON-SCH-DET-PAY
              MOVE LON-INT-PART TO LON-SCH-DET-INT
              MOVE LON-PRIN-PART TO LON-SCH-DET-PRIN
                 MOVE LN-PRINCIPAL TO LON-PRINCIPAL
                 MOVE LN-RATE TO LON-RATE
                 MOVE LN-TERM TO LON-TERM
                 MOVE LN-DISB-DATE TO LON-DISB-DATE
              END-IF
              READ LOAN-MASTER
                 AT END MOVE 1 TO LON-EOF-FLAG

           IF LON-FOUND-FLAG = 0
              DISPLAY "NO LOAN ON FILE FOR " LON-ACCT
              EXIT PARAGRAPH
           END-IF

      ***** A RECAST LOAN NO LONGER MATCHES ITS ORIGINAL TERMS, SO
      ***** THE STORED ROWS ARE PRINTED WHEN THERE ARE ANY
           PERFORM PRINT-STORED-SCHEDULE
           IF LON-SCH-ROWS = 0
              PERFORM GENERATE-SCHEDULE
           END-IF
           DISPLAY "SCHEDULE REPORT REWRITTEN".
           EXIT.

       PRINT-STORED-SCHEDULE.
           MOVE 0 TO LON-SCH-ROWS
           MOVE 0 TO LON-SCH-EOF
           OPEN EXTEND LOAN-SCHEDULE
           CLOSE LOAN-SCHEDULE
           OPEN INPUT LOAN-SCHEDULE
           OPEN OUTPUT SCHEDULE-REPORT
           MOVE LON-ACCT TO LON-SCH-HEAD-ACCT
           WRITE SCHEDULE-REPORT-REC FROM LON-SCH-HEAD-LINE
           WRITE SCHEDULE-REPORT-REC FROM LON-SCH-COL-LINE
           READ LOAN-SCHEDULE
              AT END MOVE 1 TO LON-SCH-EOF
           END-READ
           PERFORM UNTIL LON-SCH-EOF = 1
              IF SCH-ACCT = LON-ACCT
                 ADD 1 TO LON-SCH-ROWS
                 MOVE SCH-INSTALLMENT TO LON-SCH-DET-NO
      ***** ROWS WRITTEN BEFORE DUE DATES WERE KEPT GET THEIRS NOW
                 IF SCH-DUE-DATE = SPACES
                    MOVE SCH-INSTALLMENT TO LON-ROW-NO
                    PERFORM COMPUTE-DUE-DATE
                    MOVE LON-DUE-DATE TO LON-SCH-DET-DUE
                 ELSE
                    MOVE SCH-DUE-DATE TO LON-SCH-DET-DUE
                 END-IF
                 MOVE SCH-PAYMENT TO LON-SCH-DET-PAY
                 MOVE SCH-INTEREST TO LON-SCH-DET-INT
                 MOVE SCH-PRINCIPAL TO LON-SCH-DET-PRIN
                 MOVE SCH-REMAINING TO LON-SCH-DET-REM
                 WRITE SCHEDULE-REPORT-REC FROM LON-SCH-DETAIL-LINE
              END-IF
              READ LOAN-SCHEDULE
                 AT END MOVE 1 TO LON-SCH-EOF
              END-READ
           END-PERFORM
           CLOSE LOAN-SCHEDULE
           CLOSE SCHEDULE-REPORT.
           EXIT.

      ***** INSTALLMENTS DUE BY ELAPSED MONTHS VS INSTALLMENTS PAID
                 IF LON-MONTHS-DUE > LN-TERM
                    MOVE LN-TERM TO LON-MONTHS-DUE
                 END-IF
                 MOVE LN-ACCT TO LON-ACCT
                 MOVE LN-DISB-DATE TO LON-DISB-DATE
                 PERFORM ADJUST-MONTHS-DUE
                 IF LON-MONTHS-DUE > LN-PAID-COUNT
                    COMPUTE LON-PAST-DUE =
                        LON-MONTHS-DUE - LN-PAID-COUNT
           EXIT.


      ***** AN INSTALLMENT FALLS DUE ON THE BANKING DAY ITS 30-DAY
      ***** DATE MOVES TO, SO THE ELAPSED-MONTH COUNT IS CORRECTED
      ***** WHEN THE LATEST ONE WAS PUSHED PAST TODAY OR THE NEXT
      ***** ONE PULLED BACK TO IT
       ADJUST-MONTHS-DUE.
           IF LON-MONTHS-DUE > 0
              MOVE LON-MONTHS-DUE TO LON-ROW-NO
              PERFORM GET-INSTALLMENT-DUE-DATE
              IF LON-DUE-DATE > BDT-DATE
                 SUBTRACT 1 FROM LON-MONTHS-DUE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF LON-MONTHS-DUE < LN-TERM
              COMPUTE LON-ROW-NO = LON-MONTHS-DUE + 1
              PERFORM GET-INSTALLMENT-DUE-DATE
              IF LON-DUE-DATE NOT > BDT-DATE
                 ADD 1 TO LON-MONTHS-DUE
              END-IF
           END-IF.
           EXIT.

      ***** THE DUE DATE OF INSTALLMENT LON-ROW-NO OF LON-ACCT AS THE
      ***** STORED SCHEDULE HAS IT, WORKED OUT WHEN THE ROW HAS NONE
       GET-INSTALLMENT-DUE-DATE.
           MOVE SPACES TO LON-DUE-DATE
           MOVE 0 TO LON-DUE-EOF
           OPEN EXTEND LOAN-SCHEDULE
           CLOSE LOAN-SCHEDULE
           OPEN INPUT LOAN-SCHEDULE
           READ LOAN-SCHEDULE
              AT END MOVE 1 TO LON-DUE-EOF
           END-READ
           PERFORM UNTIL LON-DUE-EOF = 1
              IF SCH-ACCT = LON-ACCT AND SCH-INSTALLMENT = LON-ROW-NO
                 MOVE SCH-DUE-DATE TO LON-DUE-DATE
                 MOVE 1 TO LON-DUE-EOF
              ELSE
                 READ LOAN-SCHEDULE
                    AT END MOVE 1 TO LON-DUE-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE LOAN-SCHEDULE
           IF LON-DUE-DATE = SPACES
              PERFORM COMPUTE-DUE-DATE
           END-IF.
           EXIT.

      ***** INSTALLMENT LON-ROW-NO FALLS DUE 30 DAYS PER INSTALLMENT
      ***** AFTER DISBURSEMENT, ON THE LOAN PRODUCT'S BANKING DAY
       COMPUTE-DUE-DATE.
           MOVE SPACES TO LON-DUE-DATE
           IF LON-DISB-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE LON-SCH-DUE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LON-DISB-DATE)) + LON-ROW-NO * 30
           COMPUTE LON-DUE-NUM =
               FUNCTION DATE-OF-INTEGER(LON-SCH-DUE-INT)
           MOVE LON-DUE-NUM TO BKD-P-DATE
           CALL "BANKING-DAY-ADJUST" USING BKD-PARM
           MOVE BKD-P-ADJUSTED TO LON-DUE-DATE.
           EXIT.

      ***** LOAD THE ACTIVE LOAN FOR LON-ACCT INTO THE WORK FIELDS
       LOAD-ACTIVE-LOAN.
           MOVE 0 TO LON-FOUND-FLAG
           MOVE 0 TO LON-EOF-FLAG
           OPEN EXTEND LOAN-MASTER
           CLOSE LOAN-MASTER
           OPEN INPUT LOAN-MASTER
           READ LOAN-MASTER
              AT END MOVE 1 TO LON-EOF-FLAG
           END-READ
           PERFORM UNTIL LON-EOF-FLAG = 1
              IF LN-ACCT = LON-ACCT AND LN-STATUS = 'A'
                 MOVE 1 TO LON-FOUND-FLAG
                 MOVE LN-PRINCIPAL TO LON-PRINCIPAL
                 MOVE LN-RATE TO LON-RATE
                 MOVE LN-TERM TO LON-TERM
                 MOVE LN-BALANCE TO LON-BALANCE
                 MOVE LN-DISB-DATE TO LON-DISB-DATE
                 MOVE LN-PAID-COUNT TO LON-PAID-COUNT
                 MOVE LN-PENALTY-DUE TO LON-PENALTY
                 IF LON-PENALTY IS NOT NUMERIC
                    MOVE 0 TO LON-PENALTY
                 END-IF
              END-IF
              READ LOAN-MASTER
                 AT END MOVE 1 TO LON-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER.
           EXIT.

      ***** PREPAYMENT POLICY FROM ITS PARAMETER FILE; THE DEFAULT
      ***** ROW (2.00 PERCENT INSIDE 12 MONTHS) IS SEEDED WHEN EMPTY
       LOAD-PREPAY-PARAMS.
           MOVE 0 TO LON-PARAM-EOF
           OPEN EXTEND PREPAY-PARAMS
           CLOSE PREPAY-PARAMS
           OPEN INPUT PREPAY-PARAMS
           READ PREPAY-PARAMS
              AT END MOVE 1 TO LON-PARAM-EOF
           END-READ
           CLOSE PREPAY-PARAMS
           IF LON-PARAM-EOF = 1
              MOVE 2.00 TO PPP-CHARGE-PCT
              MOVE 12 TO PPP-LOCKIN-MONTHS
              OPEN OUTPUT PREPAY-PARAMS
              WRITE PREPAY-PARAM-REC
              CLOSE PREPAY-PARAMS
           END-IF
           MOVE PPP-CHARGE-PCT TO LON-CHARGE-PCT
           MOVE PPP-LOCKIN-MONTHS TO LON-LOCKIN.
           EXIT.

      ***** ANY LATE-PAYMENT PENALTY DUE IS PART OF THE PAYOFF.
      ***** INTEREST RUNS FROM THE LAST INSTALLMENT DUE DATE COVERED
      ***** (DISBURSEMENT + 30 DAYS PER INSTALLMENT PAID) TO THE
      ***** GOOD-THROUGH DATE; THE CHARGE APPLIES INSIDE THE LOCK-IN
       COMPUTE-PAYOFF.
           COMPUTE LON-THRU-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LON-THRU-DATE))
           COMPUTE LON-DISB-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LON-DISB-DATE))
           COMPUTE LON-DUE-INT = LON-DISB-INT + LON-PAID-COUNT * 30
           IF LON-THRU-INT > LON-DUE-INT
              COMPUTE LON-ACCR-DAYS = LON-THRU-INT - LON-DUE-INT
           ELSE
              MOVE 0 TO LON-ACCR-DAYS
           END-IF
           COMPUTE LON-ACCRUED ROUNDED =
               LON-BALANCE * LON-RATE / 100 / 12 * LON-ACCR-DAYS / 30

           MOVE 0 TO LON-IN-LOCKIN
           IF LON-THRU-INT > LON-DISB-INT
              COMPUTE LON-MONTHS-DUE =
                  (LON-THRU-INT - LON-DISB-INT) / 30
           ELSE
              MOVE 0 TO LON-MONTHS-DUE
           END-IF
           IF LON-MONTHS-DUE < LON-LOCKIN
              MOVE 1 TO LON-IN-LOCKIN
           END-IF
           IF LON-IN-LOCKIN = 1
              COMPUTE LON-CHARGE ROUNDED =
                  LON-BALANCE * LON-CHARGE-PCT / 100
           ELSE
              MOVE 0 TO LON-CHARGE
           END-IF
           COMPUTE LON-PAYOFF = LON-PENALTY + LON-BALANCE
               + LON-ACCRUED + LON-CHARGE.
           EXIT.

      ***** QUOTE THE AMOUNT THAT CLOSES THE LOAN ON A GIVEN DATE
       PAYOFF-QUOTATION.
           DISPLAY "BORROWER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT LON-ACCT.
           PERFORM LOAD-ACTIVE-LOAN
           IF LON-FOUND-FLAG = 0
              DISPLAY "NO ACTIVE LOAN ON FILE FOR " LON-ACCT
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-BUSINESS-DATE
           DISPLAY "GOOD-THROUGH DATE YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT LON-THRUIN.
           IF LON-THRUIN = SPACES
              MOVE BDT-DATE TO LON-THRU-DATE
           ELSE
              MOVE LON-THRUIN TO LON-THRU-DATE
           END-IF
           IF LON-THRU-DATE IS NOT NUMERIC OR LON-THRU-DATE < BDT-DATE
              DISPLAY "GOOD-THROUGH DATE MUST BE TODAY OR LATER"
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PREPAY-PARAMS
           PERFORM COMPUTE-PAYOFF

           OPEN OUTPUT PAYOFF-QUOTE
           MOVE LON-ACCT TO LON-PQ-HEAD-ACCT
           MOVE LON-THRU-DATE TO LON-PQ-HEAD-THRU
           WRITE PAYOFF-QUOTE-REC FROM LON-PQ-HEAD-LINE
           MOVE "OUTSTANDING PRINCIPAL" TO LON-PQ-LABEL
           MOVE LON-BALANCE TO LON-PQ-AMOUNT
           WRITE PAYOFF-QUOTE-REC FROM LON-PQ-LINE
           DISPLAY LON-PQ-LINE
           MOVE "LATE-PAYMENT PENALTY DUE" TO LON-PQ-LABEL
           MOVE LON-PENALTY TO LON-PQ-AMOUNT
           WRITE PAYOFF-QUOTE-REC FROM LON-PQ-LINE
           DISPLAY LON-PQ-LINE
           MOVE "ACCRUED INTEREST" TO LON-PQ-LABEL
           MOVE LON-ACCRUED TO LON-PQ-AMOUNT
           WRITE PAYOFF-QUOTE-REC FROM LON-PQ-LINE
           DISPLAY LON-PQ-LINE
           MOVE "PREPAYMENT CHARGE" TO LON-PQ-LABEL
           MOVE LON-CHARGE TO LON-PQ-AMOUNT
           WRITE PAYOFF-QUOTE-REC FROM LON-PQ-LINE
           DISPLAY LON-PQ-LINE
           MOVE "TOTAL TO CLOSE THE LOAN" TO LON-PQ-LABEL
           MOVE LON-PAYOFF TO LON-PQ-AMOUNT
           WRITE PAYOFF-QUOTE-REC FROM LON-PQ-LINE
           DISPLAY LON-PQ-LINE
           CLOSE PAYOFF-QUOTE.
           EXIT.

      ***** CASH RECEIVED AGAINST THE LOAN AHEAD OF SCHEDULE: PENALTY
      ***** DUE FIRST, THEN ACCRUED INTEREST, THEN PRINCIPAL (NET OF THE
      ***** CHARGE INSIDE THE LOCK-IN). A PARTIAL PREPAYMENT RECASTS
      ***** THE REMAINING SCHEDULE; A FULL ONE MARKS THE LOAN PAID.
       PREPAY-LOAN.
           DISPLAY "BORROWER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT LON-ACCT.
           PERFORM LOAD-ACTIVE-LOAN
           IF LON-FOUND-FLAG = 0
              DISPLAY "NO ACTIVE LOAN ON FILE FOR " LON-ACCT
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO LON-THRU-DATE
           PERFORM LOAD-PREPAY-PARAMS
           PERFORM COMPUTE-PAYOFF
           MOVE LON-BALANCE TO LON-AMOUNTDIS
           DISPLAY "OUTSTANDING PRINCIPAL: " LON-AMOUNTDIS
           MOVE LON-PENALTY TO LON-AMOUNTDIS
           DISPLAY "PENALTY DUE:           " LON-AMOUNTDIS
           MOVE LON-ACCRUED TO LON-AMOUNTDIS
           DISPLAY "ACCRUED INTEREST:      " LON-AMOUNTDIS
           MOVE LON-PAYOFF TO LON-AMOUNTDIS
           DISPLAY "FULL PAYOFF TODAY:     " LON-AMOUNTDIS
           DISPLAY "AMOUNT RECEIVED:       " WITH NO ADVANCING.
           ACCEPT LON-AMOUNTIN.
           MOVE LON-AMOUNTIN TO LON-AMOUNT.
           IF LON-AMOUNT NOT > LON-PENALTY + LON-ACCRUED
              DISPLAY "AMOUNT DOES NOT COVER THE PENALTY AND INTEREST"
              EXIT PARAGRAPH
           END-IF
           IF LON-AMOUNT > LON-PAYOFF
              DISPLAY "AMOUNT EXCEEDS THE PAYOFF - NOTHING POSTED"
              EXIT PARAGRAPH
           END-IF

           IF LON-IN-LOCKIN = 1
              COMPUTE LON-PREPAID ROUNDED =
                  (LON-AMOUNT - LON-PENALTY - LON-ACCRUED)
                  / (1 + LON-CHARGE-PCT / 100)
           ELSE
              COMPUTE LON-PREPAID =
                  LON-AMOUNT - LON-PENALTY - LON-ACCRUED
           END-IF

           IF LON-PREPAID NOT < LON-BALANCE OR LON-AMOUNT = LON-PAYOFF
              MOVE LON-BALANCE TO LON-PREPAID
              MOVE LON-PAYOFF TO LON-AMOUNT
              MOVE 'P' TO LON-NEW-STATUS
              MOVE 0 TO LON-BALANCE
              MOVE 0 TO LON-LEFT
           ELSE
              COMPUTE LON-CHARGE = LON-AMOUNT - LON-PENALTY
                  - LON-ACCRUED - LON-PREPAID
              MOVE 'A' TO LON-NEW-STATUS
              DISPLAY "RECAST: [T]ERM SHORTENED OR [I]NSTALLMENT "
                  "LOWERED: " WITH NO ADVANCING
              ACCEPT LON-RECAST-MODE
              IF LON-RECAST-MODE NOT = 'T' AND LON-RECAST-MODE NOT = 'I'
                 DISPLAY "INVALID RECAST CHOICE - NOTHING POSTED"
                 EXIT PARAGRAPH
              END-IF
              PERFORM FIND-CURRENT-INSTALLMENT
              SUBTRACT LON-PREPAID FROM LON-BALANCE
              COMPUTE LON-MONTHLY-RATE ROUNDED = LON-RATE / 100 / 12
              IF LON-RECAST-MODE = 'I'
                 PERFORM LEVEL-PAYMENT-ON-BALANCE
              ELSE
                 PERFORM COUNT-REMAINING-TERM
                 COMPUTE LON-TERM = LON-PAID-COUNT + LON-LEFT
              END-IF
           END-IF

           PERFORM SAVE-LOAN-MASTER
           MOVE LON-PAID-COUNT TO LON-KEEP-THRU
           PERFORM ARCHIVE-ACCOUNT-SCHEDULE
           IF LON-NEW-STATUS = 'A'
              PERFORM WRITE-RECAST-ROWS
           END-IF
           PERFORM RESTORE-SCHEDULE-FROM-TEMP
           PERFORM JOURNAL-PREPAYMENT

           MOVE LON-AMOUNT TO LON-AMOUNTDIS
           DISPLAY "RECEIVED:              " LON-AMOUNTDIS
           MOVE LON-CHARGE TO LON-AMOUNTDIS
           DISPLAY "PREPAYMENT CHARGE:     " LON-AMOUNTDIS
           MOVE LON-PREPAID TO LON-AMOUNTDIS
           DISPLAY "PRINCIPAL REDUCED BY:  " LON-AMOUNTDIS
           IF LON-NEW-STATUS = 'P'
              DISPLAY "LOAN " LON-ACCT " IS PAID IN FULL"
           ELSE
              MOVE LON-BALANCE TO LON-AMOUNTDIS
              DISPLAY "NEW BALANCE:           " LON-AMOUNTDIS
              MOVE LON-PAYMENT TO LON-AMOUNTDIS
              DISPLAY "NEW INSTALLMENT:       " LON-AMOUNTDIS
              DISPLAY "INSTALLMENTS LEFT:     " LON-LEFT
           END-IF.
           EXIT.

      ***** THE INSTALLMENT NOW DUE, FROM THE STORED SCHEDULE; A LEVEL
      ***** PAYMENT OVER THE UNPAID TERM WHEN NO ROW IS ON FILE
       FIND-CURRENT-INSTALLMENT.
           COMPUTE LON-LEFT = LON-TERM - LON-PAID-COUNT
           IF LON-LEFT < 1
              MOVE 1 TO LON-LEFT
           END-IF
           COMPUTE LON-ROW-NO = LON-PAID-COUNT + 1
           MOVE 0 TO LON-PAYMENT
           MOVE 0 TO LON-SCH-EOF
           OPEN EXTEND LOAN-SCHEDULE
           CLOSE LOAN-SCHEDULE
           OPEN INPUT LOAN-SCHEDULE
           READ LOAN-SCHEDULE
              AT END MOVE 1 TO LON-SCH-EOF
           END-READ
           PERFORM UNTIL LON-SCH-EOF = 1
              IF SCH-ACCT = LON-ACCT AND SCH-INSTALLMENT = LON-ROW-NO
                 MOVE SCH-PAYMENT TO LON-PAYMENT
              END-IF
              READ LOAN-SCHEDULE
                 AT END MOVE 1 TO LON-SCH-EOF
              END-READ
           END-PERFORM
           CLOSE LOAN-SCHEDULE
           IF LON-PAYMENT = 0
              COMPUTE LON-MONTHLY-RATE ROUNDED = LON-RATE / 100 / 12
              PERFORM LEVEL-PAYMENT-ON-BALANCE
           END-IF.
           EXIT.

      ***** LEVEL PAYMENT THAT RETIRES LON-BALANCE IN LON-LEFT MONTHS
       LEVEL-PAYMENT-ON-BALANCE.
           MOVE 1 TO LON-FACTOR
           PERFORM LON-LEFT TIMES
              COMPUTE LON-FACTOR ROUNDED =
                  LON-FACTOR * (1 + LON-MONTHLY-RATE)
           END-PERFORM
           IF LON-MONTHLY-RATE = 0
              COMPUTE LON-PAYMENT ROUNDED = LON-BALANCE / LON-LEFT
           ELSE
              COMPUTE LON-PAYMENT ROUNDED =
                  LON-BALANCE * LON-MONTHLY-RATE * LON-FACTOR
                  / (LON-FACTOR - 1)
           END-IF.
           EXIT.

      ***** KEEP THE INSTALLMENT AND COUNT THE MONTHS IT NOW TAKES
       COUNT-REMAINING-TERM.
           MOVE LON-BALANCE TO LON-REMAINING
           MOVE 0 TO LON-LEFT
           PERFORM UNTIL LON-REMAINING = 0 OR LON-LEFT = 999
              COMPUTE LON-INT-PART ROUNDED =
                  LON-REMAINING * LON-MONTHLY-RATE
              ADD 1 TO LON-LEFT
              IF LON-PAYMENT - LON-INT-PART NOT < LON-REMAINING
                 MOVE 0 TO LON-REMAINING
              ELSE
                 COMPUTE LON-REMAINING =
                     LON-REMAINING - (LON-PAYMENT - LON-INT-PART)
              END-IF
           END-PERFORM.
           EXIT.

      ***** REWRITE THE LOAN MASTER VIA THE TEMP FILE
       SAVE-LOAN-MASTER.
           MOVE 0 TO LON-EOF-FLAG
           OPEN INPUT LOAN-MASTER
           OPEN OUTPUT LOAN-MASTER-TEMP
           READ LOAN-MASTER
              AT END MOVE 1 TO LON-EOF-FLAG
           END-READ
           PERFORM UNTIL LON-EOF-FLAG = 1
              IF LN-ACCT = LON-ACCT AND LN-STATUS = 'A'
                 MOVE LON-BALANCE TO LN-BALANCE
                 MOVE LON-TERM TO LN-TERM
                 MOVE LON-NEW-STATUS TO LN-STATUS
                 MOVE 0 TO LN-PENALTY-DUE
              END-IF
              WRITE TEMP-LOAN-MASTER-REC FROM LOAN-MASTER-REC
              READ LOAN-MASTER
                 AT END MOVE 1 TO LON-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER
           CLOSE LOAN-MASTER-TEMP

           MOVE 0 TO LON-EOF-FLAG
           OPEN INPUT LOAN-MASTER-TEMP
           OPEN OUTPUT LOAN-MASTER
           READ LOAN-MASTER-TEMP
              AT END MOVE 1 TO LON-EOF-FLAG
           END-READ
           PERFORM UNTIL LON-EOF-FLAG = 1
              WRITE LOAN-MASTER-REC FROM TEMP-LOAN-MASTER-REC
              READ LOAN-MASTER-TEMP
                 AT END MOVE 1 TO LON-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-TEMP
           CLOSE LOAN-MASTER.
           EXIT.

      ***** COPY THE SCHEDULE TO THE TEMP FILE, SENDING EVERY ROW OF
      ***** THIS ACCOUNT TO THE HISTORY FILE AND KEEPING ONLY ITS
      ***** INSTALLMENTS UP TO LON-KEEP-THRU; OTHER LOANS PASS AS-IS
       ARCHIVE-ACCOUNT-SCHEDULE.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO LON-SCH-EOF
           OPEN EXTEND LOAN-SCHEDULE
           CLOSE LOAN-SCHEDULE
           OPEN INPUT LOAN-SCHEDULE
           OPEN OUTPUT LOAN-SCHEDULE-TEMP
           OPEN EXTEND SCHEDULE-HISTORY
           READ LOAN-SCHEDULE
              AT END MOVE 1 TO LON-SCH-EOF
           END-READ
           PERFORM UNTIL LON-SCH-EOF = 1
              IF SCH-ACCT = LON-ACCT
                 MOVE BDT-DATE TO HSCH-SUPERSEDED
                 MOVE SCH-ACCT TO HSCH-ACCT
                 MOVE SCH-INSTALLMENT TO HSCH-INSTALLMENT
                 MOVE SCH-PAYMENT TO HSCH-PAYMENT
                 MOVE SCH-INTEREST TO HSCH-INTEREST
                 MOVE SCH-PRINCIPAL TO HSCH-PRINCIPAL
                 MOVE SCH-REMAINING TO HSCH-REMAINING
                 MOVE SCH-DUE-DATE TO HSCH-DUE-DATE
                 WRITE SCHEDULE-HISTORY-REC
                 IF SCH-INSTALLMENT NOT > LON-KEEP-THRU
                    WRITE TEMP-LOAN-SCHEDULE-REC FROM LOAN-SCHEDULE-REC
                 END-IF
              ELSE
                 WRITE TEMP-LOAN-SCHEDULE-REC FROM LOAN-SCHEDULE-REC
              END-IF
              READ LOAN-SCHEDULE
                 AT END MOVE 1 TO LON-SCH-EOF
              END-READ
           END-PERFORM
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-SCHEDULE-TEMP
           CLOSE SCHEDULE-HISTORY.
           EXIT.

      ***** APPEND THE RECAST INSTALLMENTS, NUMBERED ON FROM THE LAST
      ***** ONE PAID, TO THE TEMP SCHEDULE AND THE SCHEDULE REPORT
       WRITE-RECAST-ROWS.
           OPEN EXTEND LOAN-SCHEDULE-TEMP
           OPEN OUTPUT SCHEDULE-REPORT
           MOVE LON-ACCT TO LON-SCH-HEAD-ACCT
           WRITE SCHEDULE-REPORT-REC FROM LON-SCH-HEAD-LINE
           WRITE SCHEDULE-REPORT-REC FROM LON-SCH-COL-LINE
           MOVE LON-BALANCE TO LON-REMAINING
           PERFORM VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > LON-LEFT
              COMPUTE LON-INT-PART ROUNDED =
                  LON-REMAINING * LON-MONTHLY-RATE
              IF LON-IDX = LON-LEFT
                 OR LON-PAYMENT - LON-INT-PART > LON-REMAINING
                 COMPUTE LON-PRIN-PART = LON-REMAINING
                 COMPUTE LON-PAYMENT = LON-PRIN-PART + LON-INT-PART
              ELSE
                 COMPUTE LON-PRIN-PART = LON-PAYMENT - LON-INT-PART
              END-IF
              SUBTRACT LON-PRIN-PART FROM LON-REMAINING
              COMPUTE LON-ROW-NO = LON-PAID-COUNT + LON-IDX

              MOVE LON-ACCT TO TSCH-ACCT
              MOVE LON-ROW-NO TO TSCH-INSTALLMENT
              MOVE LON-PAYMENT TO TSCH-PAYMENT
              MOVE LON-INT-PART TO TSCH-INTEREST
              MOVE LON-PRIN-PART TO TSCH-PRINCIPAL
              MOVE LON-REMAINING TO TSCH-REMAINING
              PERFORM COMPUTE-DUE-DATE
              MOVE LON-DUE-DATE TO TSCH-DUE-DATE
              WRITE TEMP-LOAN-SCHEDULE-REC

              MOVE LON-ROW-NO TO LON-SCH-DET-NO
              MOVE LON-DUE-DATE TO LON-SCH-DET-DUE
              MOVE LON-PAYMENT TO LON-SCH-DET-PAY
              MOVE LON-INT-PART TO LON-SCH-DET-INT
              MOVE LON-PRIN-PART TO LON-SCH-DET-PRIN
              MOVE LON-REMAINING TO LON-SCH-DET-REM
              WRITE SCHEDULE-REPORT-REC FROM LON-SCH-DETAIL-LINE
           END-PERFORM
           CLOSE LOAN-SCHEDULE-TEMP
           CLOSE SCHEDULE-REPORT.
           EXIT.

       RESTORE-SCHEDULE-FROM-TEMP.
           MOVE 0 TO LON-SCH-EOF
           OPEN INPUT LOAN-SCHEDULE-TEMP
           OPEN OUTPUT LOAN-SCHEDULE
           READ LOAN-SCHEDULE-TEMP
              AT END MOVE 1 TO LON-SCH-EOF
           END-READ
           PERFORM UNTIL LON-SCH-EOF = 1
              WRITE LOAN-SCHEDULE-REC FROM TEMP-LOAN-SCHEDULE-REC
              READ LOAN-SCHEDULE-TEMP
                 AT END MOVE 1 TO LON-SCH-EOF
              END-READ
           END-PERFORM
           CLOSE LOAN-SCHEDULE-TEMP
           CLOSE LOAN-SCHEDULE.
           EXIT.

      ***** PENALTY, INTEREST AND PRINCIPAL GO TO THE JOURNAL AS A LOAN
      ***** PAYMENT; THE CHARGE IS ITS OWN CODE SO IT POSTS TO FEE
      ***** INCOME
       JOURNAL-PREPAYMENT.
           MOVE 0 TO LON-DEP-BALANCE
           OPEN INPUT BANKLEDGER
           MOVE LON-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              NOT INVALID KEY
                 MOVE LEDG-BALANCE TO LON-DEP-BALANCE
           END-READ
           CLOSE BANKLEDGER

           PERFORM SET-BUSINESS-STAMP
           OPEN EXTEND BANK-JOURNAL
           MOVE LON-ACCT TO JRNL-BANKNUM
           MOVE 'P' TO JRNL-TCODE
           COMPUTE JRNL-AMOUNT = LON-PENALTY + LON-ACCRUED + LON-PREPAID
           MOVE LON-DEP-BALANCE TO JRNL-BALANCE
           MOVE BDT-STAMP TO JRNL-TIMESTAMP
           MOVE SPACE TO JRNL-RECON
           MOVE "*LOAN" TO JRNL-OPERATOR
           MOVE SPACES TO JRNL-BRANCH
           WRITE BANK-JOURNAL-REC
           IF LON-CHARGE > 0
              MOVE 'Q' TO JRNL-TCODE
              MOVE LON-CHARGE TO JRNL-AMOUNT
              WRITE BANK-JOURNAL-REC
           END-IF
           CLOSE BANK-JOURNAL.
           EXIT.

      ***** COLLATERAL POLICY FROM ITS PARAMETER FILE; THE DEFAULT ROW
      ***** (80.00 PERCENT LOAN-TO-VALUE, APPRAISALS GOOD FOR 24
      ***** MONTHS) IS SEEDED WHEN EMPTY
       LOAD-COLLATERAL-PARAMS.
           MOVE 0 TO LON-PARAM-EOF
           OPEN EXTEND COLLATERAL-PARAMS
           CLOSE COLLATERAL-PARAMS
           OPEN INPUT COLLATERAL-PARAMS
           READ COLLATERAL-PARAMS
              AT END MOVE 1 TO LON-PARAM-EOF
           END-READ
           CLOSE COLLATERAL-PARAMS
           IF LON-PARAM-EOF = 1
              MOVE 80.00 TO CLP-MAX-LTV-PCT
              MOVE 24 TO CLP-APPRAISAL-MONTHS
              OPEN OUTPUT COLLATERAL-PARAMS
              WRITE COLLATERAL-PARAM-REC
              CLOSE COLLATERAL-PARAMS
           END-IF
           MOVE CLP-MAX-LTV-PCT TO LON-MAX-LTV
           MOVE CLP-APPRAISAL-MONTHS TO LON-APPR-MONTHS.
           EXIT.

      ***** APPRAISED VALUE OF EVERYTHING STILL HELD FOR LON-ACCT, AND
      ***** THE HIGHEST ITEM NUMBER USED ON THE ACCOUNT SO FAR
       SUM-ACCOUNT-COLLATERAL.
           MOVE 0 TO LON-COLL-VALUE
           MOVE 0 TO LON-COLL-ITEMS
           MOVE 0 TO LON-COLL-SEQ
           MOVE 0 TO LON-COLL-EOF
           OPEN EXTEND COLLATERAL
           CLOSE COLLATERAL
           OPEN INPUT COLLATERAL
           READ COLLATERAL
              AT END MOVE 1 TO LON-COLL-EOF
           END-READ
           PERFORM UNTIL LON-COLL-EOF = 1
              IF COL-ACCT = LON-ACCT
                 IF COL-SEQ > LON-COLL-SEQ
                    MOVE COL-SEQ TO LON-COLL-SEQ
                 END-IF
                 IF COL-RELEASED NOT = 'Y'
                    ADD COL-APPRAISED TO LON-COLL-VALUE
                    ADD 1 TO LON-COLL-ITEMS
                 END-IF
              END-IF
              READ COLLATERAL
                 AT END MOVE 1 TO LON-COLL-EOF
              END-READ
           END-PERFORM
           CLOSE COLLATERAL.
           EXIT.

       CHECK-LOAN-TO-VALUE.
           MOVE 'Y' TO LON-CONFIRM
           PERFORM LOAD-COLLATERAL-PARAMS
           PERFORM SUM-ACCOUNT-COLLATERAL
           IF LON-COLL-VALUE = 0
              DISPLAY "NO COLLATERAL ON FILE - UNSECURED LOAN"
              EXIT PARAGRAPH
           END-IF
           COMPUTE LON-LTV ROUNDED =
               LON-PRINCIPAL * 100 / LON-COLL-VALUE
           MOVE LON-LTV TO LON-LTVDIS
           DISPLAY "LOAN-TO-VALUE PERCENT:   " LON-LTVDIS
           IF LON-LTV > LON-MAX-LTV
              MOVE LON-MAX-LTV TO LON-MAX-LTVDIS
              DISPLAY "WARNING: LOAN-TO-VALUE EXCEEDS THE POLICY LIMIT "
                 "OF " LON-MAX-LTVDIS " PERCENT"
              DISPLAY "PROCEED WITH THIS LOAN (Y/N): "
                 WITH NO ADVANCING
              ACCEPT LON-CONFIRM
              IF LON-CONFIRM = 'y'
                 MOVE 'Y' TO LON-CONFIRM
              END-IF
           END-IF.
           EXIT.

      ***** ADD ONE ITEM TO THE REGISTER UNDER THE BORROWER ACCOUNT
       REGISTER-COLLATERAL.
           DISPLAY "BORROWER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT LON-ACCT.
           DISPLAY "TYPE (RE VH DP OT):      " WITH NO ADVANCING.
           ACCEPT LON-COLL-TYPE.
           IF LON-COLL-TYPE NOT = "RE" AND LON-COLL-TYPE NOT = "VH"
              AND LON-COLL-TYPE NOT = "DP" AND LON-COLL-TYPE NOT = "OT"
              DISPLAY "INVALID COLLATERAL TYPE - NOTHING REGISTERED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION:             " WITH NO ADVANCING.
           ACCEPT LON-COLL-DESC.
           DISPLAY "APPRAISED VALUE:         " WITH NO ADVANCING.
           ACCEPT LON-COLL-VALUEIN.
           DISPLAY "APPRAISAL DATE YYYYMMDD: " WITH NO ADVANCING.
           ACCEPT LON-COLL-APPRDATE.
           DISPLAY "INSURANCE EXPIRY YYYYMMDD (BLANK = NONE): "
               WITH NO ADVANCING.
           ACCEPT LON-COLL-INSEXPIRY.
           IF LON-COLL-APPRDATE IS NOT NUMERIC
              DISPLAY "INVALID APPRAISAL DATE - NOTHING REGISTERED"
              EXIT PARAGRAPH
           END-IF
           IF LON-COLL-INSEXPIRY NOT = SPACES
              AND LON-COLL-INSEXPIRY IS NOT NUMERIC
              DISPLAY "INVALID INSURANCE EXPIRY - NOTHING REGISTERED"
              EXIT PARAGRAPH
           END-IF

           PERFORM SUM-ACCOUNT-COLLATERAL
           OPEN EXTEND COLLATERAL
           MOVE LON-ACCT TO COL-ACCT
           ADD 1 TO LON-COLL-SEQ
           MOVE LON-COLL-SEQ TO COL-SEQ
           MOVE LON-COLL-TYPE TO COL-TYPE
           MOVE LON-COLL-DESC TO COL-DESC
           MOVE LON-COLL-VALUEIN TO COL-APPRAISED
           MOVE LON-COLL-APPRDATE TO COL-APPRAISAL-DATE
           MOVE LON-COLL-INSEXPIRY TO COL-INS-EXPIRY
           MOVE 'N' TO COL-RELEASED
           MOVE SPACES TO COL-RELEASE-DATE
           WRITE COLLATERAL-REC
           CLOSE COLLATERAL
           DISPLAY "COLLATERAL ITEM " LON-COLL-SEQ " REGISTERED FOR "
              LON-ACCT.
           EXIT.

      ***** COLLATERAL GOES BACK TO THE BORROWER ONLY WHEN NO LOAN ON
      ***** THE ACCOUNT IS STILL ACTIVE (PAID LOANS ARE STATUS P)
       RELEASE-COLLATERAL.
           DISPLAY "BORROWER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT LON-ACCT.
           PERFORM CHECK-EXISTING-LOAN
           IF LON-FOUND-FLAG = 1
              DISPLAY "LOAN ON " LON-ACCT " IS NOT PAID - "
                 "COLLATERAL CANNOT BE RELEASED"
              EXIT PARAGRAPH
           END-IF

           PERFORM LIST-HELD-COLLATERAL
           IF LON-COLL-ITEMS = 0
              DISPLAY "NO COLLATERAL HELD FOR " LON-ACCT
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM NUMBER TO RELEASE (00 = ALL): "
               WITH NO ADVANCING.
           ACCEPT LON-COLL-SEQIN.
           MOVE LON-COLL-SEQIN TO LON-COLL-SEQ.

           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO LON-RELEASED-COUNT
           MOVE 0 TO LON-COLL-EOF
           OPEN INPUT COLLATERAL
           OPEN OUTPUT COLLATERAL-TEMP
           READ COLLATERAL
              AT END MOVE 1 TO LON-COLL-EOF
           END-READ
           PERFORM UNTIL LON-COLL-EOF = 1
              IF COL-ACCT = LON-ACCT AND COL-RELEASED NOT = 'Y'
                 AND (LON-COLL-SEQ = 0 OR COL-SEQ = LON-COLL-SEQ)
                 MOVE 'Y' TO COL-RELEASED
                 MOVE BDT-DATE TO COL-RELEASE-DATE
                 ADD 1 TO LON-RELEASED-COUNT
              END-IF
              WRITE COLLATERAL-TEMP-REC FROM COLLATERAL-REC
              READ COLLATERAL
                 AT END MOVE 1 TO LON-COLL-EOF
              END-READ
           END-PERFORM
           CLOSE COLLATERAL
           CLOSE COLLATERAL-TEMP

           MOVE 0 TO LON-COLL-EOF
           OPEN INPUT COLLATERAL-TEMP
           OPEN OUTPUT COLLATERAL
           READ COLLATERAL-TEMP
              AT END MOVE 1 TO LON-COLL-EOF
           END-READ
           PERFORM UNTIL LON-COLL-EOF = 1
              WRITE COLLATERAL-REC FROM COLLATERAL-TEMP-REC
              READ COLLATERAL-TEMP
                 AT END MOVE 1 TO LON-COLL-EOF
              END-READ
           END-PERFORM
           CLOSE COLLATERAL-TEMP
           CLOSE COLLATERAL
           DISPLAY "COLLATERAL ITEMS RELEASED: " LON-RELEASED-COUNT.
           EXIT.

       LIST-HELD-COLLATERAL.
           MOVE 0 TO LON-COLL-ITEMS
           MOVE 0 TO LON-COLL-EOF
           OPEN EXTEND COLLATERAL
           CLOSE COLLATERAL
           OPEN INPUT COLLATERAL
           READ COLLATERAL
              AT END MOVE 1 TO LON-COLL-EOF
           END-READ
           PERFORM UNTIL LON-COLL-EOF = 1
              IF COL-ACCT = LON-ACCT AND COL-RELEASED NOT = 'Y'
                 ADD 1 TO LON-COLL-ITEMS
                 MOVE COL-APPRAISED TO LON-COLL-VALUEDIS
                 DISPLAY COL-SEQ "  " COL-TYPE "  " COL-DESC "  "
                    LON-COLL-VALUEDIS
              END-IF
              READ COLLATERAL
                 AT END MOVE 1 TO LON-COLL-EOF
              END-READ
           END-PERFORM
           CLOSE COLLATERAL.
           EXIT.

      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE TIME OF DAY (AND
      ***** THE DATE WHEN NO CONTROL RECORD EXISTS YET)
