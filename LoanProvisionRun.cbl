      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: MARCH 18, 2024
      * Purpose: MONTH-END LOAN CLASSIFICATION BY DAYS PAST DUE,
      *          REQUIRED ALLOWANCE FOR LOAN LOSSES, THE TOP-UP OR
      *          REVERSAL ENTRY FOR THE GL BATCH, AND THE
      *          PORTFOLIO-AT-RISK REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOAN-PROVISION-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO
           "C:\cobol_project\LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PROVISION-PARAMS ASSIGN TO
           "C:\cobol_project\LoanProvisionParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PROVISION-HISTORY ASSIGN TO
           "C:\cobol_project\LoanProvisionHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PROVISION-HISTORY-TEMP ASSIGN TO
           "C:\cobol_project\LoanProvisionHistTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RISK-REPORT ASSIGN TO
           "C:\cobol_project\LoanPortfolioRisk.dat"
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
      ***** ONE LOAN PER BORROWER ACCOUNT (LN-STATUS: A=ACTIVE P=PAID)
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
      ***** ONE ROW PER CLASS, MILDEST FIRST: A LOAN FALLS IN THE FIRST
      ***** CLASS WHOSE DAY LIMIT COVERS ITS DAYS PAST DUE
      ***** (PVP-CLASS: C EM SS D L)
       FD PROVISION-PARAMS.
       01 PROVISION-PARAM-REC.
          05 PVP-CLASS PIC X(2).
          05 PVP-DESC PIC X(20).
          05 PVP-MAX-DAYS PIC 9(4).
          05 PVP-PCT PIC 9(3)V9(2).
      ***** WHAT EACH MONTH-END BOOKED, BY CLASS; THE LATEST MONTH'S
      ***** ALLOWANCE IS THE BOOKED ALLOWANCE FOR THE NEXT RUN
       FD PROVISION-HISTORY.
       01 PROVISION-HISTORY-REC.
          05 PVH-MONTH PIC X(6).
          05 PVH-CLASS PIC X(2).
          05 PVH-COUNT PIC 9(5).
          05 PVH-BALANCE PIC 9(9)V9(2).
          05 PVH-ALLOWANCE PIC 9(9)V9(2).
       FD PROVISION-HISTORY-TEMP.
       01 PROVISION-HISTORY-TEMP-REC PIC X(35).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE A MARKS
      ***** THE ALLOWANCE ENTRY, WHICH NEVER PASSES THROUGH THE JOURNAL)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
       FD RISK-REPORT.
       01 RISK-REPORT-REC PIC X(120).
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
      ***** ALLOWANCE FOR LOAN LOSSES AND ITS PROVISION EXPENSE
       01 LPV-ALLOWANCE-ACCT PIC X(4) VALUE "1290".
       01 LPV-EXPENSE-ACCT PIC X(4) VALUE "5300".
      ********** CLASS TABLE: POLICY, THIS MONTH AND LAST MONTH
       01 LPV-CLASS-TABLE.
          05 LPV-CLASS-ENTRY OCCURS 9 TIMES.
             10 LPV-T-CLASS PIC X(2).
             10 LPV-T-DESC PIC X(20).
             10 LPV-T-MAX-DAYS PIC 9(4).
             10 LPV-T-PCT PIC 9(3)V9(2).
             10 LPV-T-COUNT PIC 9(5).
             10 LPV-T-BALANCE PIC 9(9)V9(2).
             10 LPV-T-REQUIRED PIC 9(9)V9(2).
             10 LPV-T-PRIOR-COUNT PIC 9(5).
             10 LPV-T-PRIOR-BALANCE PIC 9(9)V9(2).
       01 LPV-CLASS-COUNT PIC 9(2) VALUE 0.
       01 LPV-IDX PIC 9(2).
       01 LPV-HIT PIC 9(2).
      ********** RUN FIELDS
       01 LPV-SEQ.
          05 LPV-EOF-FLAG PIC 9 VALUE 0.
          05 LPV-MONTH PIC X(6).
          05 LPV-PRIOR-MONTH PIC X(6) VALUE SPACES.
          05 LPV-RERUN PIC 9 VALUE 0.
          05 LPV-TODAY-INT PIC 9(7).
          05 LPV-DISB-INT PIC 9(7).
          05 LPV-OLDEST-DUE-INT PIC 9(7).
          05 LPV-DAYS-PAST-DUE PIC 9(5).
          05 LPV-LOANS PIC 9(5) VALUE 0.
          05 LPV-BOOK-TOTAL PIC 9(9)V9(2) VALUE 0.
          05 LPV-AT-RISK PIC 9(9)V9(2) VALUE 0.
          05 LPV-PAR-PCT PIC 9(3)V9(2) VALUE 0.
          05 LPV-REQUIRED-TOTAL PIC 9(9)V9(2) VALUE 0.
          05 LPV-BOOKED-THIS PIC 9(9)V9(2) VALUE 0.
          05 LPV-BOOKED-PRIOR PIC 9(9)V9(2) VALUE 0.
          05 LPV-BOOKED PIC 9(9)V9(2) VALUE 0.
          05 LPV-ADJUSTMENT PIC 9(9)V9(2) VALUE 0.
          05 LPV-CHANGE PIC S9(9)V9(2).
      ********** REPORT LINE LAYOUTS
       01 LPV-HEAD-LINE.
          05 FILLER PIC X(48)
             VALUE "LOAN PORTFOLIO CLASSIFICATION AND PROVISIONING  ".
          05 FILLER PIC X(6) VALUE "MONTH ".
          05 LPV-HEAD-MONTH PIC X(6).
          05 FILLER PIC X(12) VALUE "  PRIOR    ".
          05 LPV-HEAD-PRIOR PIC X(6).
       01 LPV-COL-LINE.
          05 FILLER PIC X(25) VALUE "CL  CLASS".
          05 FILLER PIC X(21) VALUE "COUNT         BALANCE".
          05 FILLER PIC X(24) VALUE "    PCT        REQUIRED".
          05 FILLER PIC X(23) VALUE "  PRIOR   PRIOR BALANCE".
          05 FILLER PIC X(15) VALUE "     BAL CHANGE".
       01 LPV-DETAIL-LINE.
          05 LPV-DET-CLASS PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPV-DET-DESC PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 LPV-DET-COUNT PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPV-DET-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPV-DET-PCT PIC ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPV-DET-REQUIRED PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPV-DET-PRIOR-COUNT PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPV-DET-PRIOR-BAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPV-DET-CHANGE PIC -ZZZ,ZZZ,ZZ9.99.
       01 LPV-SUM-LINE.
          05 LPV-SUM-LABEL PIC X(34).
          05 LPV-SUM-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 LPV-PAR-LINE.
          05 FILLER PIC X(34)
             VALUE "PORTFOLIO AT RISK (PERCENT)".
          05 LPV-PAR-DIS PIC ZZ9.99.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "PORTFOLIO-RISK".
          05 SPL-P-PROGRAM PIC X(24) VALUE "BANK-LOAN-PROVISION-RUN".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\LoanPortfolioRisk.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE(1:6) TO LPV-MONTH
           COMPUTE LPV-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))

           PERFORM LOAD-PROVISION-PARAMS
           PERFORM LOAD-PROVISION-HISTORY
           PERFORM CLASSIFY-LOAN-BOOK
           PERFORM POST-ALLOWANCE-ENTRY
           PERFORM SAVE-PROVISION-HISTORY
           PERFORM WRITE-RISK-REPORT

           MOVE LPV-LOANS TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "LOANS CLASSIFIED: " LPV-LOANS.
           GOBACK.

      ***** CLASS POLICY FROM ITS PARAMETER FILE, SEEDED WITH THE
      ***** STANDARD BANDS AND ALLOWANCE RATES THE FIRST TIME
       LOAD-PROVISION-PARAMS.
           MOVE 0 TO LPV-EOF-FLAG
           MOVE 0 TO LPV-CLASS-COUNT
           OPEN EXTEND PROVISION-PARAMS
           CLOSE PROVISION-PARAMS
           OPEN INPUT PROVISION-PARAMS
           READ PROVISION-PARAMS
              AT END MOVE 1 TO LPV-EOF-FLAG
           END-READ
           PERFORM UNTIL LPV-EOF-FLAG = 1
              IF LPV-CLASS-COUNT < 9
                 ADD 1 TO LPV-CLASS-COUNT
                 INITIALIZE LPV-CLASS-ENTRY(LPV-CLASS-COUNT)
                 MOVE PVP-CLASS TO LPV-T-CLASS(LPV-CLASS-COUNT)
                 MOVE PVP-DESC TO LPV-T-DESC(LPV-CLASS-COUNT)
                 MOVE PVP-MAX-DAYS TO LPV-T-MAX-DAYS(LPV-CLASS-COUNT)
                 MOVE PVP-PCT TO LPV-T-PCT(LPV-CLASS-COUNT)
              END-IF
              READ PROVISION-PARAMS
                 AT END MOVE 1 TO LPV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PROVISION-PARAMS
           IF LPV-CLASS-COUNT = 0
              PERFORM SEED-PROVISION-PARAMS
           END-IF.
           EXIT.

       SEED-PROVISION-PARAMS.
           OPEN OUTPUT PROVISION-PARAMS
           MOVE "C " TO PVP-CLASS
           MOVE "CURRENT" TO PVP-DESC
           MOVE 30 TO PVP-MAX-DAYS
           MOVE 1.00 TO PVP-PCT
           WRITE PROVISION-PARAM-REC
           MOVE "EM" TO PVP-CLASS
           MOVE "ESPECIALLY MENTIONED" TO PVP-DESC
           MOVE 90 TO PVP-MAX-DAYS
           MOVE 5.00 TO PVP-PCT
           WRITE PROVISION-PARAM-REC
           MOVE "SS" TO PVP-CLASS
           MOVE "SUBSTANDARD" TO PVP-DESC
           MOVE 180 TO PVP-MAX-DAYS
           MOVE 25.00 TO PVP-PCT
           WRITE PROVISION-PARAM-REC
           MOVE "D " TO PVP-CLASS
           MOVE "DOUBTFUL" TO PVP-DESC
           MOVE 365 TO PVP-MAX-DAYS
           MOVE 50.00 TO PVP-PCT
           WRITE PROVISION-PARAM-REC
           MOVE "L " TO PVP-CLASS
           MOVE "LOSS" TO PVP-DESC
           MOVE 9999 TO PVP-MAX-DAYS
           MOVE 100.00 TO PVP-PCT
           WRITE PROVISION-PARAM-REC
           CLOSE PROVISION-PARAMS
           PERFORM LOAD-PROVISION-PARAMS.
           EXIT.

      ***** THE FIRST PASS FINDS LAST MONTH (THE LATEST MONTH BEFORE
      ***** THIS ONE); THE SECOND PICKS UP ITS ROWS, AND THIS MONTH'S
      ***** ROWS IF THE RUN IS BEING REPEATED
       LOAD-PROVISION-HISTORY.
           MOVE 0 TO LPV-EOF-FLAG
           OPEN EXTEND PROVISION-HISTORY
           CLOSE PROVISION-HISTORY
           OPEN INPUT PROVISION-HISTORY
           READ PROVISION-HISTORY
              AT END MOVE 1 TO LPV-EOF-FLAG
           END-READ
           PERFORM UNTIL LPV-EOF-FLAG = 1
              IF PVH-MONTH < LPV-MONTH
                 AND (LPV-PRIOR-MONTH = SPACES
                      OR PVH-MONTH > LPV-PRIOR-MONTH)
                 MOVE PVH-MONTH TO LPV-PRIOR-MONTH
              END-IF
              READ PROVISION-HISTORY
                 AT END MOVE 1 TO LPV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PROVISION-HISTORY

           MOVE 0 TO LPV-EOF-FLAG
           OPEN INPUT PROVISION-HISTORY
           READ PROVISION-HISTORY
              AT END MOVE 1 TO LPV-EOF-FLAG
           END-READ
           PERFORM UNTIL LPV-EOF-FLAG = 1
              IF PVH-MONTH = LPV-MONTH
                 MOVE 1 TO LPV-RERUN
                 ADD PVH-ALLOWANCE TO LPV-BOOKED-THIS
              END-IF
              IF PVH-MONTH = LPV-PRIOR-MONTH
                 ADD PVH-ALLOWANCE TO LPV-BOOKED-PRIOR
                 PERFORM FIND-HISTORY-CLASS
                 IF LPV-HIT > 0
                    MOVE PVH-COUNT TO LPV-T-PRIOR-COUNT(LPV-HIT)
                    MOVE PVH-BALANCE TO LPV-T-PRIOR-BALANCE(LPV-HIT)
                 END-IF
              END-IF
              READ PROVISION-HISTORY
                 AT END MOVE 1 TO LPV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PROVISION-HISTORY
           IF LPV-RERUN = 1
              MOVE LPV-BOOKED-THIS TO LPV-BOOKED
           ELSE
              MOVE LPV-BOOKED-PRIOR TO LPV-BOOKED
           END-IF.
           EXIT.

       FIND-HISTORY-CLASS.
           MOVE 0 TO LPV-HIT
           PERFORM VARYING LPV-IDX FROM 1 BY 1
               UNTIL LPV-IDX > LPV-CLASS-COUNT
              IF LPV-T-CLASS(LPV-IDX) = PVH-CLASS
                 MOVE LPV-IDX TO LPV-HIT
              END-IF
           END-PERFORM.
           EXIT.

      ***** DAYS PAST DUE RUN FROM THE OLDEST UNPAID INSTALLMENT'S DUE
      ***** DATE (DISBURSEMENT + 30 DAYS PER INSTALLMENT), THE SAME
      ***** ARITHMETIC THE DELINQUENCY REPORT USES
       CLASSIFY-LOAN-BOOK.
           MOVE 0 TO LPV-EOF-FLAG
           OPEN EXTEND LOAN-MASTER
           CLOSE LOAN-MASTER
           OPEN INPUT LOAN-MASTER
           READ LOAN-MASTER
              AT END MOVE 1 TO LPV-EOF-FLAG
           END-READ
           PERFORM UNTIL LPV-EOF-FLAG = 1
              IF LN-STATUS = 'A'
                 COMPUTE LPV-DISB-INT = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(LN-DISB-DATE))
                 COMPUTE LPV-OLDEST-DUE-INT =
                     LPV-DISB-INT + (LN-PAID-COUNT + 1) * 30
                 IF LPV-TODAY-INT > LPV-OLDEST-DUE-INT
                    COMPUTE LPV-DAYS-PAST-DUE =
                        LPV-TODAY-INT - LPV-OLDEST-DUE-INT
                 ELSE
                    MOVE 0 TO LPV-DAYS-PAST-DUE
                 END-IF
                 MOVE LPV-CLASS-COUNT TO LPV-HIT
                 PERFORM VARYING LPV-IDX FROM LPV-CLASS-COUNT BY -1
                     UNTIL LPV-IDX < 1
                    IF LPV-DAYS-PAST-DUE NOT > LPV-T-MAX-DAYS(LPV-IDX)
                       MOVE LPV-IDX TO LPV-HIT
                    END-IF
                 END-PERFORM
                 ADD 1 TO LPV-T-COUNT(LPV-HIT)
                 ADD LN-BALANCE TO LPV-T-BALANCE(LPV-HIT)
                 ADD 1 TO LPV-LOANS
                 ADD LN-BALANCE TO LPV-BOOK-TOTAL
                 IF LPV-HIT > 1
                    ADD LN-BALANCE TO LPV-AT-RISK
                 END-IF
              END-IF
              READ LOAN-MASTER
                 AT END MOVE 1 TO LPV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER

           PERFORM VARYING LPV-IDX FROM 1 BY 1
               UNTIL LPV-IDX > LPV-CLASS-COUNT
              COMPUTE LPV-T-REQUIRED(LPV-IDX) ROUNDED =
                  LPV-T-BALANCE(LPV-IDX) * LPV-T-PCT(LPV-IDX) / 100
              ADD LPV-T-REQUIRED(LPV-IDX) TO LPV-REQUIRED-TOTAL
           END-PERFORM
           IF LPV-BOOK-TOTAL > 0
              COMPUTE LPV-PAR-PCT ROUNDED =
                  LPV-AT-RISK * 100 / LPV-BOOK-TOTAL
           END-IF.
           EXIT.

      ***** A SHORTFALL IS TOPPED UP (DR PROVISION EXPENSE, CR
      ***** ALLOWANCE); AN EXCESS IS REVERSED THE OTHER WAY
       POST-ALLOWANCE-ENTRY.
           IF LPV-REQUIRED-TOTAL = LPV-BOOKED
              MOVE 0 TO LPV-ADJUSTMENT
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-BATCH
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'A' TO GLB-TCODE
           MOVE "LOANPROV" TO GLB-SOURCE
           IF LPV-REQUIRED-TOTAL > LPV-BOOKED
              COMPUTE LPV-ADJUSTMENT = LPV-REQUIRED-TOTAL - LPV-BOOKED
              MOVE LPV-ADJUSTMENT TO GLB-AMOUNT
              MOVE LPV-EXPENSE-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE LPV-ALLOWANCE-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
           ELSE
              COMPUTE LPV-ADJUSTMENT = LPV-BOOKED - LPV-REQUIRED-TOTAL
              MOVE LPV-ADJUSTMENT TO GLB-AMOUNT
              MOVE LPV-ALLOWANCE-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE LPV-EXPENSE-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
           END-IF
           CLOSE GL-BATCH.
           EXIT.

      ***** THIS MONTH'S ROWS REPLACE ANY FROM AN EARLIER RUN OF THE
      ***** SAME MONTH; EVERY OTHER MONTH IS CARRIED OVER AS-IS
       SAVE-PROVISION-HISTORY.
           MOVE 0 TO LPV-EOF-FLAG
           OPEN INPUT PROVISION-HISTORY
           OPEN OUTPUT PROVISION-HISTORY-TEMP
           READ PROVISION-HISTORY
              AT END MOVE 1 TO LPV-EOF-FLAG
           END-READ
           PERFORM UNTIL LPV-EOF-FLAG = 1
              IF PVH-MONTH NOT = LPV-MONTH
                 WRITE PROVISION-HISTORY-TEMP-REC
                    FROM PROVISION-HISTORY-REC
              END-IF
              READ PROVISION-HISTORY
                 AT END MOVE 1 TO LPV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PROVISION-HISTORY
           CLOSE PROVISION-HISTORY-TEMP

           MOVE 0 TO LPV-EOF-FLAG
           OPEN INPUT PROVISION-HISTORY-TEMP
           OPEN OUTPUT PROVISION-HISTORY
           READ PROVISION-HISTORY-TEMP
              AT END MOVE 1 TO LPV-EOF-FLAG
           END-READ
           PERFORM UNTIL LPV-EOF-FLAG = 1
              WRITE PROVISION-HISTORY-REC
                 FROM PROVISION-HISTORY-TEMP-REC
              READ PROVISION-HISTORY-TEMP
                 AT END MOVE 1 TO LPV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PROVISION-HISTORY-TEMP

           PERFORM VARYING LPV-IDX FROM 1 BY 1
               UNTIL LPV-IDX > LPV-CLASS-COUNT
              MOVE LPV-MONTH TO PVH-MONTH
              MOVE LPV-T-CLASS(LPV-IDX) TO PVH-CLASS
              MOVE LPV-T-COUNT(LPV-IDX) TO PVH-COUNT
              MOVE LPV-T-BALANCE(LPV-IDX) TO PVH-BALANCE
              MOVE LPV-T-REQUIRED(LPV-IDX) TO PVH-ALLOWANCE
              WRITE PROVISION-HISTORY-REC
           END-PERFORM
           CLOSE PROVISION-HISTORY.
           EXIT.

       WRITE-RISK-REPORT.
           OPEN OUTPUT RISK-REPORT
           MOVE LPV-MONTH TO LPV-HEAD-MONTH
           MOVE LPV-PRIOR-MONTH TO LPV-HEAD-PRIOR
           WRITE RISK-REPORT-REC FROM LPV-HEAD-LINE
           WRITE RISK-REPORT-REC FROM LPV-COL-LINE
           PERFORM VARYING LPV-IDX FROM 1 BY 1
               UNTIL LPV-IDX > LPV-CLASS-COUNT
              MOVE LPV-T-CLASS(LPV-IDX) TO LPV-DET-CLASS
              MOVE LPV-T-DESC(LPV-IDX) TO LPV-DET-DESC
              MOVE LPV-T-COUNT(LPV-IDX) TO LPV-DET-COUNT
              MOVE LPV-T-BALANCE(LPV-IDX) TO LPV-DET-BALANCE
              MOVE LPV-T-PCT(LPV-IDX) TO LPV-DET-PCT
              MOVE LPV-T-REQUIRED(LPV-IDX) TO LPV-DET-REQUIRED
              MOVE LPV-T-PRIOR-COUNT(LPV-IDX) TO LPV-DET-PRIOR-COUNT
              MOVE LPV-T-PRIOR-BALANCE(LPV-IDX) TO LPV-DET-PRIOR-BAL
              COMPUTE LPV-CHANGE = LPV-T-BALANCE(LPV-IDX)
                  - LPV-T-PRIOR-BALANCE(LPV-IDX)
              MOVE LPV-CHANGE TO LPV-DET-CHANGE
              WRITE RISK-REPORT-REC FROM LPV-DETAIL-LINE
           END-PERFORM

           MOVE SPACES TO RISK-REPORT-REC
           WRITE RISK-REPORT-REC
           MOVE "TOTAL LOAN BOOK" TO LPV-SUM-LABEL
           MOVE LPV-BOOK-TOTAL TO LPV-SUM-AMOUNT
           WRITE RISK-REPORT-REC FROM LPV-SUM-LINE
           MOVE "BALANCE AT RISK (PAST CURRENT)" TO LPV-SUM-LABEL
           MOVE LPV-AT-RISK TO LPV-SUM-AMOUNT
           WRITE RISK-REPORT-REC FROM LPV-SUM-LINE
           MOVE LPV-PAR-PCT TO LPV-PAR-DIS
           WRITE RISK-REPORT-REC FROM LPV-PAR-LINE
           MOVE "REQUIRED ALLOWANCE" TO LPV-SUM-LABEL
           MOVE LPV-REQUIRED-TOTAL TO LPV-SUM-AMOUNT
           WRITE RISK-REPORT-REC FROM LPV-SUM-LINE
           MOVE "BOOKED ALLOWANCE BEFORE THIS RUN" TO LPV-SUM-LABEL
           MOVE LPV-BOOKED TO LPV-SUM-AMOUNT
           WRITE RISK-REPORT-REC FROM LPV-SUM-LINE
           IF LPV-REQUIRED-TOTAL < LPV-BOOKED
              MOVE "REVERSAL POSTED TO THE GL BATCH" TO LPV-SUM-LABEL
           ELSE
              MOVE "TOP-UP POSTED TO THE GL BATCH" TO LPV-SUM-LABEL
           END-IF
           MOVE LPV-ADJUSTMENT TO LPV-SUM-AMOUNT
           WRITE RISK-REPORT-REC FROM LPV-SUM-LINE
           CLOSE RISK-REPORT
           CALL "SPOOL-REGISTER" USING SPL-PARM.
           EXIT.

       LOG-RUN-START.
           MOVE "BANK-LOAN-PROVISION-RUN" TO RC-PROGRAM
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
           MOVE "BANK-LOAN-PROVISION-RUN" TO RC-PROGRAM
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

       END PROGRAM BANK-LOAN-PROVISION-RUN.
