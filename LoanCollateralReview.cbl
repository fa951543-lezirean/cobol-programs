      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: APRIL 08, 2024
      * Purpose: MONTHLY COLLATERAL REVIEW: STALE APPRAISALS, LAPSED
      *          INSURANCE AND LOANS OVER THE LOAN-TO-VALUE LIMIT ON
      *          THEIR CURRENT BALANCE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOAN-COLLATERAL-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO
           "C:\cobol_project\LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COLLATERAL ASSIGN TO
           "C:\cobol_project\LoanCollateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COLLATERAL-PARAMS ASSIGN TO
           "C:\cobol_project\LoanCollateralParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT REVIEW-REPORT ASSIGN TO
           "C:\cobol_project\LoanCollateralReview.dat"
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
      ***** ONE-ROW COLLATERAL POLICY: THE HIGHEST LOAN-TO-VALUE
      ***** PERCENT AND THE OLDEST AN APPRAISAL MAY BE, IN MONTHS
       FD COLLATERAL-PARAMS.
       01 COLLATERAL-PARAM-REC.
          05 CLP-MAX-LTV-PCT PIC 9(3)V9(2).
          05 CLP-APPRAISAL-MONTHS PIC 9(3).
       FD REVIEW-REPORT.
       01 REVIEW-REPORT-REC PIC X(80).
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
      ********** REVIEW FIELDS
       01 CLR-SEQ.
          05 CLR-EOF-FLAG PIC 9 VALUE 0.
          05 CLR-COLL-EOF PIC 9 VALUE 0.
          05 CLR-PARAM-EOF PIC 9 VALUE 0.
          05 CLR-MAX-LTV PIC 9(3)V9(2).
          05 CLR-APPR-MONTHS PIC 9(3).
          05 CLR-TODAY-INT PIC 9(7).
          05 CLR-APPR-INT PIC 9(7).
          05 CLR-STALE-DAYS PIC 9(5).
          05 CLR-VALUE PIC 9(8)V9(2).
          05 CLR-LTV PIC 9(5)V9(2).
          05 CLR-LOANS PIC 9(5) VALUE 0.
          05 CLR-EXCEPTIONS PIC 9(5) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 CLR-HEAD-LINE.
          05 FILLER PIC X(32) VALUE "COLLATERAL REVIEW EXCEPTIONS AS ".
          05 FILLER PIC X(3) VALUE "OF ".
          05 CLR-HEAD-DATE PIC X(8).
       01 CLR-COL-LINE.
          05 FILLER PIC X(12) VALUE "ACCT  ITEM  ".
          05 FILLER PIC X(34) VALUE "TYPE  DESCRIPTION".
          05 FILLER PIC X(24) VALUE "EXCEPTION".
       01 CLR-ITEM-LINE.
          05 CLR-IT-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CLR-IT-SEQ PIC Z9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 CLR-IT-TYPE PIC X(2).
          05 FILLER PIC X(4) VALUE SPACES.
          05 CLR-IT-DESC PIC X(28).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CLR-IT-TEXT PIC X(20).
          05 CLR-IT-DATE PIC X(8).
       01 CLR-LTV-LINE.
          05 CLR-LT-ACCT PIC X(5).
          05 FILLER PIC X(13) VALUE "  BALANCE".
          05 CLR-LT-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(8) VALUE "  VALUE ".
          05 CLR-LT-VALUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE "  LTV ".
          05 CLR-LT-LTV PIC ZZ,ZZ9.99.
          05 FILLER PIC X(12) VALUE " OVER LIMIT".
       01 CLR-TOTAL-LINE.
          05 FILLER PIC X(24) VALUE "ACTIVE LOANS REVIEWED:  ".
          05 CLR-TOT-LOANS PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE "   EXCEPTIONS:  ".
          05 CLR-TOT-EXC PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-COLLATERAL-PARAMS
           COMPUTE CLR-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))
           COMPUTE CLR-STALE-DAYS = CLR-APPR-MONTHS * 30

           OPEN OUTPUT REVIEW-REPORT
           MOVE BDT-DATE TO CLR-HEAD-DATE
           WRITE REVIEW-REPORT-REC FROM CLR-HEAD-LINE
           WRITE REVIEW-REPORT-REC FROM CLR-COL-LINE

           MOVE 0 TO CLR-EOF-FLAG
           OPEN EXTEND LOAN-MASTER
           CLOSE LOAN-MASTER
           OPEN INPUT LOAN-MASTER
           READ LOAN-MASTER
              AT END MOVE 1 TO CLR-EOF-FLAG
           END-READ
           PERFORM UNTIL CLR-EOF-FLAG = 1
              IF LN-STATUS = 'A'
                 ADD 1 TO CLR-LOANS
                 PERFORM REVIEW-LOAN-COLLATERAL
              END-IF
              READ LOAN-MASTER
                 AT END MOVE 1 TO CLR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER

           MOVE CLR-LOANS TO CLR-TOT-LOANS
           MOVE CLR-EXCEPTIONS TO CLR-TOT-EXC
           WRITE REVIEW-REPORT-REC FROM CLR-TOTAL-LINE
           CLOSE REVIEW-REPORT

           MOVE CLR-LOANS TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "COLLATERAL EXCEPTIONS LISTED: " CLR-EXCEPTIONS.
           GOBACK.

      ***** SAME POLICY ROW THE LOAN MODULE USES AT SETUP; SEEDED WITH
      ***** THE SAME DEFAULTS IF THE MODULE HAS NOT CREATED IT YET
       LOAD-COLLATERAL-PARAMS.
           MOVE 0 TO CLR-PARAM-EOF
           OPEN EXTEND COLLATERAL-PARAMS
           CLOSE COLLATERAL-PARAMS
           OPEN INPUT COLLATERAL-PARAMS
           READ COLLATERAL-PARAMS
              AT END MOVE 1 TO CLR-PARAM-EOF
           END-READ
           CLOSE COLLATERAL-PARAMS
           IF CLR-PARAM-EOF = 1
              MOVE 80.00 TO CLP-MAX-LTV-PCT
              MOVE 24 TO CLP-APPRAISAL-MONTHS
              OPEN OUTPUT COLLATERAL-PARAMS
              WRITE COLLATERAL-PARAM-REC
              CLOSE COLLATERAL-PARAMS
           END-IF
           MOVE CLP-MAX-LTV-PCT TO CLR-MAX-LTV
           MOVE CLP-APPRAISAL-MONTHS TO CLR-APPR-MONTHS.
           EXIT.

      ***** EACH HELD ITEM IS CHECKED FOR ITS APPRAISAL AGE AND ITS
      ***** INSURANCE (BLANK = NOT INSURED, NOT REPORTED); THE LOAN IS
      ***** THEN CHECKED AGAINST THE TOTAL VALUE STILL HELD
       REVIEW-LOAN-COLLATERAL.
           MOVE 0 TO CLR-VALUE
           MOVE 0 TO CLR-COLL-EOF
           OPEN EXTEND COLLATERAL
           CLOSE COLLATERAL
           OPEN INPUT COLLATERAL
           READ COLLATERAL
              AT END MOVE 1 TO CLR-COLL-EOF
           END-READ
           PERFORM UNTIL CLR-COLL-EOF = 1
              IF COL-ACCT = LN-ACCT AND COL-RELEASED NOT = 'Y'
                 ADD COL-APPRAISED TO CLR-VALUE
                 PERFORM CHECK-COLLATERAL-ITEM
              END-IF
              READ COLLATERAL
                 AT END MOVE 1 TO CLR-COLL-EOF
              END-READ
           END-PERFORM
           CLOSE COLLATERAL

           IF CLR-VALUE > 0
              COMPUTE CLR-LTV ROUNDED = LN-BALANCE * 100 / CLR-VALUE
              IF CLR-LTV > CLR-MAX-LTV
                 ADD 1 TO CLR-EXCEPTIONS
                 MOVE LN-ACCT TO CLR-LT-ACCT
                 MOVE LN-BALANCE TO CLR-LT-BALANCE
                 MOVE CLR-VALUE TO CLR-LT-VALUE
                 MOVE CLR-LTV TO CLR-LT-LTV
                 WRITE REVIEW-REPORT-REC FROM CLR-LTV-LINE
              END-IF
           END-IF.
           EXIT.

       CHECK-COLLATERAL-ITEM.
           MOVE COL-ACCT TO CLR-IT-ACCT
           MOVE COL-SEQ TO CLR-IT-SEQ
           MOVE COL-TYPE TO CLR-IT-TYPE
           MOVE COL-DESC TO CLR-IT-DESC
           IF COL-APPRAISAL-DATE IS NUMERIC
              COMPUTE CLR-APPR-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(COL-APPRAISAL-DATE))
              IF CLR-TODAY-INT - CLR-APPR-INT > CLR-STALE-DAYS
                 ADD 1 TO CLR-EXCEPTIONS
                 MOVE "APPRAISAL STALE     " TO CLR-IT-TEXT
                 MOVE COL-APPRAISAL-DATE TO CLR-IT-DATE
                 WRITE REVIEW-REPORT-REC FROM CLR-ITEM-LINE
              END-IF
           ELSE
              ADD 1 TO CLR-EXCEPTIONS
              MOVE "NO APPRAISAL DATE   " TO CLR-IT-TEXT
              MOVE SPACES TO CLR-IT-DATE
              WRITE REVIEW-REPORT-REC FROM CLR-ITEM-LINE
           END-IF
           IF COL-INS-EXPIRY NOT = SPACES
              AND COL-INS-EXPIRY < BDT-DATE
              ADD 1 TO CLR-EXCEPTIONS
              MOVE "INSURANCE LAPSED    " TO CLR-IT-TEXT
              MOVE COL-INS-EXPIRY TO CLR-IT-DATE
              WRITE REVIEW-REPORT-REC FROM CLR-ITEM-LINE
           END-IF.
           EXIT.

       LOG-RUN-START.
           MOVE "BANK-LOAN-COLLATERAL-REVIEW" TO RC-PROGRAM
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
           MOVE "BANK-LOAN-COLLATERAL-REVIEW" TO RC-PROGRAM
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

       END PROGRAM BANK-LOAN-COLLATERAL-REVIEW.
