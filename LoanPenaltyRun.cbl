      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: MARCH 04, 2024
      * Purpose: NIGHTLY LATE-PAYMENT PENALTY ON PAST-DUE LOANS; THE
      *          PENALTY GOES TO THE LOAN'S PENALTY-DUE BUCKET AND TO
      *          THE JOURNAL UNDER ITS OWN TRANSACTION CODE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOAN-PENALTY-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO
           "C:\cobol_project\LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAN-MASTER-TEMP ASSIGN TO
           "C:\cobol_project\LoanMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAN-SCHEDULE ASSIGN TO
           "C:\cobol_project\LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PENALTY-PARAMS ASSIGN TO
           "C:\cobol_project\LoanPenaltyParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT BANK-JOURNAL ASSIGN TO
           "C:\cobol_project\BankJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PENALTY-REPORT ASSIGN TO
           "C:\cobol_project\LoanPenaltyReport.dat"
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
      ***** LN-PENALTY-THRU IS THE LAST DATE A PENALTY WAS CHARGED TO
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
       FD LOAN-MASTER-TEMP.
       01 TEMP-LOAN-MASTER-REC PIC X(65).
       FD LOAN-SCHEDULE.
       01 LOAN-SCHEDULE-REC.
          05 SCH-ACCT PIC X(5).
          05 SCH-INSTALLMENT PIC 9(3).
          05 SCH-PAYMENT PIC 9(9)V9(2).
          05 SCH-INTEREST PIC 9(9)V9(2).
          05 SCH-PRINCIPAL PIC 9(9)V9(2).
          05 SCH-REMAINING PIC 9(9)V9(2).
          05 SCH-DUE-DATE PIC X(8).
      ***** ONE-ROW PENALTY POLICY: DAYS OF GRACE AFTER AN INSTALLMENT
      ***** FALLS DUE, THEN A MONTHLY PERCENT ON THE AMOUNT PAST DUE,
      ***** CHARGED DAY BY DAY
       FD PENALTY-PARAMS.
       01 PENALTY-PARAM-REC.
          05 PNP-GRACE-DAYS PIC 9(3).
          05 PNP-RATE-PCT PIC 99V9(2).
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
          05 JRNL-BRANCH PIC X(3).
       FD PENALTY-REPORT.
       01 PENALTY-REPORT-REC PIC X(80).
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
       01 BDT-STAMP PIC X(14).
       01 BDT-EOF PIC 9 VALUE 0.
      ********** PENALTY POLICY
       01 LPN-GRACE-DAYS PIC 9(3) VALUE 0.
       01 LPN-RATE-PCT PIC 99V9(2) VALUE 0.
       01 LPN-PARAM-EOF PIC 9 VALUE 0.
      ********** PENALTY ARITHMETIC
       01 LPN-SEQ.
          05 LPN-EOF-FLAG PIC 9 VALUE 0.
          05 LPN-SCH-EOF PIC 9 VALUE 0.
          05 LPN-TODAY-INT PIC 9(7).
          05 LPN-DISB-INT PIC 9(7).
          05 LPN-OLDEST-DUE-INT PIC 9(7).
          05 LPN-START-INT PIC 9(7).
          05 LPN-THRU-INT PIC 9(7).
          05 LPN-MONTHS-DUE PIC 9(4).
          05 LPN-PAST-DUE PIC 9(3).
          05 LPN-DAYS-LATE PIC 9(5).
          05 LPN-DAYS-CHARGED PIC 9(5).
          05 LPN-ROW-NO PIC 9(3).
          05 LPN-INSTALLMENT PIC 9(9)V9(2).
          05 LPN-LEFT PIC 9(3).
          05 LPN-PAST-DUE-AMT PIC 9(9)V9(2).
          05 LPN-PENALTY PIC 9(9)V9(2).
          05 LPN-CHARGED PIC 9(5) VALUE 0.
          05 LPN-TOTAL PIC 9(11)V9(2) VALUE 0.
      ********** INSTALLMENT DUE DATES (DISBURSEMENT + 30 DAYS PER
      ********** INSTALLMENT, MOVED TO A BANKING DAY)
       01 LPN-DUE.
          05 LPN-DUE-ROW PIC 9(3).
          05 LPN-DUE-DATE PIC X(8).
          05 LPN-DUE-INT PIC 9(7).
          05 LPN-DUE-NUM PIC 9(8).
          05 LPN-DUE-EOF PIC 9 VALUE 0.
       01 BKD-PARM.
          05 BKD-P-PRODUCT PIC X(2) VALUE "LN".
          05 BKD-P-DATE PIC X(8).
          05 BKD-P-ADJUSTED PIC X(8).
          05 BKD-P-RULE PIC X(01).
      ********** REPORT LINE LAYOUTS
       01 LPN-HEAD-LINE.
          05 FILLER PIC X(30) VALUE "LATE-PAYMENT PENALTIES FOR ".
          05 LPN-HEAD-DATE PIC X(8).
       01 LPN-COL-LINE.
          05 FILLER PIC X(23) VALUE "ACCT       PAST DUE".
          05 FILLER PIC X(8) VALUE "DUE DATE".
          05 FILLER PIC X(10) VALUE " DAYS LATE".
          05 FILLER PIC X(15) VALUE "   CHARGED DAYS".
          05 FILLER PIC X(18) VALUE "           PENALTY".
       01 LPN-DETAIL-LINE.
          05 LPN-DET-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPN-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LPN-DET-DUE PIC X(8).
          05 FILLER PIC X(5) VALUE SPACES.
          05 LPN-DET-LATE PIC ZZZZ9.
          05 FILLER PIC X(10) VALUE SPACES.
          05 LPN-DET-DAYS PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 LPN-DET-PENALTY PIC ZZZ,ZZZ,ZZ9.99.
       01 LPN-TOTAL-LINE.
          05 FILLER PIC X(18) VALUE "LOANS CHARGED:    ".
          05 LPN-TOT-COUNT PIC ZZZZ9.
          05 FILLER PIC X(12) VALUE "   TOTAL:   ".
          05 LPN-TOT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM SET-BUSINESS-STAMP
           PERFORM LOAD-PENALTY-PARAMS
           COMPUTE LPN-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))

           OPEN OUTPUT PENALTY-REPORT
           MOVE BDT-DATE TO LPN-HEAD-DATE
           WRITE PENALTY-REPORT-REC FROM LPN-HEAD-LINE
           WRITE PENALTY-REPORT-REC FROM LPN-COL-LINE

      ***** EVERY LOAN IS COPIED TO THE TEMP FILE, ACTIVE ONES WITH
      ***** ANY PENALTY ADDED, THEN THE TEMP REPLACES THE MASTER
           MOVE 0 TO LPN-EOF-FLAG
           OPEN EXTEND LOAN-MASTER
           CLOSE LOAN-MASTER
           OPEN INPUT LOAN-MASTER
           OPEN OUTPUT LOAN-MASTER-TEMP
           OPEN EXTEND BANK-JOURNAL
           READ LOAN-MASTER
              AT END MOVE 1 TO LPN-EOF-FLAG
           END-READ
           PERFORM UNTIL LPN-EOF-FLAG = 1
              IF LN-PENALTY-DUE IS NOT NUMERIC
                 MOVE 0 TO LN-PENALTY-DUE
              END-IF
              IF LN-STATUS = 'A'
                 PERFORM ASSESS-PENALTY
              END-IF
              WRITE TEMP-LOAN-MASTER-REC FROM LOAN-MASTER-REC
              READ LOAN-MASTER
                 AT END MOVE 1 TO LPN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER
           CLOSE LOAN-MASTER-TEMP
           CLOSE BANK-JOURNAL

           MOVE 0 TO LPN-EOF-FLAG
           OPEN INPUT LOAN-MASTER-TEMP
           OPEN OUTPUT LOAN-MASTER
           READ LOAN-MASTER-TEMP
              AT END MOVE 1 TO LPN-EOF-FLAG
           END-READ
           PERFORM UNTIL LPN-EOF-FLAG = 1
              WRITE LOAN-MASTER-REC FROM TEMP-LOAN-MASTER-REC
              READ LOAN-MASTER-TEMP
                 AT END MOVE 1 TO LPN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-TEMP
           CLOSE LOAN-MASTER

           MOVE LPN-CHARGED TO LPN-TOT-COUNT
           MOVE LPN-TOTAL TO LPN-TOT-AMOUNT
           WRITE PENALTY-REPORT-REC FROM LPN-TOTAL-LINE
           CLOSE PENALTY-REPORT

           MOVE LPN-CHARGED TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "LOANS CHARGED A PENALTY: " LPN-CHARGED.
           GOBACK.

      ***** PENALTY POLICY FROM ITS PARAMETER FILE; THE DEFAULT ROW
      ***** (5 DAYS GRACE, 3.00 PERCENT A MONTH) IS SEEDED WHEN EMPTY
       LOAD-PENALTY-PARAMS.
           MOVE 0 TO LPN-PARAM-EOF
           OPEN EXTEND PENALTY-PARAMS
           CLOSE PENALTY-PARAMS
           OPEN INPUT PENALTY-PARAMS
           READ PENALTY-PARAMS
              AT END MOVE 1 TO LPN-PARAM-EOF
           END-READ
           CLOSE PENALTY-PARAMS
           IF LPN-PARAM-EOF = 1
              MOVE 5 TO PNP-GRACE-DAYS
              MOVE 3.00 TO PNP-RATE-PCT
              OPEN OUTPUT PENALTY-PARAMS
              WRITE PENALTY-PARAM-REC
              CLOSE PENALTY-PARAMS
           END-IF
           MOVE PNP-GRACE-DAYS TO LPN-GRACE-DAYS
           MOVE PNP-RATE-PCT TO LPN-RATE-PCT.
           EXIT.

      ***** INSTALLMENTS DUE BY ELAPSED MONTHS VS INSTALLMENTS PAID,
      ***** AS IN THE DELINQUENCY REPORT. DAYS LATE RUN FROM THE
      ***** OLDEST UNPAID DUE DATE; PENALTY DAYS START AFTER THE GRACE
      ***** PERIOD OR THE LAST DATE ALREADY CHARGED, WHICHEVER IS LATER
       ASSESS-PENALTY.
           COMPUTE LPN-DISB-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LN-DISB-DATE))
           IF LPN-TODAY-INT > LPN-DISB-INT
              COMPUTE LPN-MONTHS-DUE =
                  (LPN-TODAY-INT - LPN-DISB-INT) / 30
           ELSE
              MOVE 0 TO LPN-MONTHS-DUE
           END-IF
           IF LPN-MONTHS-DUE > LN-TERM
              MOVE LN-TERM TO LPN-MONTHS-DUE
           END-IF
           PERFORM ADJUST-MONTHS-DUE
           IF LPN-MONTHS-DUE NOT > LN-PAID-COUNT
              EXIT PARAGRAPH
           END-IF

      ***** LATENESS RUNS FROM THE BANKING DAY THE OLDEST UNPAID
      ***** INSTALLMENT ACTUALLY FELL DUE
           COMPUTE LPN-PAST-DUE = LPN-MONTHS-DUE - LN-PAID-COUNT
           COMPUTE LPN-DUE-ROW = LN-PAID-COUNT + 1
           PERFORM GET-INSTALLMENT-DUE-DATE
           COMPUTE LPN-OLDEST-DUE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LPN-DUE-DATE))
           COMPUTE LPN-DAYS-LATE = LPN-TODAY-INT - LPN-OLDEST-DUE-INT
           IF LPN-DAYS-LATE NOT > LPN-GRACE-DAYS
              EXIT PARAGRAPH
           END-IF

           COMPUTE LPN-START-INT = LPN-OLDEST-DUE-INT + LPN-GRACE-DAYS
           IF LN-PENALTY-THRU IS NUMERIC AND LN-PENALTY-THRU NOT = ZERO
              COMPUTE LPN-THRU-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(LN-PENALTY-THRU))
              IF LPN-THRU-INT > LPN-START-INT
                 MOVE LPN-THRU-INT TO LPN-START-INT
              END-IF
           END-IF
           IF LPN-TODAY-INT NOT > LPN-START-INT
              EXIT PARAGRAPH
           END-IF
           COMPUTE LPN-DAYS-CHARGED = LPN-TODAY-INT - LPN-START-INT

           PERFORM FIND-INSTALLMENT
           COMPUTE LPN-PAST-DUE-AMT = LPN-INSTALLMENT * LPN-PAST-DUE
           IF LPN-PAST-DUE-AMT > LN-BALANCE
              MOVE LN-BALANCE TO LPN-PAST-DUE-AMT
           END-IF
           COMPUTE LPN-PENALTY ROUNDED = LPN-PAST-DUE-AMT
               * LPN-RATE-PCT / 100 / 30 * LPN-DAYS-CHARGED
           MOVE BDT-DATE TO LN-PENALTY-THRU
           IF LPN-PENALTY = 0
              EXIT PARAGRAPH
           END-IF

           ADD LPN-PENALTY TO LN-PENALTY-DUE
           ADD 1 TO LPN-CHARGED
           ADD LPN-PENALTY TO LPN-TOTAL
           PERFORM JOURNAL-PENALTY

           MOVE LN-ACCT TO LPN-DET-ACCT
           MOVE LPN-PAST-DUE-AMT TO LPN-DET-AMOUNT
           COMPUTE LPN-DUE-ROW = LN-PAID-COUNT + 1
           PERFORM GET-INSTALLMENT-DUE-DATE
           MOVE LPN-DUE-DATE TO LPN-DET-DUE
           MOVE LPN-DAYS-LATE TO LPN-DET-LATE
           MOVE LPN-DAYS-CHARGED TO LPN-DET-DAYS
           MOVE LPN-PENALTY TO LPN-DET-PENALTY
           WRITE PENALTY-REPORT-REC FROM LPN-DETAIL-LINE.
           EXIT.

      ***** AN INSTALLMENT FALLS DUE ON THE BANKING DAY ITS 30-DAY
      ***** DATE MOVES TO, SO THE ELAPSED-MONTH COUNT IS CORRECTED
      ***** WHEN THE LATEST ONE WAS PUSHED PAST TODAY OR THE NEXT
      ***** ONE PULLED BACK TO IT
       ADJUST-MONTHS-DUE.
           IF LPN-MONTHS-DUE > 0
              MOVE LPN-MONTHS-DUE TO LPN-DUE-ROW
              PERFORM GET-INSTALLMENT-DUE-DATE
              IF LPN-DUE-DATE > BDT-DATE
                 SUBTRACT 1 FROM LPN-MONTHS-DUE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF LPN-MONTHS-DUE < LN-TERM
              COMPUTE LPN-DUE-ROW = LPN-MONTHS-DUE + 1
              PERFORM GET-INSTALLMENT-DUE-DATE
              IF LPN-DUE-DATE NOT > BDT-DATE
                 ADD 1 TO LPN-MONTHS-DUE
              END-IF
           END-IF.
           EXIT.

      ***** THE DUE DATE OF INSTALLMENT LPN-DUE-ROW AS THE STORED
      ***** SCHEDULE HAS IT; ROWS WRITTEN BEFORE DUE DATES WERE KEPT
      ***** GET DISBURSEMENT + 30 DAYS A MONTH ON A BANKING DAY
       GET-INSTALLMENT-DUE-DATE.
           MOVE SPACES TO LPN-DUE-DATE
           MOVE 0 TO LPN-DUE-EOF
           OPEN EXTEND LOAN-SCHEDULE
           CLOSE LOAN-SCHEDULE
           OPEN INPUT LOAN-SCHEDULE
           READ LOAN-SCHEDULE
              AT END MOVE 1 TO LPN-DUE-EOF
           END-READ
           PERFORM UNTIL LPN-DUE-EOF = 1
              IF SCH-ACCT = LN-ACCT AND SCH-INSTALLMENT = LPN-DUE-ROW
                 MOVE SCH-DUE-DATE TO LPN-DUE-DATE
                 MOVE 1 TO LPN-DUE-EOF
              ELSE
                 READ LOAN-SCHEDULE
                    AT END MOVE 1 TO LPN-DUE-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE LOAN-SCHEDULE
           IF LPN-DUE-DATE = SPACES
              COMPUTE LPN-DUE-INT = LPN-DISB-INT + LPN-DUE-ROW * 30
              COMPUTE LPN-DUE-NUM =
                  FUNCTION DATE-OF-INTEGER(LPN-DUE-INT)
              MOVE LPN-DUE-NUM TO BKD-P-DATE
              CALL "BANKING-DAY-ADJUST" USING BKD-PARM
              MOVE BKD-P-ADJUSTED TO LPN-DUE-DATE
           END-IF.
           EXIT.

      ***** THE OLDEST UNPAID INSTALLMENT FROM THE STORED SCHEDULE;
      ***** AN EVEN SHARE OF THE BALANCE WHEN NO ROW IS ON FILE
       FIND-INSTALLMENT.
           COMPUTE LPN-ROW-NO = LN-PAID-COUNT + 1
           MOVE 0 TO LPN-INSTALLMENT
           MOVE 0 TO LPN-SCH-EOF
           OPEN EXTEND LOAN-SCHEDULE
           CLOSE LOAN-SCHEDULE
           OPEN INPUT LOAN-SCHEDULE
           READ LOAN-SCHEDULE
              AT END MOVE 1 TO LPN-SCH-EOF
           END-READ
           PERFORM UNTIL LPN-SCH-EOF = 1
              IF SCH-ACCT = LN-ACCT AND SCH-INSTALLMENT = LPN-ROW-NO
                 MOVE SCH-PAYMENT TO LPN-INSTALLMENT
                 MOVE 1 TO LPN-SCH-EOF
              ELSE
                 READ LOAN-SCHEDULE
                    AT END MOVE 1 TO LPN-SCH-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE LOAN-SCHEDULE
           IF LPN-INSTALLMENT = 0
              COMPUTE LPN-LEFT = LN-TERM - LN-PAID-COUNT
              IF LPN-LEFT < 1
                 MOVE 1 TO LPN-LEFT
              END-IF
              COMPUTE LPN-INSTALLMENT ROUNDED = LN-BALANCE / LPN-LEFT
           END-IF.
           EXIT.

      ***** THE JOURNAL BALANCE IS THE BORROWER'S DEPOSIT BALANCE, AS
      ***** FOR THE OTHER LOAN POSTINGS
       JOURNAL-PENALTY.
           MOVE 0 TO JRNL-BALANCE
           OPEN INPUT BANKLEDGER
           MOVE LN-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              NOT INVALID KEY
                 MOVE LEDG-BALANCE TO JRNL-BALANCE
           END-READ
           CLOSE BANKLEDGER
           MOVE LN-ACCT TO JRNL-BANKNUM
           MOVE 'L' TO JRNL-TCODE
           MOVE LPN-PENALTY TO JRNL-AMOUNT
           MOVE BDT-STAMP TO JRNL-TIMESTAMP
           MOVE SPACE TO JRNL-RECON
           MOVE "*LOAN" TO JRNL-OPERATOR
           MOVE SPACES TO JRNL-BRANCH
           WRITE BANK-JOURNAL-REC.
           EXIT.

       LOG-RUN-START.
           MOVE "BANK-LOAN-PENALTY-RUN" TO RC-PROGRAM
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
           MOVE "BANK-LOAN-PENALTY-RUN" TO RC-PROGRAM
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

       SET-BUSINESS-STAMP.
            PERFORM GET-BUSINESS-DATE
            MOVE BDT-DATE TO BDT-STAMP(1:8)
            MOVE FUNCTION CURRENT-DATE(9:6) TO BDT-STAMP(9:6).
            EXIT.

       END PROGRAM BANK-LOAN-PENALTY-RUN.
