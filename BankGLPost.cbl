           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ACCOUNT-CURRENCY ASSIGN TO
           "C:\cobol_project\AccountCurrency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FX-RATES ASSIGN TO
           "C:\cobol_project\FxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BANK-JOURNAL.
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
       FD GL-PROOF.
       01 GL-PROOF-REC PIC X(80).
      ***** SHOP-WIDE JOB RUN-CONTROL RECORDS (S=START E=END)
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
      ***** THE CURRENCY EACH ACCOUNT IS KEPT IN (NONE = PESOS) AND
      ***** THE PESO CARRYING VALUE OF EACH FOREIGN-CURRENCY ACCOUNT
       FD ACCOUNT-CURRENCY.
       01 ACCOUNT-CURRENCY-REC.
          05 ACY-BANKNUM PIC X(5).
          05 ACY-CURRENCY PIC X(3).
          05 ACY-BOOKED-PHP PIC 9(11)V9(2).
      ***** DAILY BUYING AND SELLING RATES, PESOS PER UNIT
       FD FX-RATES.
       01 FX-RATE-REC.
          05 FXR-DATE PIC X(8).
          05 FXR-CURRENCY PIC X(3).
          05 FXR-BUY PIC 9(3)V9(4).
          05 FXR-SELL PIC 9(3)V9(4).
       WORKING-STORAGE SECTION.
       01 RC-DONE-COUNT PIC 9(7) VALUE 0.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-EOF PIC 9 VALUE 0.
      ********** CHART OF ACCOUNTS LOADED INTO A WORK TABLE
       01 GLP-COA-TABLE.
          05 GLP-COA-ENTRY OCCURS 40 TIMES.
             10 GLP-COA-TCODE PIC X(01).
             10 GLP-COA-DR PIC X(4).
             10 GLP-COA-CR PIC X(4).
       01 GLP-DR-FOUND PIC X(4).
       01 GLP-CR-FOUND PIC X(4).
       01 GLP-DESC-FOUND PIC X(20).
       01 GLP-ADD-CODE.
          05 GLP-ADD-TCODE PIC X(01).
          05 GLP-ADD-DR PIC X(4).
          05 GLP-ADD-CR PIC X(4).
          05 GLP-ADD-DESC PIC X(20).
       01 GLP-ADD-HIT PIC 9 VALUE 0.
      ********** PER-TCODE SUMMARY TOTALS FOR THE DAY
       01 GLP-SUM-TABLE.
          05 GLP-SUM-ENTRY OCCURS 40 TIMES.
             10 GLP-SUM-TCODE PIC X(01).
             10 GLP-SUM-AMOUNT PIC 9(11)V9(2).
       01 GLP-SUM-COUNT PIC 9(2) VALUE 0.
       01 GLP-SUM-IDX PIC 9(2).
       01 GLP-SUM-HIT PIC 9 VALUE 0.
      ********** FOREIGN-CURRENCY ACCOUNTS: THE GL IS KEPT IN PESOS,
      ********** SO THEIR ENTRIES ARE CONVERTED AT THE DAY'S BUYING
      ********** RATE AND THE CARRYING VALUE MOVES WITH THEM
       01 GLP-ACY-TABLE.
          05 GLP-ACY-ENTRY OCCURS 500 TIMES.
             10 GLP-ACY-ACCT PIC X(5).
             10 GLP-ACY-CCY PIC X(3).
             10 GLP-ACY-BOOKED PIC S9(11)V9(2).
       01 GLP-ACY-COUNT PIC 9(3) VALUE 0.
       01 GLP-ACY-IDX PIC 9(3).
       01 GLP-ACY-HIT PIC 9(3) VALUE 0.
       01 GLP-ACY-EOF PIC 9 VALUE 0.
       01 GLP-ACY-CHANGED PIC 9 VALUE 0.
       01 GLP-USD-BUY PIC 9(3)V9(4) VALUE 0.
       01 GLP-USD-RATE-DATE PIC X(8) VALUE SPACES.
       01 GLP-FX-EOF PIC 9 VALUE 0.
       01 GLP-POST-AMOUNT PIC 9(11)V9(2) VALUE 0.
       01 GLP-NO-RATE-COUNT PIC 9(5) VALUE 0.
      ********** RUN WORK FIELDS
       01 GLP-SEQ.
          05 GLP-EOF-FLAG PIC 9 VALUE 0.
          05 GLP-DR-TOTAL PIC 9(13)V9(2) VALUE 0.
          05 GLP-CR-TOTAL PIC 9(13)V9(2) VALUE 0.
          05 GLP-ENTRY-COUNT PIC 9(7) VALUE 0.
      ********** PROOF SHEET LINE LAYOUTS
       01 GLP-HEAD-LINE.
          05 FILLER PIC X(22) VALUE "DESCRIPTION".
          05 FILLER PIC X(6) VALUE "DR".
          05 FILLER PIC X(9) VALUE "    CR".
          05 FILLER PIC X(17) VALUE "           AMOUNT".
       01 GLP-DETAIL-LINE.
          05 GLP-DET-TCODE PIC X(01).
          05 FILLER PIC X(5) VALUE SPACES.
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLP-DET-CR PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLP-DET-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 GLP-TOTAL-LINE.
          05 GLP-TOT-LABEL PIC X(16).
          05 GLP-TOT-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 GLP-FLAG-LINE PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-ACCOUNT-CURRENCIES
           PERFORM LOAD-USD-RATE
           PERFORM SUMMARIZE-JOURNAL
           PERFORM WRITE-BATCH-AND-PROOF
           IF GLP-ACY-CHANGED = 1
              PERFORM SAVE-ACCOUNT-CURRENCIES
           END-IF

           MOVE GLP-ENTRY-COUNT TO RC-DONE-COUNT
           PERFORM LOG-RUN-END

      ***** LOAD THE CHART, SEEDING THE STANDARD MAPPING THE FIRST
      ***** TIME: 1000 CASH, 1200 LOANS, 2000 DEPOSITS, 2100 TIME
      ***** DEPOSITS, 2300 WTAX PAYABLE, 2400 BILLS PAYABLE, 2500
      ***** ESCHEAT PAYABLE, 2999 CLEARING, 4100 FEE INCOME, 4200
      ***** LOAN PENALTY INCOME, 5100 INTEREST EXPENSE. THE MONTH-END
      ***** REVALUATION POSTS TO 4400 FOREX GAIN AND 5400 FOREX LOSS
      ***** DIRECTLY ON THE BATCH.
       LOAD-CHART-OF-ACCOUNTS.
           MOVE 0 TO GLP-COA-EOF
           MOVE 0 TO GLP-COA-COUNT
              AT END MOVE 1 TO GLP-COA-EOF
           END-READ
           PERFORM UNTIL GLP-COA-EOF = 1
              IF GLP-COA-COUNT < 40
                 ADD 1 TO GLP-COA-COUNT
                 MOVE COA-TCODE TO GLP-COA-TCODE(GLP-COA-COUNT)
                 MOVE COA-DR-ACCT TO GLP-COA-DR(GLP-COA-COUNT)
           CLOSE CHART-OF-ACCOUNTS
           IF GLP-COA-COUNT = 0
              PERFORM SEED-CHART-OF-ACCOUNTS
           ELSE
              PERFORM ADD-NEWER-CHART-CODES
           END-IF.
           EXIT.

      ***** A CHART SEEDED BEFORE A CODE EXISTED GETS ITS STANDARD
      ***** MAPPING APPENDED; ANY ROW ALREADY ON FILE IS LEFT ALONE
       ADD-NEWER-CHART-CODES.
           MOVE 'Q' TO GLP-ADD-TCODE
           MOVE "1000" TO GLP-ADD-DR
           MOVE "4100" TO GLP-ADD-CR
           MOVE "LOAN PREPAY CHARGE  " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'L' TO GLP-ADD-TCODE
           MOVE "1200" TO GLP-ADD-DR
           MOVE "4200" TO GLP-ADD-CR
           MOVE "LOAN LATE PENALTY   " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'B' TO GLP-ADD-TCODE
           MOVE "2000" TO GLP-ADD-DR
           MOVE "2400" TO GLP-ADD-CR
           MOVE "BILLS PAID BY DEBIT " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'G' TO GLP-ADD-TCODE
           MOVE "1000" TO GLP-ADD-DR
           MOVE "2400" TO GLP-ADD-CR
           MOVE "BILLS PAID IN CASH  " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'H' TO GLP-ADD-TCODE
           MOVE "1000" TO GLP-ADD-DR
           MOVE "4100" TO GLP-ADD-CR
           MOVE "BILLS FEE IN CASH   " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'C' TO GLP-ADD-TCODE
           MOVE "2400" TO GLP-ADD-DR
           MOVE "2000" TO GLP-ADD-CR
           MOVE "BILLER SETTLEMENTS  " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'E' TO GLP-ADD-TCODE
           MOVE "2000" TO GLP-ADD-DR
           MOVE "2999" TO GLP-ADD-CR
           MOVE "ESCHEATED DEPOSITS  " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'U' TO GLP-ADD-TCODE
           MOVE "2999" TO GLP-ADD-DR
           MOVE "2500" TO GLP-ADD-CR
           MOVE "ESCHEAT PAYABLE     " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'Y' TO GLP-ADD-TCODE
           MOVE "1000" TO GLP-ADD-DR
           MOVE "2000" TO GLP-ADD-CR
           MOVE "TUITION IN CASH     " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'S' TO GLP-ADD-TCODE
           MOVE "2000" TO GLP-ADD-DR
           MOVE "2999" TO GLP-ADD-CR
           MOVE "TUITION BY DEBIT    " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'A' TO GLP-ADD-TCODE
           MOVE "2999" TO GLP-ADD-DR
           MOVE "2000" TO GLP-ADD-CR
           MOVE "TUITION TO SCHOOL   " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE
           MOVE 'N' TO GLP-ADD-TCODE
           MOVE "1000" TO GLP-ADD-DR
           MOVE "2000" TO GLP-ADD-CR
           MOVE "PAYROLL CREDITS     " TO GLP-ADD-DESC
           PERFORM APPEND-CHART-CODE.
           EXIT.

       APPEND-CHART-CODE.
           MOVE 0 TO GLP-ADD-HIT
           PERFORM VARYING GLP-COA-IDX FROM 1 BY 1
               UNTIL GLP-COA-IDX > GLP-COA-COUNT
              IF GLP-COA-TCODE(GLP-COA-IDX) = GLP-ADD-TCODE
                 MOVE 1 TO GLP-ADD-HIT
              END-IF
           END-PERFORM
           IF GLP-ADD-HIT = 0 AND GLP-COA-COUNT < 40
              OPEN EXTEND CHART-OF-ACCOUNTS
              MOVE GLP-ADD-TCODE TO COA-TCODE
              MOVE GLP-ADD-DR TO COA-DR-ACCT
              MOVE GLP-ADD-CR TO COA-CR-ACCT
              MOVE GLP-ADD-DESC TO COA-DESC
              WRITE CHART-OF-ACCOUNTS-REC
              CLOSE CHART-OF-ACCOUNTS
              ADD 1 TO GLP-COA-COUNT
              MOVE GLP-ADD-TCODE TO GLP-COA-TCODE(GLP-COA-COUNT)
              MOVE GLP-ADD-DR TO GLP-COA-DR(GLP-COA-COUNT)
              MOVE GLP-ADD-CR TO GLP-COA-CR(GLP-COA-COUNT)
              MOVE GLP-ADD-DESC TO GLP-COA-DESC(GLP-COA-COUNT)
           END-IF.
           EXIT.

           MOVE "2000" TO COA-CR-ACCT
           MOVE "CHECKS RETURNED     " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'Q' TO COA-TCODE
           MOVE "1000" TO COA-DR-ACCT
           MOVE "4100" TO COA-CR-ACCT
           MOVE "LOAN PREPAY CHARGE  " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'L' TO COA-TCODE
           MOVE "1200" TO COA-DR-ACCT
           MOVE "4200" TO COA-CR-ACCT
           MOVE "LOAN LATE PENALTY   " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'B' TO COA-TCODE
           MOVE "2000" TO COA-DR-ACCT
           MOVE "2400" TO COA-CR-ACCT
           MOVE "BILLS PAID BY DEBIT " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'G' TO COA-TCODE
           MOVE "1000" TO COA-DR-ACCT
           MOVE "2400" TO COA-CR-ACCT
           MOVE "BILLS PAID IN CASH  " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'H' TO COA-TCODE
           MOVE "1000" TO COA-DR-ACCT
           MOVE "4100" TO COA-CR-ACCT
           MOVE "BILLS FEE IN CASH   " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'C' TO COA-TCODE
           MOVE "2400" TO COA-DR-ACCT
           MOVE "2000" TO COA-CR-ACCT
           MOVE "BILLER SETTLEMENTS  " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'E' TO COA-TCODE
           MOVE "2000" TO COA-DR-ACCT
           MOVE "2999" TO COA-CR-ACCT
           MOVE "ESCHEATED DEPOSITS  " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'U' TO COA-TCODE
           MOVE "2999" TO COA-DR-ACCT
           MOVE "2500" TO COA-CR-ACCT
           MOVE "ESCHEAT PAYABLE     " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'Y' TO COA-TCODE
           MOVE "1000" TO COA-DR-ACCT
           MOVE "2000" TO COA-CR-ACCT
           MOVE "TUITION IN CASH     " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'S' TO COA-TCODE
           MOVE "2000" TO COA-DR-ACCT
           MOVE "2999" TO COA-CR-ACCT
           MOVE "TUITION BY DEBIT    " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'A' TO COA-TCODE
           MOVE "2999" TO COA-DR-ACCT
           MOVE "2000" TO COA-CR-ACCT
           MOVE "TUITION TO SCHOOL   " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           MOVE 'N' TO COA-TCODE
           MOVE "1000" TO COA-DR-ACCT
           MOVE "2000" TO COA-CR-ACCT
           MOVE "PAYROLL CREDITS     " TO COA-DESC
           WRITE CHART-OF-ACCOUNTS-REC
           CLOSE CHART-OF-ACCOUNTS
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           EXIT.
           END-READ
           PERFORM UNTIL GLP-EOF-FLAG = 1
              IF JRNL-TIMESTAMP(1:8) = BDT-DATE
                 PERFORM CONVERT-TO-PESOS
                 PERFORM ADD-TO-SUMMARY
                 ADD 1 TO GLP-ENTRY-COUNT
              END-IF
           PERFORM VARYING GLP-SUM-IDX FROM 1 BY 1
               UNTIL GLP-SUM-IDX > GLP-SUM-COUNT
              IF GLP-SUM-TCODE(GLP-SUM-IDX) = JRNL-TCODE
                 ADD GLP-POST-AMOUNT TO GLP-SUM-AMOUNT(GLP-SUM-IDX)
                 MOVE 1 TO GLP-SUM-HIT
              END-IF
           END-PERFORM
           IF GLP-SUM-HIT = 0 AND GLP-SUM-COUNT < 40
              ADD 1 TO GLP-SUM-COUNT
              MOVE JRNL-TCODE TO GLP-SUM-TCODE(GLP-SUM-COUNT)
              MOVE GLP-POST-AMOUNT TO GLP-SUM-AMOUNT(GLP-SUM-COUNT)
           END-IF.
           EXIT.

      ***** A PESO ACCOUNT'S ENTRY POSTS AS JOURNALED. A USD ACCOUNT'S
      ***** ENTRY IS TAKEN AT THE BUYING RATE AND MOVES THE ACCOUNT'S
      ***** PESO CARRYING VALUE THE SAME WAY IT MOVES THE BALANCE; A
      ***** REVERSED PAIR (RECON V) CANCELS OUT AND IS LEFT OFF IT
       CONVERT-TO-PESOS.
           MOVE JRNL-AMOUNT TO GLP-POST-AMOUNT
           MOVE 0 TO GLP-ACY-HIT
           PERFORM VARYING GLP-ACY-IDX FROM 1 BY 1
               UNTIL GLP-ACY-IDX > GLP-ACY-COUNT
              IF GLP-ACY-ACCT(GLP-ACY-IDX) = JRNL-BANKNUM
                 AND GLP-ACY-CCY(GLP-ACY-IDX) = "USD"
                 MOVE GLP-ACY-IDX TO GLP-ACY-HIT
              END-IF
           END-PERFORM
           IF GLP-ACY-HIT = 0
              EXIT PARAGRAPH
           END-IF
           IF GLP-USD-BUY = 0
              ADD 1 TO GLP-NO-RATE-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE GLP-POST-AMOUNT ROUNDED = JRNL-AMOUNT * GLP-USD-BUY
           IF JRNL-RECON = 'V'
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO GLP-ACY-CHANGED
           EVALUATE JRNL-TCODE
              WHEN 'O'
                 MOVE GLP-POST-AMOUNT TO GLP-ACY-BOOKED(GLP-ACY-HIT)
              WHEN 'D' WHEN 'I' WHEN 'R' WHEN 'N' WHEN 'M'
              WHEN 'J' WHEN 'C' WHEN 'U'
                 ADD GLP-POST-AMOUNT TO GLP-ACY-BOOKED(GLP-ACY-HIT)
              WHEN 'W' WHEN 'T' WHEN 'V' WHEN 'F' WHEN 'K'
              WHEN 'B' WHEN 'E'
                 SUBTRACT GLP-POST-AMOUNT
                    FROM GLP-ACY-BOOKED(GLP-ACY-HIT)
           END-EVALUATE.
           EXIT.

       LOAD-ACCOUNT-CURRENCIES.
           MOVE 0 TO GLP-ACY-COUNT
           MOVE 0 TO GLP-ACY-EOF
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO GLP-ACY-EOF
           END-READ
           PERFORM UNTIL GLP-ACY-EOF = 1
              IF GLP-ACY-COUNT < 500
                 ADD 1 TO GLP-ACY-COUNT
                 MOVE ACY-BANKNUM TO GLP-ACY-ACCT(GLP-ACY-COUNT)
                 MOVE ACY-CURRENCY TO GLP-ACY-CCY(GLP-ACY-COUNT)
                 MOVE ACY-BOOKED-PHP TO GLP-ACY-BOOKED(GLP-ACY-COUNT)
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO GLP-ACY-EOF
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

      ***** A CARRYING VALUE NEVER GOES BELOW ZERO ON FILE
       SAVE-ACCOUNT-CURRENCIES.
           OPEN OUTPUT ACCOUNT-CURRENCY
           PERFORM VARYING GLP-ACY-IDX FROM 1 BY 1
               UNTIL GLP-ACY-IDX > GLP-ACY-COUNT
              MOVE GLP-ACY-ACCT(GLP-ACY-IDX) TO ACY-BANKNUM
              MOVE GLP-ACY-CCY(GLP-ACY-IDX) TO ACY-CURRENCY
              IF GLP-ACY-BOOKED(GLP-ACY-IDX) < 0
                 MOVE 0 TO ACY-BOOKED-PHP
              ELSE
                 MOVE GLP-ACY-BOOKED(GLP-ACY-IDX) TO ACY-BOOKED-PHP
              END-IF
              WRITE ACCOUNT-CURRENCY-REC
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

      ***** LATEST USD BUYING RATE DATED ON OR BEFORE THE BUSINESS DATE
       LOAD-USD-RATE.
           MOVE 0 TO GLP-USD-BUY
           MOVE SPACES TO GLP-USD-RATE-DATE
           MOVE 0 TO GLP-FX-EOF
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           READ FX-RATES
              AT END MOVE 1 TO GLP-FX-EOF
           END-READ
           PERFORM UNTIL GLP-FX-EOF = 1
              IF FXR-CURRENCY = "USD" AND FXR-DATE <= BDT-DATE
                 AND FXR-DATE >= GLP-USD-RATE-DATE
                 MOVE FXR-DATE TO GLP-USD-RATE-DATE
                 MOVE FXR-BUY TO GLP-USD-BUY
              END-IF
              READ FX-RATES
                 AT END MOVE 1 TO GLP-FX-EOF
              END-READ
           END-PERFORM
           CLOSE FX-RATES.
           EXIT.

      ***** EACH SUMMARIZED CODE BECOMES A BALANCED DEBIT/CREDIT
      ***** PAIR ON THE DATED BATCH, AND ONE PROOF SHEET LINE
       WRITE-BATCH-AND-PROOF.
              PERFORM FIND-COA-MAPPING
              MOVE BDT-DATE TO GLB-DATE
              MOVE GLP-SUM-TCODE(GLP-SUM-IDX) TO GLB-TCODE
              MOVE "BANK" TO GLB-SOURCE
              MOVE GLP-DR-FOUND TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              MOVE GLP-SUM-AMOUNT(GLP-SUM-IDX) TO GLB-AMOUNT
              MOVE "** OUT OF BALANCE - DO NOT POST **" TO GLP-FLAG-LINE
           END-IF
           WRITE GL-PROOF-REC FROM GLP-FLAG-LINE
           IF GLP-NO-RATE-COUNT > 0
              MOVE "** USD ENTRIES POSTED WITHOUT A RATE **"
                 TO GLP-FLAG-LINE
              WRITE GL-PROOF-REC FROM GLP-FLAG-LINE
           END-IF

           CLOSE GL-BATCH
           CLOSE GL-PROOF.
