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
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** ONE BALANCE BAND PER RECORD: ANY BALANCE UP TO TIER-MAXBAL
      ***** EARNS TIER-ANNUAL-RATE PERCENT PER ANNUM. BANDS SHARING
      ***** AN EFFECTIVE DATE FORM ONE TIER SET; THE SET IN FORCE FOR
      ***** AN ACCRUAL IS THE LATEST ONE DATED ON OR BEFORE THE RUN.
      ***** BLANK DATES ON OLD RECORDS SORT BEFORE EVERY REAL DATE.
      ***** EACH CURRENCY HAS ITS OWN TIER SETS; A BLANK CURRENCY
      ***** ON OLD RECORDS MEANS PESOS.
       FD RATE-TIERS.
       01 RATE-TIER-REC.
          05 TIER-MAXBAL PIC 9(6)V9(2).
          05 TIER-ANNUAL-RATE PIC 99V9(2).
          05 TIER-EFFDATE PIC X(8).
          05 TIER-CURRENCY PIC X(3).
       FD INTEREST-REPORT.
       01 INTEREST-REPORT-REC PIC X(114).
      ***** THE CURRENCY EACH ACCOUNT IS KEPT IN (NONE = PESOS)
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
      ***** FINAL TAX WITHHELD ON INTEREST, ACCUMULATED BY ACCRUAL
      ***** MONTH FOR THE BIR REMITTANCE (*TOT = MONTH TOTAL ROW)
       FD TAX-REMIT.
       01 TAX-REMIT-REC.
          05 ITR-MONTH PIC X(6).
          05 ITR-BANKNUM PIC X(5).
          05 ITR-GROSS PIC 9(11)V9(2).
          05 ITR-TAX PIC 9(11)V9(2).
      ***** SHOP-WIDE JOB RUN-CONTROL RECORDS (S=START E=END)
       FD RUN-CONTROL.
       01 RUN-CONTROL-REC.
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-STAMP PIC X(14).
       01 BDT-EOF PIC 9 VALUE 0.
      ********** RATE TIER TABLE LOADED FROM THE TIER FILE, ONE
      ********** SET PER CURRENCY (1 = PHP, 2 = USD)
       01 ACR-TIER-TABLE.
          05 ACR-CCY-SET OCCURS 2 TIMES.
             10 ACR-SET-CCY PIC X(3).
      ***** THE EFFECTIVE DATE OF THE TIER SET IN FORCE FOR THIS RUN
             10 ACR-SET-EFFDATE PIC X(8).
             10 ACR-TIER-COUNT PIC 9(2).
             10 ACR-TIER-ENTRY OCCURS 10 TIMES.
                15 ACR-TIER-MAXBAL PIC 9(6)V9(2).
                15 ACR-TIER-RATE PIC 99V9(2).
       01 ACR-SET-IDX PIC 9.
       01 ACR-TIER-IDX PIC 9(2).
       01 ACR-TIER-EOF-FLAG PIC 9 VALUE 0.
       01 ACR-RATE-FOUND PIC 99V9(2).
       01 ACR-TIER-CCY PIC X(3).
      ********** ACCOUNT CURRENCIES AND THE USD RATE FOR THE RUN
       01 ACR-ACY-TABLE.
          05 ACR-ACY-ENTRY OCCURS 500 TIMES.
             10 ACR-ACY-ACCT PIC X(5).
             10 ACR-ACY-CCY PIC X(3).
       01 ACR-ACY-COUNT PIC 9(3) VALUE 0.
       01 ACR-ACY-IDX PIC 9(3).
       01 ACR-ACY-EOF-FLAG PIC 9 VALUE 0.
       01 ACR-ACCT-CCY PIC X(3).
      ***** USD INTEREST AND TAX GO TO THE REMITTANCE FILE IN PESOS AT
      ***** THE LATEST BUYING RATE ON OR BEFORE THE ACCRUAL DATE
       01 ACR-USD-BUY PIC 9(3)V9(4) VALUE 0.
       01 ACR-USD-RATE-DATE PIC X(8) VALUE SPACES.
       01 ACR-FX-EOF-FLAG PIC 9 VALUE 0.
       01 ACR-PESO-INTEREST PIC 9(11)V9(2).
       01 ACR-PESO-TAX PIC 9(11)V9(2).
       01 ACR-PESO-NET PIC 9(11)V9(2).
       01 ACR-USD-SKIPPED PIC 9(5) VALUE 0.
      ********** ACCRUAL WORK FIELDS
      ***** THE BIR FINAL TAX ON INTEREST INCOME: 20 PCT WITHHELD AT
      ***** SOURCE, ONLY THE NET EVER REACHES THE DEPOSITOR'S BALANCE
       01 ACCRUAL-SEQ.
          05 ACR-EOF-FLAG PIC 9 VALUE 0.
          05 ACR-COUNT PIC 9(5) VALUE 0.
          05 ACR-INTEREST PIC 9(9)V9(2).
          05 ACR-TAX PIC 9(9)V9(2).
          05 ACR-NET PIC 9(9)V9(2).
          05 ACR-TOTAL-INTEREST PIC 9(11)V9(2) VALUE 0.
          05 ACR-TOTAL-TAX PIC 9(11)V9(2) VALUE 0.
          05 ACR-TOTAL-NET PIC 9(11)V9(2) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 ACR-HEAD-LINE.
          05 FILLER PIC X(9) VALUE "ACCOUNT".
          05 FILLER PIC X(12) VALUE "NAME".
          05 FILLER PIC X(18) VALUE "OLD BALANCE".
          05 FILLER PIC X(8) VALUE "RATE".
          05 FILLER PIC X(15) VALUE "GROSS INT".
          05 FILLER PIC X(17) VALUE "TAX 20PCT".
          05 FILLER PIC X(17) VALUE "NET INT".
          05 FILLER PIC X(15) VALUE "NEW BALANCE".
          05 FILLER PIC X(4) VALUE " CCY".
       01 ACR-DETAIL-LINE.
          05 ACR-DET-BANKNUM PIC X(5).
          05 FILLER PIC X(4) VALUE SPACES.
          05 ACR-DET-BANKNAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ACR-DET-OLDBAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 ACR-DET-RATE PIC Z9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 ACR-DET-INTEREST PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 ACR-DET-TAX PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 ACR-DET-NET PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 ACR-DET-NEWBAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 ACR-DET-CCY PIC X(3).
       01 ACR-SKIP-LINE.
          05 ACR-SKIP-BANKNUM PIC X(5).
          05 FILLER PIC X(4) VALUE SPACES.
          05 ACR-SKIP-BANKNAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(40)
             VALUE "NO USD RATE ON FILE - NOT ACCRUED".
       01 ACR-PESO-NOTE-LINE.
          05 FILLER PIC X(48)
             VALUE "TOTALS IN PESOS; USD ACCOUNTS AT BUYING RATE OF ".
          05 ACR-NOTE-RATE PIC ZZ9.9999.
       01 ACR-TOTAL-LINE.
          05 FILLER PIC X(31) VALUE "TOTAL INTEREST OWED DEPOSITORS:".
          05 FILLER PIC X(2) VALUE SPACES.
          05 ACR-TOT-INTEREST PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 ACR-TAX-LINE.
          05 FILLER PIC X(31) VALUE "TOTAL FINAL TAX WITHHELD:      ".
          05 FILLER PIC X(2) VALUE SPACES.
          05 ACR-TOT-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 ACR-NET-LINE.
          05 FILLER PIC X(31) VALUE "TOTAL NET CREDITED:            ".
          05 FILLER PIC X(2) VALUE SPACES.
          05 ACR-TOT-NET PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM LOAD-RATE-TIERS.
           PERFORM LOAD-ACCOUNT-CURRENCIES.
           PERFORM LOAD-USD-RATE.
           PERFORM ACCRUE-ALL-ACCOUNTS.

           MOVE ACR-COUNT TO RC-DONE-COUNT
           DISPLAY "ACCOUNTS ACCRUED: " ACR-COUNT.
           MOVE ACR-TOTAL-INTEREST TO ACR-TOT-INTEREST
           DISPLAY "TOTAL INTEREST POSTED: " ACR-TOT-INTEREST.
           IF ACR-USD-SKIPPED > 0
              DISPLAY "USD ACCOUNTS NOT ACCRUED (NO RATE): "
                 ACR-USD-SKIPPED
           END-IF.
           GOBACK.

      ***** LOAD THE TIER SET IN FORCE FOR THE ACCRUAL DATE FOR EACH
      ***** CURRENCY, SEEDING THE DEFAULT BANDS FOR ANY CURRENCY THAT
      ***** HAS NONE ON FILE
       LOAD-RATE-TIERS.
           PERFORM GET-BUSINESS-DATE
           MOVE "PHP" TO ACR-SET-CCY(1)
           MOVE "USD" TO ACR-SET-CCY(2)
           PERFORM VARYING ACR-SET-IDX FROM 1 BY 1
               UNTIL ACR-SET-IDX > 2
              PERFORM LOAD-CURRENCY-TIERS
              IF ACR-TIER-COUNT(ACR-SET-IDX) = 0
                 PERFORM SEED-DEFAULT-TIERS
              END-IF
           END-PERFORM.
           EXIT.

      ***** FIRST PASS PICKS THE LATEST EFFECTIVE DATE NOT AFTER THE
      ***** RUN DATE, SECOND PASS LOADS ONLY THAT SET'S BANDS.
       LOAD-CURRENCY-TIERS.
           MOVE 0 TO ACR-TIER-EOF-FLAG
           MOVE SPACES TO ACR-SET-EFFDATE(ACR-SET-IDX)
           OPEN EXTEND RATE-TIERS
           CLOSE RATE-TIERS
           OPEN INPUT RATE-TIERS
              AT END MOVE 1 TO ACR-TIER-EOF-FLAG
           END-READ
           PERFORM UNTIL ACR-TIER-EOF-FLAG = 1
              PERFORM SET-TIER-CURRENCY
              IF ACR-TIER-CCY = ACR-SET-CCY(ACR-SET-IDX)
                 AND (TIER-EFFDATE = SPACES OR TIER-EFFDATE <= BDT-DATE)
                 AND TIER-EFFDATE >= ACR-SET-EFFDATE(ACR-SET-IDX)
                 MOVE TIER-EFFDATE TO ACR-SET-EFFDATE(ACR-SET-IDX)
              END-IF
              READ RATE-TIERS
                 AT END MOVE 1 TO ACR-TIER-EOF-FLAG
           CLOSE RATE-TIERS

           MOVE 0 TO ACR-TIER-EOF-FLAG
           MOVE 0 TO ACR-TIER-COUNT(ACR-SET-IDX)
           OPEN INPUT RATE-TIERS
           READ RATE-TIERS
              AT END MOVE 1 TO ACR-TIER-EOF-FLAG
           END-READ
           PERFORM UNTIL ACR-TIER-EOF-FLAG = 1
              PERFORM SET-TIER-CURRENCY
              IF ACR-TIER-CCY = ACR-SET-CCY(ACR-SET-IDX)
                 AND TIER-EFFDATE = ACR-SET-EFFDATE(ACR-SET-IDX)
                 ADD 1 TO ACR-TIER-COUNT(ACR-SET-IDX)
                 MOVE ACR-TIER-COUNT(ACR-SET-IDX) TO ACR-TIER-IDX
                 MOVE TIER-MAXBAL
                    TO ACR-TIER-MAXBAL(ACR-SET-IDX, ACR-TIER-IDX)
                 MOVE TIER-ANNUAL-RATE
                    TO ACR-TIER-RATE(ACR-SET-IDX, ACR-TIER-IDX)
              END-IF
              READ RATE-TIERS
                 AT END MOVE 1 TO ACR-TIER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE RATE-TIERS.
           EXIT.

       SET-TIER-CURRENCY.
           IF TIER-CURRENCY = SPACES
              MOVE "PHP" TO ACR-TIER-CCY
           ELSE
              MOVE TIER-CURRENCY TO ACR-TIER-CCY
           END-IF.
           EXIT.

      ***** SEED THE DEFAULT BALANCE BANDS THE FIRST TIME THIS RUNS;
      ***** APPENDED SO ANOTHER CURRENCY'S BANDS ARE NEVER LOST
       SEED-DEFAULT-TIERS.
           IF ACR-SET-IDX = 1
              MOVE 9999.99 TO ACR-TIER-MAXBAL(1, 1)
              MOVE 0.25 TO ACR-TIER-RATE(1, 1)
              MOVE 49999.99 TO ACR-TIER-MAXBAL(1, 2)
              MOVE 0.50 TO ACR-TIER-RATE(1, 2)
              MOVE 999999.99 TO ACR-TIER-MAXBAL(1, 3)
              MOVE 1.00 TO ACR-TIER-RATE(1, 3)
              MOVE 3 TO ACR-TIER-COUNT(1)
           ELSE
              MOVE 9999.99 TO ACR-TIER-MAXBAL(2, 1)
              MOVE 0.10 TO ACR-TIER-RATE(2, 1)
              MOVE 999999.99 TO ACR-TIER-MAXBAL(2, 2)
              MOVE 0.25 TO ACR-TIER-RATE(2, 2)
              MOVE 2 TO ACR-TIER-COUNT(2)
           END-IF
           MOVE "19000101" TO ACR-SET-EFFDATE(ACR-SET-IDX)
           OPEN EXTEND RATE-TIERS
           PERFORM VARYING ACR-TIER-IDX FROM 1 BY 1
               UNTIL ACR-TIER-IDX > ACR-TIER-COUNT(ACR-SET-IDX)
              MOVE ACR-TIER-MAXBAL(ACR-SET-IDX, ACR-TIER-IDX)
                 TO TIER-MAXBAL
              MOVE ACR-TIER-RATE(ACR-SET-IDX, ACR-TIER-IDX)
                 TO TIER-ANNUAL-RATE
              MOVE "19000101" TO TIER-EFFDATE
              MOVE ACR-SET-CCY(ACR-SET-IDX) TO TIER-CURRENCY
              WRITE RATE-TIER-REC
           END-PERFORM
           CLOSE RATE-TIERS.
           EXIT.

      ***** FIRST TIER WHOSE CEILING COVERS THE BALANCE SETS THE RATE,
      ***** TAKEN FROM THE SET FOR THE ACCOUNT'S CURRENCY
       FIND-TIER-RATE.
           IF ACR-ACCT-CCY = "USD"
              MOVE 2 TO ACR-SET-IDX
           ELSE
              MOVE 1 TO ACR-SET-IDX
           END-IF
           MOVE ACR-TIER-COUNT(ACR-SET-IDX) TO ACR-TIER-IDX
           MOVE ACR-TIER-RATE(ACR-SET-IDX, ACR-TIER-IDX)
              TO ACR-RATE-FOUND
           PERFORM VARYING ACR-TIER-IDX
               FROM ACR-TIER-COUNT(ACR-SET-IDX) BY -1
               UNTIL ACR-TIER-IDX < 1
              IF LEDG-BALANCE <= ACR-TIER-MAXBAL(ACR-SET-IDX,
                                                 ACR-TIER-IDX)
                 MOVE ACR-TIER-RATE(ACR-SET-IDX, ACR-TIER-IDX)
                    TO ACR-RATE-FOUND
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE CURRENCY OF EVERY FOREIGN-CURRENCY ACCOUNT
       LOAD-ACCOUNT-CURRENCIES.
           MOVE 0 TO ACR-ACY-COUNT
           MOVE 0 TO ACR-ACY-EOF-FLAG
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO ACR-ACY-EOF-FLAG
           END-READ
           PERFORM UNTIL ACR-ACY-EOF-FLAG = 1
              IF ACR-ACY-COUNT < 500
                 ADD 1 TO ACR-ACY-COUNT
                 MOVE ACY-BANKNUM TO ACR-ACY-ACCT(ACR-ACY-COUNT)
                 MOVE ACY-CURRENCY TO ACR-ACY-CCY(ACR-ACY-COUNT)
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO ACR-ACY-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

       FIND-ACCOUNT-CURRENCY.
           MOVE "PHP" TO ACR-ACCT-CCY
           PERFORM VARYING ACR-ACY-IDX FROM 1 BY 1
               UNTIL ACR-ACY-IDX > ACR-ACY-COUNT
              IF ACR-ACY-ACCT(ACR-ACY-IDX) = LEDG-BANKNUM
                 MOVE ACR-ACY-CCY(ACR-ACY-IDX) TO ACR-ACCT-CCY
              END-IF
           END-PERFORM.
           EXIT.

      ***** LATEST USD BUYING RATE DATED ON OR BEFORE THE RUN DATE
       LOAD-USD-RATE.
           MOVE 0 TO ACR-USD-BUY
           MOVE SPACES TO ACR-USD-RATE-DATE
           MOVE 0 TO ACR-FX-EOF-FLAG
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           READ FX-RATES
              AT END MOVE 1 TO ACR-FX-EOF-FLAG
           END-READ
           PERFORM UNTIL ACR-FX-EOF-FLAG = 1
              IF FXR-CURRENCY = "USD" AND FXR-DATE <= BDT-DATE
                 AND FXR-DATE >= ACR-USD-RATE-DATE
                 MOVE FXR-DATE TO ACR-USD-RATE-DATE
                 MOVE FXR-BUY TO ACR-USD-BUY
              END-IF
              READ FX-RATES
                 AT END MOVE 1 TO ACR-FX-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FX-RATES.
           EXIT.

      ***** WALK EVERY LEDGER RECORD, POST ONE MONTH OF INTEREST
      ***** STRAIGHT BACK ONTO THE INDEXED MASTER WITH REWRITE
       ACCRUE-ALL-ACCOUNTS.
           END-READ
           PERFORM UNTIL ACR-EOF-FLAG = 1
      ***** CLOSED ACCOUNTS EARN NOTHING AND PASS THROUGH UNCHANGED
              PERFORM FIND-ACCOUNT-CURRENCY
      ***** A USD ACCOUNT CANNOT BE ACCRUED WITHOUT A RATE TO STATE
      ***** ITS WITHHOLDING TAX IN PESOS; IT IS LISTED AND SKIPPED
              IF LEDG-STATUS NOT = 'C' AND ACR-ACCT-CCY = "USD"
                 AND ACR-USD-BUY = 0
                 MOVE LEDG-BANKNUM TO ACR-SKIP-BANKNUM
                 MOVE LEDG-BANKNAME TO ACR-SKIP-BANKNAME
                 WRITE INTEREST-REPORT-REC FROM ACR-SKIP-LINE
                 ADD 1 TO ACR-USD-SKIPPED
              END-IF
              IF LEDG-STATUS NOT = 'C' AND
                 (ACR-ACCT-CCY NOT = "USD" OR ACR-USD-BUY > 0)
                 PERFORM FIND-TIER-RATE
      ***** GROSS INTEREST, THE 20 PCT FINAL TAX WITHHELD AT SOURCE,
      ***** AND THE NET THAT IS ACTUALLY CREDITED TO THE DEPOSITOR
                 MOVE ACR-INTEREST TO ACR-DET-INTEREST
                 MOVE ACR-TAX TO ACR-DET-TAX
                 MOVE ACR-NET TO ACR-DET-NET
                 MOVE ACR-ACCT-CCY TO ACR-DET-CCY

                 COMPUTE LEDG-BALANCE = LEDG-BALANCE + ACR-NET
                 REWRITE LEDGER-REC
                 MOVE SPACES TO JRNL-BRANCH
                 WRITE BANK-JOURNAL-REC

      ***** THE REMITTANCE FILE AND THE RUN TOTALS ARE IN PESOS
                 IF ACR-ACCT-CCY = "USD"
                    COMPUTE ACR-PESO-INTEREST ROUNDED =
                        ACR-INTEREST * ACR-USD-BUY
                    COMPUTE ACR-PESO-TAX ROUNDED =
                        ACR-TAX * ACR-USD-BUY
                 ELSE
                    MOVE ACR-INTEREST TO ACR-PESO-INTEREST
                    MOVE ACR-TAX TO ACR-PESO-TAX
                 END-IF
                 COMPUTE ACR-PESO-NET =
                     ACR-PESO-INTEREST - ACR-PESO-TAX

                 MOVE BDT-DATE(1:6) TO ITR-MONTH
                 MOVE LEDG-BANKNUM TO ITR-BANKNUM
                 MOVE ACR-PESO-INTEREST TO ITR-GROSS
                 MOVE ACR-PESO-TAX TO ITR-TAX
                 WRITE TAX-REMIT-REC

                 ADD ACR-PESO-INTEREST TO ACR-TOTAL-INTEREST
                 ADD ACR-PESO-TAX TO ACR-TOTAL-TAX
                 ADD ACR-PESO-NET TO ACR-TOTAL-NET
                 ADD 1 TO ACR-COUNT
              END-IF

           WRITE INTEREST-REPORT-REC FROM ACR-TAX-LINE
           MOVE ACR-TOTAL-NET TO ACR-TOT-NET
           WRITE INTEREST-REPORT-REC FROM ACR-NET-LINE
           IF ACR-USD-BUY > 0
              MOVE ACR-USD-BUY TO ACR-NOTE-RATE
              WRITE INTEREST-REPORT-REC FROM ACR-PESO-NOTE-LINE
           END-IF

      ***** MONTH TOTAL ROW ON THE REMITTANCE FILE FOR THE BIR FILING
           MOVE BDT-DATE(1:6) TO ITR-MONTH
