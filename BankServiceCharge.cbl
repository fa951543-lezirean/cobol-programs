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
      ***** THE SHOP'S ONE-ROW FEE SCHEDULE: THE MINIMUM MONTHLY
      ***** BALANCE, THE FALL-BELOW FEE, AND THE DORMANCY FEE
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
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
       WORKING-STORAGE SECTION.
       01 RC-DONE-COUNT PIC 9(7) VALUE 0.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
          05 SVC-FALL-BELOW PIC 9(4)V9(2) VALUE 0.
          05 SVC-DORMANCY PIC 9(4)V9(2) VALUE 0.
          05 SVC-SCHED-EOF PIC 9 VALUE 0.
      ***** THE SAME SCHEDULE RESTATED IN DOLLARS AT THE LATEST USD
      ***** BUYING RATE; WITH NO RATE ON FILE USD ACCOUNTS ARE PASSED
       01 SVC-USD-SCHEDULE.
          05 SVC-USD-BUY PIC 9(3)V9(4) VALUE 0.
          05 SVC-USD-RATE-DATE PIC X(8) VALUE SPACES.
          05 SVC-USD-MIN-BALANCE PIC 9(6)V9(2) VALUE 0.
          05 SVC-USD-FALL-BELOW PIC 9(4)V9(2) VALUE 0.
          05 SVC-USD-DORMANCY PIC 9(4)V9(2) VALUE 0.
          05 SVC-FX-EOF PIC 9 VALUE 0.
       01 SVC-ACY-TABLE.
          05 SVC-ACY-ENTRY OCCURS 500 TIMES.
             10 SVC-ACY-ACCT PIC X(5).
             10 SVC-ACY-CCY PIC X(3).
       01 SVC-ACY-COUNT PIC 9(3) VALUE 0.
       01 SVC-ACY-IDX PIC 9(3).
       01 SVC-ACCT-CCY PIC X(3).
      ********** FEE RUN WORK FIELDS
       01 SVC-SEQ.
          05 SVC-EOF-FLAG PIC 9 VALUE 0.
          05 SVC-JRNL-EOF PIC 9 VALUE 0.
          05 SVC-MONTH PIC X(6).
          05 SVC-ACCT PIC X(5).
          05 SVC-ACCT-BAL PIC 9(9)V9(2).
          05 SVC-ACCT-STATUS PIC X(01).
          05 SVC-ACCT-NAME PIC X(10).
          05 SVC-START-BAL PIC 9(9)V9(2).
          05 SVC-START-SEEN PIC 9 VALUE 0.
          05 SVC-MIN-SEEN PIC 9(9)V9(2).
          05 SVC-IN-MONTH PIC 9 VALUE 0.
          05 SVC-FEE PIC 9(4)V9(2).
          05 SVC-FEE-CODE PIC X(10).
       01 SVC-COL-LINE.
          05 FILLER PIC X(9) VALUE "ACCOUNT".
          05 FILLER PIC X(12) VALUE "NAME".
          05 FILLER PIC X(18) VALUE "LOW BALANCE".
          05 FILLER PIC X(12) VALUE "FEE".
          05 FILLER PIC X(10) VALUE "TYPE".
       01 SVC-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SVC-DET-NAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SVC-DET-LOWBAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SVC-DET-FEE PIC Z,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SVC-DET-TYPE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SVC-DET-CCY PIC X(3).
       01 SVC-TOTAL-LINE.
          05 FILLER PIC X(13) VALUE "FEES POSTED: ".
          05 SVC-TOT-COUNT PIC ZZZZ9.
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE(1:6) TO SVC-MONTH
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-ACCOUNT-CURRENCIES
           PERFORM LOAD-USD-SCHEDULE

           OPEN OUTPUT FEE-REGISTER
           MOVE SVC-MONTH TO SVC-HEAD-MONTH
                 MOVE LEDG-BALANCE TO SVC-ACCT-BAL
                 MOVE LEDG-STATUS TO SVC-ACCT-STATUS
                 PERFORM DERIVE-MONTH-LOW
                 PERFORM FIND-ACCOUNT-CURRENCY
                 MOVE 0 TO SVC-FEE
                 IF SVC-ACCT-CCY = "USD"
                    PERFORM SET-USD-FEE
                 ELSE
                    IF SVC-ACCT-STATUS = 'D'
                       MOVE SVC-DORMANCY TO SVC-FEE
                       MOVE "DORMANCY  " TO SVC-FEE-CODE
                    ELSE
                       IF SVC-MIN-SEEN < SVC-MIN-BALANCE
                          MOVE SVC-FALL-BELOW TO SVC-FEE
                          MOVE "FALL-BELOW" TO SVC-FEE-CODE
                       END-IF
                    END-IF
                 END-IF
      ***** NEVER TAKE AN ACCOUNT NEGATIVE FOR A SERVICE CHARGE
           CLOSE BANKLEDGER.
           EXIT.

      ***** A USD ACCOUNT IS CHARGED FROM THE DOLLAR SCHEDULE
       SET-USD-FEE.
           IF SVC-USD-BUY = 0
              EXIT PARAGRAPH
           END-IF
           IF SVC-ACCT-STATUS = 'D'
              MOVE SVC-USD-DORMANCY TO SVC-FEE
              MOVE "DORMANCY  " TO SVC-FEE-CODE
           ELSE
              IF SVC-MIN-SEEN < SVC-USD-MIN-BALANCE
                 MOVE SVC-USD-FALL-BELOW TO SVC-FEE
                 MOVE "FALL-BELOW" TO SVC-FEE-CODE
              END-IF
           END-IF.
           EXIT.

      ***** THE CURRENCY OF EVERY FOREIGN-CURRENCY ACCOUNT
       LOAD-ACCOUNT-CURRENCIES.
           MOVE 0 TO SVC-ACY-COUNT
           MOVE 0 TO SVC-EOF-FLAG
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO SVC-EOF-FLAG
           END-READ
           PERFORM UNTIL SVC-EOF-FLAG = 1
              IF SVC-ACY-COUNT < 500
                 ADD 1 TO SVC-ACY-COUNT
                 MOVE ACY-BANKNUM TO SVC-ACY-ACCT(SVC-ACY-COUNT)
                 MOVE ACY-CURRENCY TO SVC-ACY-CCY(SVC-ACY-COUNT)
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO SVC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

       FIND-ACCOUNT-CURRENCY.
           MOVE "PHP" TO SVC-ACCT-CCY
           PERFORM VARYING SVC-ACY-IDX FROM 1 BY 1
               UNTIL SVC-ACY-IDX > SVC-ACY-COUNT
              IF SVC-ACY-ACCT(SVC-ACY-IDX) = SVC-ACCT
                 MOVE SVC-ACY-CCY(SVC-ACY-IDX) TO SVC-ACCT-CCY
              END-IF
           END-PERFORM.
           EXIT.

      ***** LATEST USD BUYING RATE ON OR BEFORE THE RUN DATE, AND THE
      ***** PESO SCHEDULE RESTATED AT IT
       LOAD-USD-SCHEDULE.
           MOVE 0 TO SVC-FX-EOF
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           READ FX-RATES
              AT END MOVE 1 TO SVC-FX-EOF
           END-READ
           PERFORM UNTIL SVC-FX-EOF = 1
              IF FXR-CURRENCY = "USD" AND FXR-DATE <= BDT-DATE
                 AND FXR-DATE >= SVC-USD-RATE-DATE
                 MOVE FXR-DATE TO SVC-USD-RATE-DATE
                 MOVE FXR-BUY TO SVC-USD-BUY
              END-IF
              READ FX-RATES
                 AT END MOVE 1 TO SVC-FX-EOF
              END-READ
           END-PERFORM
           CLOSE FX-RATES
           IF SVC-USD-BUY > 0
              COMPUTE SVC-USD-MIN-BALANCE ROUNDED =
                  SVC-MIN-BALANCE / SVC-USD-BUY
              COMPUTE SVC-USD-FALL-BELOW ROUNDED =
                  SVC-FALL-BELOW / SVC-USD-BUY
              COMPUTE SVC-USD-DORMANCY ROUNDED =
                  SVC-DORMANCY / SVC-USD-BUY
           END-IF.
           EXIT.

      ***** THE ACCOUNT'S LOWEST BALANCE FOR THE MONTH: THE BALANCE
      ***** CARRIED IN FROM BEFORE THE MONTH AND EVERY JOURNALED
      ***** BALANCE INSIDE IT; AN ACCOUNT WITH NO JOURNAL ACTIVITY
           MOVE SVC-MIN-SEEN TO SVC-DET-LOWBAL
           MOVE SVC-FEE TO SVC-DET-FEE
           MOVE SVC-FEE-CODE TO SVC-DET-TYPE
           MOVE SVC-ACCT-CCY TO SVC-DET-CCY
           WRITE FEE-REGISTER-REC FROM SVC-DETAIL-LINE
           ADD 1 TO SVC-FEE-COUNT
      ***** THE REGISTER TOTAL IS KEPT IN PESOS
           IF SVC-ACCT-CCY = "USD"
              COMPUTE SVC-FEE-TOTAL ROUNDED =
                  SVC-FEE-TOTAL + SVC-FEE * SVC-USD-BUY
           ELSE
              ADD SVC-FEE TO SVC-FEE-TOTAL
           END-IF.
           EXIT.


