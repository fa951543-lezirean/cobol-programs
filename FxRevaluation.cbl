      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JUNE 18, 2024
      * Purpose: MONTH-END REVALUATION OF USD DEPOSIT ACCOUNTS AT THE
      *          CLOSING BUYING RATE: THE UNREALIZED FOREX GAIN OR
      *          LOSS AGAINST EACH ACCOUNT'S PESO CARRYING VALUE GOES
      *          TO THE GL BATCH AND THE CARRYING VALUES ARE RESET
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-FX-REVALUATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LEDG-BANKNUM.
           SELECT ACCOUNT-CURRENCY ASSIGN TO
           "C:\cobol_project\AccountCurrency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FX-RATES ASSIGN TO
           "C:\cobol_project\FxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT REVAL-REPORT ASSIGN TO
           "C:\cobol_project\FxRevalReport.dat"
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
      ***** A USD ACCOUNT'S LEDGER BALANCE IS HELD IN DOLLARS
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** ONE ROW PER NON-PESO ACCOUNT: ITS CURRENCY AND THE PESO
      ***** VALUE THE GL CURRENTLY CARRIES IT AT
       FD ACCOUNT-CURRENCY.
       01 ACCOUNT-CURRENCY-REC.
          05 ACY-BANKNUM PIC X(5).
          05 ACY-CURRENCY PIC X(3).
          05 ACY-BOOKED-PHP PIC 9(11)V9(2).
       FD FX-RATES.
       01 FX-RATE-REC.
          05 FXR-DATE PIC X(8).
          05 FXR-CURRENCY PIC X(3).
          05 FXR-BUY PIC 9(3)V9(4).
          05 FXR-SELL PIC 9(3)V9(4).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE Y MARKS
      ***** THE REVALUATION ENTRY, WHICH NEVER PASSES THROUGH THE
      ***** JOURNAL)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
       FD REVAL-REPORT.
       01 REVAL-REPORT-REC PIC X(110).
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
      ***** A RUN WITH NO CLOSING RATE ENDS AS A FAILED STEP
       01 FXV-RUN-STATUS PIC X(4) VALUE "OK  ".
      ***** USD DEPOSITS ARE CARRIED IN 2000 WITH THE PESO ACCOUNTS;
      ***** THE DIFFERENCE GOES TO FOREX GAIN OR FOREX LOSS
       01 FXV-DEPOSIT-ACCT PIC X(4) VALUE "2000".
       01 FXV-GAIN-ACCT PIC X(4) VALUE "4400".
       01 FXV-LOSS-ACCT PIC X(4) VALUE "5400".
      ********** ACCOUNT CURRENCY TABLE
       01 FXV-ACY-TABLE.
          05 FXV-ACY-ENTRY OCCURS 500 TIMES.
             10 FXV-ACY-ACCT PIC X(5).
             10 FXV-ACY-CCY PIC X(3).
             10 FXV-ACY-BOOKED PIC 9(11)V9(2).
       01 FXV-ACY-COUNT PIC 9(3) VALUE 0.
       01 FXV-ACY-IDX PIC 9(3).
       01 FXV-ACY-HIT PIC 9(3) VALUE 0.
      ********** RUN FIELDS
       01 FXV-SEQ.
          05 FXV-EOF-FLAG PIC 9 VALUE 0.
          05 FXV-USD-BUY PIC 9(3)V9(4) VALUE 0.
          05 FXV-USD-RATE-DATE PIC X(8) VALUE SPACES.
          05 FXV-ACCOUNTS PIC 9(5) VALUE 0.
          05 FXV-REVALUED PIC 9(11)V9(2).
          05 FXV-DIFF PIC S9(11)V9(2).
          05 FXV-USD-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 FXV-BOOKED-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 FXV-REVALUED-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 FXV-NET PIC S9(11)V9(2) VALUE 0.
          05 FXV-ENTRY-AMOUNT PIC 9(11)V9(2) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 FXV-HEAD-LINE.
          05 FILLER PIC X(40)
             VALUE "USD DEPOSIT REVALUATION   BUSINESS DATE ".
          05 FXV-HEAD-DATE PIC X(8).
          05 FILLER PIC X(16) VALUE "   BUYING RATE ".
          05 FXV-HEAD-RATE PIC ZZ9.9999.
          05 FILLER PIC X(10) VALUE "   RATE OF".
          05 FILLER PIC X(1) VALUE SPACES.
          05 FXV-HEAD-RATE-DATE PIC X(8).
       01 FXV-COL-LINE.
          05 FILLER PIC X(17) VALUE "ACCT  NAME".
          05 FILLER PIC X(14) VALUE "   USD BALANCE".
          05 FILLER PIC X(19) VALUE "       BOOKED PESOS".
          05 FILLER PIC X(19) VALUE "     REVALUED PESOS".
          05 FILLER PIC X(20) VALUE "         GAIN/(LOSS)".
       01 FXV-DETAIL-LINE.
          05 FXV-DET-ACCT PIC X(5).
          05 FILLER PIC X(1) VALUE SPACES.
          05 FXV-DET-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 FXV-DET-USD PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FXV-DET-BOOKED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FXV-DET-REVALUED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FXV-DET-DIFF PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 FXV-SUM-LINE.
          05 FXV-SUM-LABEL PIC X(34).
          05 FXV-SUM-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "FX-REVALUATION".
          05 SPL-P-PROGRAM PIC X(24) VALUE "BANK-FX-REVALUATION".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\FxRevalReport.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE

           PERFORM LOAD-USD-RATE
           IF FXV-USD-BUY = 0
              DISPLAY "NO USD RATE ON FILE - REVALUATION NOT RUN"
              MOVE "FAIL" TO FXV-RUN-STATUS
              PERFORM LOG-RUN-END
              GOBACK
           END-IF

           PERFORM LOAD-ACCOUNT-CURRENCIES
           PERFORM REVALUE-ACCOUNTS
           PERFORM POST-REVALUATION-ENTRY
           PERFORM SAVE-ACCOUNT-CURRENCIES

           MOVE FXV-ACCOUNTS TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "USD ACCOUNTS REVALUED: " FXV-ACCOUNTS.
           GOBACK.

      ***** CLOSING RATE: THE LATEST USD ROW DATED ON OR BEFORE THE
      ***** BUSINESS DATE
       LOAD-USD-RATE.
           MOVE 0 TO FXV-USD-BUY
           MOVE SPACES TO FXV-USD-RATE-DATE
           MOVE 0 TO FXV-EOF-FLAG
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           READ FX-RATES
              AT END MOVE 1 TO FXV-EOF-FLAG
           END-READ
           PERFORM UNTIL FXV-EOF-FLAG = 1
              IF FXR-CURRENCY = "USD" AND FXR-DATE <= BDT-DATE
                 AND FXR-DATE >= FXV-USD-RATE-DATE
                 MOVE FXR-DATE TO FXV-USD-RATE-DATE
                 MOVE FXR-BUY TO FXV-USD-BUY
              END-IF
              READ FX-RATES
                 AT END MOVE 1 TO FXV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FX-RATES.
           EXIT.

       LOAD-ACCOUNT-CURRENCIES.
           MOVE 0 TO FXV-ACY-COUNT
           MOVE 0 TO FXV-EOF-FLAG
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO FXV-EOF-FLAG
           END-READ
           PERFORM UNTIL FXV-EOF-FLAG = 1
              IF FXV-ACY-COUNT < 500
                 ADD 1 TO FXV-ACY-COUNT
                 MOVE ACY-BANKNUM TO FXV-ACY-ACCT(FXV-ACY-COUNT)
                 MOVE ACY-CURRENCY TO FXV-ACY-CCY(FXV-ACY-COUNT)
                 MOVE ACY-BOOKED-PHP TO FXV-ACY-BOOKED(FXV-ACY-COUNT)
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO FXV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

      ***** EVERY USD ACCOUNT ON THE LEDGER, CLOSED ONES INCLUDED, SO
      ***** A CLOSED ACCOUNT'S LEFTOVER CARRYING VALUE IS CLEARED
       REVALUE-ACCOUNTS.
           OPEN OUTPUT REVAL-REPORT
           MOVE BDT-DATE TO FXV-HEAD-DATE
           MOVE FXV-USD-BUY TO FXV-HEAD-RATE
           MOVE FXV-USD-RATE-DATE TO FXV-HEAD-RATE-DATE
           WRITE REVAL-REPORT-REC FROM FXV-HEAD-LINE
           WRITE REVAL-REPORT-REC FROM FXV-COL-LINE

           MOVE 0 TO FXV-EOF-FLAG
           OPEN INPUT BANKLEDGER
           READ BANKLEDGER NEXT RECORD
              AT END MOVE 1 TO FXV-EOF-FLAG
           END-READ
           PERFORM UNTIL FXV-EOF-FLAG = 1
              PERFORM REVALUE-ONE-ACCOUNT
              READ BANKLEDGER NEXT RECORD
                 AT END MOVE 1 TO FXV-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANKLEDGER

           COMPUTE FXV-NET = FXV-BOOKED-TOTAL - FXV-REVALUED-TOTAL
           MOVE SPACES TO REVAL-REPORT-REC
           WRITE REVAL-REPORT-REC
           MOVE "USD ACCOUNTS REVALUED" TO FXV-SUM-LABEL
           MOVE FXV-ACCOUNTS TO FXV-SUM-AMOUNT
           WRITE REVAL-REPORT-REC FROM FXV-SUM-LINE
           MOVE "TOTAL USD BALANCES" TO FXV-SUM-LABEL
           MOVE FXV-USD-TOTAL TO FXV-SUM-AMOUNT
           WRITE REVAL-REPORT-REC FROM FXV-SUM-LINE
           MOVE "BOOKED PESO VALUE BEFORE THIS RUN" TO FXV-SUM-LABEL
           MOVE FXV-BOOKED-TOTAL TO FXV-SUM-AMOUNT
           WRITE REVAL-REPORT-REC FROM FXV-SUM-LINE
           MOVE "REVALUED PESO VALUE" TO FXV-SUM-LABEL
           MOVE FXV-REVALUED-TOTAL TO FXV-SUM-AMOUNT
           WRITE REVAL-REPORT-REC FROM FXV-SUM-LINE
           IF FXV-NET < 0
              MOVE "NET UNREALIZED FOREX LOSS" TO FXV-SUM-LABEL
           ELSE
              MOVE "NET UNREALIZED FOREX GAIN" TO FXV-SUM-LABEL
           END-IF
           MOVE FXV-NET TO FXV-SUM-AMOUNT
           WRITE REVAL-REPORT-REC FROM FXV-SUM-LINE
           CLOSE REVAL-REPORT
           CALL "SPOOL-REGISTER" USING SPL-PARM.
           EXIT.

      ***** THE BANK OWES THE DEPOSITOR DOLLARS: A STRONGER DOLLAR
      ***** RAISES THE PESO LIABILITY (A LOSS), A WEAKER ONE LOWERS
      ***** IT (A GAIN)
       REVALUE-ONE-ACCOUNT.
           MOVE 0 TO FXV-ACY-HIT
           PERFORM VARYING FXV-ACY-IDX FROM 1 BY 1
               UNTIL FXV-ACY-IDX > FXV-ACY-COUNT
              IF FXV-ACY-ACCT(FXV-ACY-IDX) = LEDG-BANKNUM
                 AND FXV-ACY-CCY(FXV-ACY-IDX) = "USD"
                 MOVE FXV-ACY-IDX TO FXV-ACY-HIT
              END-IF
           END-PERFORM
           IF FXV-ACY-HIT = 0
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO FXV-ACCOUNTS
           COMPUTE FXV-REVALUED ROUNDED = LEDG-BALANCE * FXV-USD-BUY
           COMPUTE FXV-DIFF = FXV-ACY-BOOKED(FXV-ACY-HIT)
               - FXV-REVALUED
           ADD LEDG-BALANCE TO FXV-USD-TOTAL
           ADD FXV-ACY-BOOKED(FXV-ACY-HIT) TO FXV-BOOKED-TOTAL
           ADD FXV-REVALUED TO FXV-REVALUED-TOTAL

           MOVE LEDG-BANKNUM TO FXV-DET-ACCT
           MOVE LEDG-BANKNAME TO FXV-DET-NAME
           MOVE LEDG-BALANCE TO FXV-DET-USD
           MOVE FXV-ACY-BOOKED(FXV-ACY-HIT) TO FXV-DET-BOOKED
           MOVE FXV-REVALUED TO FXV-DET-REVALUED
           MOVE FXV-DIFF TO FXV-DET-DIFF
           WRITE REVAL-REPORT-REC FROM FXV-DETAIL-LINE

           MOVE FXV-REVALUED TO FXV-ACY-BOOKED(FXV-ACY-HIT).
           EXIT.

      ***** ONE NETTED PAIR FOR THE WHOLE BOOK: A GAIN IS DR 2000
      ***** CR 4400, A LOSS IS DR 5400 CR 2000
       POST-REVALUATION-ENTRY.
           IF FXV-NET = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-BATCH
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'Y' TO GLB-TCODE
           MOVE "FXREVAL" TO GLB-SOURCE
           IF FXV-NET > 0
              MOVE FXV-NET TO FXV-ENTRY-AMOUNT
              MOVE FXV-ENTRY-AMOUNT TO GLB-AMOUNT
              MOVE FXV-DEPOSIT-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE FXV-GAIN-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
           ELSE
              COMPUTE FXV-ENTRY-AMOUNT = 0 - FXV-NET
              MOVE FXV-ENTRY-AMOUNT TO GLB-AMOUNT
              MOVE FXV-LOSS-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE FXV-DEPOSIT-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
           END-IF
           CLOSE GL-BATCH.
           EXIT.

      ***** THE REVALUED FIGURE BECOMES EACH ACCOUNT'S NEW CARRYING
      ***** VALUE FOR THE DAILY GL POSTING
       SAVE-ACCOUNT-CURRENCIES.
           OPEN OUTPUT ACCOUNT-CURRENCY
           PERFORM VARYING FXV-ACY-IDX FROM 1 BY 1
               UNTIL FXV-ACY-IDX > FXV-ACY-COUNT
              MOVE FXV-ACY-ACCT(FXV-ACY-IDX) TO ACY-BANKNUM
              MOVE FXV-ACY-CCY(FXV-ACY-IDX) TO ACY-CURRENCY
              MOVE FXV-ACY-BOOKED(FXV-ACY-IDX) TO ACY-BOOKED-PHP
              WRITE ACCOUNT-CURRENCY-REC
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

       LOG-RUN-START.
           MOVE "BANK-FX-REVALUATION" TO RC-PROGRAM
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
           MOVE "BANK-FX-REVALUATION" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE FXV-RUN-STATUS TO RC-STATUS
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

       END PROGRAM BANK-FX-REVALUATION.
