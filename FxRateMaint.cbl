      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JUNE 17, 2024
      * Purpose: MAINTAIN THE DAILY FOREIGN-EXCHANGE RATE FILE
      *          (BUYING AND SELLING RATE PER CURRENCY PER BUSINESS
      *          DATE) USED BY THE TELLER, GL POSTING AND REVALUATION
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-FX-RATE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATES ASSIGN TO
           "C:\cobol_project\FxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FX-RATES-TEMP ASSIGN TO
           "C:\cobol_project\FxRatesTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER CURRENCY PER BUSINESS DATE: PESOS PER UNIT
      ***** THE BANK PAYS (BUY) AND CHARGES (SELL). A DAY WITH NO ROW
      ***** FALLS BACK TO THE LATEST EARLIER ROW IN BATCH, BUT THE
      ***** TELLER WILL NOT TRADE WITHOUT THE DAY'S OWN RATE
       FD FX-RATES.
       01 FX-RATE-REC.
          05 FXR-DATE PIC X(8).
          05 FXR-CURRENCY PIC X(3).
          05 FXR-BUY PIC 9(3)V9(4).
          05 FXR-SELL PIC 9(3)V9(4).
       FD FX-RATES-TEMP.
       01 TEMP-FX-RATE-REC PIC X(25).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ********** MAINTENANCE WORK FIELDS
       01 FXM-SEQ.
          05 FXM-MODE PIC X(01).
          05 FXM-CURRENCY PIC X(3).
          05 FXM-BUYIN PIC X(9).
          05 FXM-SELLIN PIC X(9).
          05 FXM-BUY PIC 9(3)V9(4).
          05 FXM-SELL PIC 9(3)V9(4).
          05 FXM-BUYDIS PIC ZZ9.9999.
          05 FXM-SELLDIS PIC ZZ9.9999.
          05 FXM-EOF-FLAG PIC 9 VALUE 0.
          05 FXM-REPLACED PIC 9 VALUE 0.
          05 FXM-COUNT PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "FOREIGN EXCHANGE RATE MAINTENANCE - " BDT-DATE.
           DISPLAY "[1] LIST RATES ON FILE".
           DISPLAY "[2] ENTER TODAY'S RATE".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT FXM-MODE.

           EVALUATE FXM-MODE
              WHEN '1'
                 PERFORM LIST-RATES
              WHEN '2'
                 PERFORM ENTER-TODAYS-RATE
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-RATES.
           MOVE 0 TO FXM-EOF-FLAG
           MOVE 0 TO FXM-COUNT
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           READ FX-RATES
              AT END MOVE 1 TO FXM-EOF-FLAG
           END-READ
           PERFORM UNTIL FXM-EOF-FLAG = 1
              ADD 1 TO FXM-COUNT
              MOVE FXR-BUY TO FXM-BUYDIS
              MOVE FXR-SELL TO FXM-SELLDIS
              DISPLAY FXR-DATE "  " FXR-CURRENCY "  BUY " FXM-BUYDIS
                 "  SELL " FXM-SELLDIS
              READ FX-RATES
                 AT END MOVE 1 TO FXM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FX-RATES
           DISPLAY "RATE ROWS ON FILE: " FXM-COUNT.
           EXIT.

      ***** A SECOND ENTRY FOR THE SAME DAY AND CURRENCY REPLACES
      ***** THE FIRST; THE SELLING RATE MAY NOT BE BELOW THE BUYING
       ENTER-TODAYS-RATE.
           DISPLAY "CURRENCY (USD):      " WITH NO ADVANCING.
           ACCEPT FXM-CURRENCY.
           IF FXM-CURRENCY = SPACES
              MOVE "USD" TO FXM-CURRENCY
           END-IF.
           IF FXM-CURRENCY = "usd"
              MOVE "USD" TO FXM-CURRENCY
           END-IF.
           IF FXM-CURRENCY NOT = "USD"
              DISPLAY "ONLY USD ACCOUNTS ARE OFFERED - RATE NOT SAVED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "BUYING RATE (PESOS): " WITH NO ADVANCING.
           ACCEPT FXM-BUYIN.
           COMPUTE FXM-BUY = FUNCTION NUMVAL(FXM-BUYIN).
           DISPLAY "SELLING RATE (PESOS):" WITH NO ADVANCING.
           ACCEPT FXM-SELLIN.
           COMPUTE FXM-SELL = FUNCTION NUMVAL(FXM-SELLIN).
           IF FXM-BUY = 0 OR FXM-SELL < FXM-BUY
              DISPLAY "RATES MUST BE ABOVE ZERO, SELL NOT BELOW BUY"
              DISPLAY "RATE NOT SAVED"
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FXM-EOF-FLAG
           MOVE 0 TO FXM-REPLACED
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           OPEN OUTPUT FX-RATES-TEMP
           READ FX-RATES
              AT END MOVE 1 TO FXM-EOF-FLAG
           END-READ
           PERFORM UNTIL FXM-EOF-FLAG = 1
              IF FXR-DATE = BDT-DATE AND FXR-CURRENCY = FXM-CURRENCY
                 MOVE FXM-BUY TO FXR-BUY
                 MOVE FXM-SELL TO FXR-SELL
                 MOVE 1 TO FXM-REPLACED
              END-IF
              WRITE TEMP-FX-RATE-REC FROM FX-RATE-REC
              READ FX-RATES
                 AT END MOVE 1 TO FXM-EOF-FLAG
              END-READ
           END-PERFORM
           IF FXM-REPLACED = 0
              MOVE BDT-DATE TO FXR-DATE
              MOVE FXM-CURRENCY TO FXR-CURRENCY
              MOVE FXM-BUY TO FXR-BUY
              MOVE FXM-SELL TO FXR-SELL
              WRITE TEMP-FX-RATE-REC FROM FX-RATE-REC
           END-IF
           CLOSE FX-RATES
           CLOSE FX-RATES-TEMP

           MOVE 0 TO FXM-EOF-FLAG
           OPEN OUTPUT FX-RATES
           OPEN INPUT FX-RATES-TEMP
           READ FX-RATES-TEMP
              AT END MOVE 1 TO FXM-EOF-FLAG
           END-READ
           PERFORM UNTIL FXM-EOF-FLAG = 1
              WRITE FX-RATE-REC FROM TEMP-FX-RATE-REC
              READ FX-RATES-TEMP
                 AT END MOVE 1 TO FXM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FX-RATES
           CLOSE FX-RATES-TEMP

           MOVE FXM-BUY TO FXM-BUYDIS
           MOVE FXM-SELL TO FXM-SELLDIS
           IF FXM-REPLACED = 1
              DISPLAY "RATE REPLACED FOR " BDT-DATE
           ELSE
              DISPLAY "RATE ADDED FOR " BDT-DATE
           END-IF
           DISPLAY FXM-CURRENCY "  BUY " FXM-BUYDIS
              "  SELL " FXM-SELLDIS.
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

       END PROGRAM BANK-FX-RATE-MAINT.
