       01 TIME-DEPOSIT-REC.
          05 TD-NUM PIC X(5).
          05 TD-ACCT PIC X(5).
          05 TD-PRINCIPAL PIC 9(9)V9(2).
          05 TD-TERM PIC 9(3).
          05 TD-RATE PIC 99V9(2).
          05 TD-VALUE-DATE PIC X(8).
       01 TEMP-TIME-DEPOSIT-REC.
          05 TTD-NUM PIC X(5).
          05 TTD-ACCT PIC X(5).
          05 TTD-PRINCIPAL PIC 9(9)V9(2).
          05 TTD-TERM PIC 9(3).
          05 TTD-RATE PIC 99V9(2).
          05 TTD-VALUE-DATE PIC X(8).
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
       01 TAX-REMIT-REC.
          05 ITR-MONTH PIC X(6).
          05 ITR-BANKNUM PIC X(5).
          05 ITR-GROSS PIC 9(11)V9(2).
          05 ITR-TAX PIC 9(11)V9(2).
       FD TD-REPORT.
       01 TD-REPORT-REC PIC X(80).
      ***** SHOP-WIDE JOB RUN-CONTROL RECORDS (S=START E=END)
          05 TDM-MATURED PIC 9(4) VALUE 0.
          05 TDM-ROLLED PIC 9(4) VALUE 0.
          05 TDM-FAILED PIC 9(4) VALUE 0.
          05 TDM-GROSS PIC 9(9)V9(2).
          05 TDM-TAX PIC 9(9)V9(2).
          05 TDM-NET PIC 9(9)V9(2).
          05 TDM-PROCEEDS PIC 9(10)V9(2).
          05 TDM-CREDIT-OK PIC 9 VALUE 0.
          05 TDM-TAX-DUE PIC 9 VALUE 0.
          05 TDM-SETTLE-BAL PIC 9(9)V9(2).
          05 TDM-MM PIC 9(4).
          05 TDM-WORK-DATE.
             10 TDM-W-YY PIC 9(4).
             10 TDM-W-MM PIC 9(2).
             10 TDM-W-DD PIC 9(2).
      ********** THE BANKING DAY A MATURITY IS PAID ON, AND THE DAYS
      ********** OF INTEREST IT ADDS (OR TAKES OFF) THE FULL TERM
          05 TDM-PAY-DATE PIC X(8).
          05 TDM-SHIFT-DAYS PIC S9(3).
          05 TDM-SHIFT-INT PIC S9(9)V9(2).
       01 BKD-PARM.
          05 BKD-P-PRODUCT PIC X(2) VALUE "TD".
          05 BKD-P-DATE PIC X(8).
          05 BKD-P-ADJUSTED PIC X(8).
          05 BKD-P-RULE PIC X(01).
      ********** REPORT LINE LAYOUTS
       01 TDM-HEAD-LINE.
          05 FILLER PIC X(33)
          05 FILLER PIC X(2) VALUE SPACES.
          05 TDM-DET-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 TDM-DET-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TDM-DET-NET PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TDM-DET-ACTION PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 TDM-DET-PAID-ON PIC X(8).
       01 TDM-TOTAL-LINE.
          05 FILLER PIC X(9) VALUE "MATURED: ".
          05 TDM-TOT-MAT PIC ZZZ9.
           END-READ
           PERFORM UNTIL TDM-EOF-FLAG = 1
              MOVE TIME-DEPOSIT-REC TO TEMP-TIME-DEPOSIT-REC
              IF TD-STATUS = 'A'
      ***** A MATURITY ON A WEEKEND OR HOLIDAY IS PAID ON THE TIME-
      ***** DEPOSIT PRODUCT'S BANKING DAY
                 MOVE TD-MATURITY-DATE TO BKD-P-DATE
                 CALL "BANKING-DAY-ADJUST" USING BKD-PARM
                 MOVE BKD-P-ADJUSTED TO TDM-PAY-DATE
                 IF TDM-PAY-DATE <= BDT-DATE
                    PERFORM MATURE-ONE-PLACEMENT
                 END-IF
              END-IF
              WRITE TEMP-TIME-DEPOSIT-REC
              READ TIME-DEPOSITS
      ***** ONE PLACEMENT REACHING MATURITY: FULL-TERM INTEREST AT
      ***** THE CONTRACT RATE, 20 PCT FINAL TAX WITHHELD, THEN THE
      ***** ROLLOVER INSTRUCTION DECIDES WHAT GOES BACK TO THE
      ***** SETTLEMENT ACCOUNT AND WHAT STAYS PLACED. WHEN THE
      ***** MATURITY MOVED TO A BANKING DAY, THE DAYS BETWEEN THE
      ***** CONTRACT DATE AND THE PAYMENT DATE EARN (OR, MOVED BACK,
      ***** LOSE) INTEREST AT THE CONTRACT RATE ON AN ACTUAL/365 BASIS
       MATURE-ONE-PLACEMENT.
           MOVE 0 TO TDM-TAX-DUE
           COMPUTE TDM-SHIFT-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TDM-PAY-DATE))
               - FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(TD-MATURITY-DATE))
           COMPUTE TDM-SHIFT-INT ROUNDED =
               TD-PRINCIPAL * TD-RATE / 100 * TDM-SHIFT-DAYS / 365
           COMPUTE TDM-GROSS ROUNDED =
               TD-PRINCIPAL * TD-RATE / 100 * TD-TERM / 12
               + TDM-SHIFT-INT
           COMPUTE TDM-TAX ROUNDED = TDM-GROSS * TDM-WTAX-RATE
           COMPUTE TDM-NET = TDM-GROSS - TDM-TAX

           MOVE TD-ACCT TO TDM-DET-ACCT
           MOVE TD-PRINCIPAL TO TDM-DET-PRINCIPAL
           MOVE TDM-NET TO TDM-DET-NET
           MOVE TDM-PAY-DATE TO TDM-DET-PAID-ON

           EVALUATE TD-ROLLOVER
              WHEN 'R'
      ***** EVERYTHING STAYS PLACED FOR ANOTHER FULL TERM
                 MOVE 1 TO TDM-TAX-DUE
                 COMPUTE TTD-PRINCIPAL = TD-PRINCIPAL + TDM-NET
                 MOVE TDM-PAY-DATE TO TTD-VALUE-DATE
                 MOVE TDM-PAY-DATE TO TDM-WORK-DATE
                 PERFORM TDM-ADD-TERM
                 MOVE TDM-WORK-DATE TO TTD-MATURITY-DATE
                 ADD 1 TO TDM-ROLLED
                 PERFORM CREDIT-SETTLEMENT-ACCT
                 IF TDM-CREDIT-OK = 1
                    MOVE 1 TO TDM-TAX-DUE
                    MOVE TDM-PAY-DATE TO TTD-VALUE-DATE
                    MOVE TDM-PAY-DATE TO TDM-WORK-DATE
                    PERFORM TDM-ADD-TERM
                    MOVE TDM-WORK-DATE TO TTD-MATURITY-DATE
                    ADD 1 TO TDM-ROLLED
           MOVE TD-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              NOT INVALID KEY
                 IF LEDG-STATUS NOT = 'C'
                    ADD TDM-PROCEEDS TO LEDG-BALANCE
                    REWRITE LEDGER-REC
                    MOVE 1 TO TDM-CREDIT-OK
                    MOVE TD-ACCT TO JRNL-BANKNUM
                    MOVE 'M' TO JRNL-TCODE
                    MOVE TDM-PROCEEDS TO JRNL-AMOUNT
                    MOVE LEDG-BALANCE TO JRNL-BALANCE
                    PERFORM SET-BUSINESS-STAMP
                    MOVE BDT-STAMP TO JRNL-TIMESTAMP
                    MOVE SPACE TO JRNL-RECON
                    MOVE "*TDEP" TO JRNL-OPERATOR
                    MOVE SPACES TO JRNL-BRANCH
                    WRITE BANK-JOURNAL-REC
                 END-IF
           END-READ
           CLOSE BANKLEDGER.
           EXIT.
