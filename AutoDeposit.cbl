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
          05 EOD-CASH-SALES PIC 9(8)V9(2) VALUE 0.
          05 EOD-REFUNDS PIC 9(8)V9(2) VALUE 0.
          05 EOD-NET PIC S9(8)V9(2).
          05 EOD-POSTED PIC 9(9)V9(2).
          05 EOD-COUNTEDIN PIC X(11).
          05 EOD-COUNTED PIC 9(8)V9(2).
          05 EOD-AMOUNTDIS PIC ----,---,--9.99.
      ********** DEPOSIT SLIP LINE LAYOUTS
       01 EOD-HEAD-LINE.
          05 FILLER PIC X(22) VALUE "DEPOSIT SLIP FOR      ".
          05 EOD-HEAD-ACCT PIC X(5).
       01 EOD-DETAIL-LINE.
          05 EOD-DET-LABEL PIC X(24).
          05 EOD-DET-AMOUNT PIC ----,---,--9.99.
       01 EOD-FLAG-LINE PIC X(50).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                 DISPLAY "SHOP ACCOUNT NOT ON THE LEDGER"
                 MOVE 0 TO EOD-POSTED
              NOT INVALID KEY
                 IF LEDG-STATUS = 'C'
                    DISPLAY "SHOP ACCOUNT IS CLOSED - NOTHING POSTED"
                    MOVE 0 TO EOD-POSTED
                 ELSE
                    ADD EOD-POSTED TO LEDG-BALANCE
                    REWRITE LEDGER-REC
                    MOVE EOD-ACCT TO JRNL-BANKNUM
                    MOVE 'D' TO JRNL-TCODE
                    MOVE EOD-POSTED TO JRNL-AMOUNT
                    MOVE LEDG-BALANCE TO JRNL-BALANCE
                    PERFORM SET-BUSINESS-STAMP
                    MOVE BDT-STAMP TO JRNL-TIMESTAMP
                    MOVE SPACE TO JRNL-RECON
                    MOVE "*EODD" TO JRNL-OPERATOR
                    MOVE SPACES TO JRNL-BRANCH
                    OPEN EXTEND BANK-JOURNAL
                       WRITE BANK-JOURNAL-REC
                    CLOSE BANK-JOURNAL
                 END-IF
           END-READ
           CLOSE BANKLEDGER.
           EXIT.
