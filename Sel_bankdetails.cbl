       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
       FD BANKLEDGER-TEMP.
       01 TEMP-LEDGER-REC.
          05 TEMPLEDG-BANKNUM PIC X(5).
          05 TEMPLEDG-BANKNAME PIC X(10).
          05 TEMPLEDG-BALANCE PIC 9(9)V9(2).
       WORKING-STORAGE SECTION.
       01 BANK-NUM PIC X(5).
       01 BANK-NAME PIC X(10).
       01 BALANCE PIC 9(9)V9(2).
       01 T-CODE PIC A.
      *T-CODE = TRANSACTION CODE
       01 T-AMOUNT PIC 9(9)V9(2).
       01 LEDGER-FOUND-FLAG PIC 9 VALUE 0.
       01 LEDGER-EOF-FLAG PIC 9 VALUE 0.
       PROCEDURE DIVISION.
