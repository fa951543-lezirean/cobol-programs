       01 SEQ-LEDGER-REC.
          05 SEQ-BANKNUM PIC X(5).
          05 SEQ-BANKNAME PIC X(10).
          05 SEQ-BALANCE PIC 9(9)V9(2).
          05 SEQ-STATUS PIC X(01).
       FD BANKLEDGER-IDX.
       01 IDX-LEDGER-REC.
          05 IDX-BANKNUM PIC X(5).
          05 IDX-BANKNAME PIC X(10).
          05 IDX-BALANCE PIC 9(9)V9(2).
          05 IDX-STATUS PIC X(01).
       WORKING-STORAGE SECTION.
       01 CNV-SEQ.
