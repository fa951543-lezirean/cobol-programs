       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
             10 JX-TIMESTAMP PIC X(14).
             10 JX-SEQ PIC 9(3).
          05 JX-TCODE PIC X(01).
          05 JX-AMOUNT PIC 9(9)V9(2).
          05 JX-BALANCE PIC 9(9)V9(2).
          05 JX-RECON PIC X(01).
          05 JX-OPERATOR PIC X(5).
          05 JX-BRANCH PIC X(3).
