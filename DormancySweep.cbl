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
          05 FILLER PIC X(4) VALUE SPACES.
          05 DRM-DET-BANKNAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DRM-DET-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(14) VALUE "LAST ACTIVITY ".
          05 DRM-DET-LAST PIC X(8).
