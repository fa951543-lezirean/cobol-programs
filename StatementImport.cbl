       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
       01 TEMP-BANK-JOURNAL-REC.
          05 TJRNL-BANKNUM PIC X(5).
          05 TJRNL-TCODE PIC X(01).
          05 TJRNL-AMOUNT PIC 9(9)V9(2).
          05 TJRNL-BALANCE PIC 9(9)V9(2).
          05 TJRNL-TIMESTAMP PIC X(14).
          05 TJRNL-RECON PIC X(01).
          05 TJRNL-OPERATOR PIC X(5).
       01 IMP-CSV-TABLE.
          05 IMP-CSV-ENTRY OCCURS 500 TIMES.
             10 IMP-CSV-ACCT PIC X(5).
             10 IMP-CSV-AMOUNT PIC 9(9)V9(2).
             10 IMP-CSV-CODE PIC X(01).
             10 IMP-CSV-MATCHED PIC 9.
       01 IMP-CSV-COUNT PIC 9(3) VALUE 0.
          05 FILLER PIC X(3) VALUE SPACES.
          05 IMP-DET-CODE PIC X(01).
          05 FILLER PIC X(3) VALUE SPACES.
          05 IMP-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 IMP-DET-NOTE PIC X(20).
       01 IMP-TOTAL-LINE.
