          05 EX-BANKNUM PIC X(5).
          05 EX-BANKNAME PIC X(10).
          05 EX-TCODE PIC X(01).
          05 EX-AMOUNT PIC 9(9)V9(2).
          05 EX-REASON PIC X(10).
          05 EX-DATE PIC X(8).
          05 EX-BRANCH PIC X(3).
          05 FILLER PIC X(9) VALUE "ACCOUNT".
          05 FILLER PIC X(12) VALUE "NAME".
          05 FILLER PIC X(6) VALUE "CODE".
          05 FILLER PIC X(18) VALUE "AMOUNT".
          05 FILLER PIC X(12) VALUE "REASON".
          05 FILLER PIC X(3) VALUE "BRN".
       01 EXR-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXR-DET-TCODE PIC X(01).
          05 FILLER PIC X(5) VALUE SPACES.
          05 EXR-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 EXR-DET-REASON PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
