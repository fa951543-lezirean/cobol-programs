       01 BACKUP-LEDGER-REC.
          05 BAK-BANKNUM PIC X(5).
          05 BAK-BANKNAME PIC X(10).
          05 BAK-BALANCE PIC 9(9)V9(2).
          05 BAK-STATUS PIC X(01).
       FD BANKLEDGER.
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
          05 FILLER PIC X(2) VALUE SPACES.
          05 RCV-DET-CODE PIC X(01).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RCV-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RCV-DET-STAMP PIC X(14).
          05 FILLER PIC X(2) VALUE SPACES.
           EVALUATE JRNL-TCODE
              WHEN 'O'
                 PERFORM APPLY-OPENING-ENTRY
              WHEN 'D' WHEN 'I' WHEN 'R' WHEN 'N' WHEN 'C' WHEN 'U'
              WHEN 'Y' WHEN 'A'
                 PERFORM APPLY-CREDIT-ENTRY
              WHEN 'W' WHEN 'T' WHEN 'B' WHEN 'E' WHEN 'S'
                 PERFORM APPLY-DEBIT-ENTRY
              WHEN OTHER
                 ADD 1 TO RCV-SKIPPED
