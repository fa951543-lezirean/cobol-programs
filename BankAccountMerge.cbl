       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** OLD-TO-NEW ACCOUNT NUMBER CROSS-REFERENCE
      ***** (XRF-OLD-SYSTEM: G = TRYMAIN2 GRADE.DAT)
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
          05 MRG-ACCT-ENTRY OCCURS 100 TIMES.
             10 MRG-OLD-NUM PIC X(6).
             10 MRG-NAME PIC X(15).
             10 MRG-BALANCE PIC 9(9)V9(2).
       01 MRG-ACCT-COUNT PIC 9(3) VALUE 0.
       01 MRG-IDX PIC 9(3).
      ********** MERGE CONTROL FIELDS
          05 FILLER PIC X(2) VALUE SPACES.
          05 MRG-DET-NAME PIC X(15).
          05 FILLER PIC X(2) VALUE SPACES.
          05 MRG-DET-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 MRG-DET-NOTE PIC X(18).
       PROCEDURE DIVISION.
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MRG-NEXT-SEQ
           MOVE 'T' TO MRG-NEW-PREFIX
           MOVE MRG-NEXT-SEQ TO MRG-NEW-SEQ
