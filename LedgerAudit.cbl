       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** THE KEYED SHADOW OF THE JOURNAL, REBUILT ONCE AT THE TOP
      ***** OF THE RUN, LETS THE REPLAY POSITION ON EACH ACCOUNT
             10 JX-TIMESTAMP PIC X(14).
             10 JX-SEQ PIC 9(3).
          05 JX-TCODE PIC X(01).
          05 JX-AMOUNT PIC 9(9)V9(2).
          05 JX-BALANCE PIC 9(9)V9(2).
          05 JX-RECON PIC X(01).
          05 JX-OPERATOR PIC X(5).
          05 JX-BRANCH PIC X(3).
       FD AUDIT-REPORT.
       01 AUDIT-REPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
      ********** AUDIT CONTROL FIELDS
       01 AUD-SEQ.
          05 AUD-ACCT-COUNT PIC 9(5) VALUE 0.
          05 AUD-DISC-COUNT PIC 9(5) VALUE 0.
          05 AUD-ENTRY-FLAG PIC 9 VALUE 0.
          05 AUD-EXPECTED PIC S9(10)V9(2).
          05 AUD-DELTA PIC S9(10)V9(2).
      ********** REPORT LINE LAYOUTS
       01 AUD-HEAD-LINE.
          05 FILLER PIC X(9) VALUE "ACCOUNT".
          05 FILLER PIC X(12) VALUE "NAME".
          05 FILLER PIC X(18) VALUE "LEDGER BAL".
          05 FILLER PIC X(20) VALUE "JOURNAL BAL".
          05 FILLER PIC X(10) VALUE "DELTA".
       01 AUD-DETAIL-LINE.
          05 AUD-DET-BANKNUM PIC X(5).
          05 FILLER PIC X(4) VALUE SPACES.
          05 AUD-DET-BANKNAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AUD-DET-LEDGBAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 AUD-DET-EXPECTED PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 AUD-DET-DELTA PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 AUD-DET-NOTE PIC X(12).
       01 AUD-TOTAL-LINE.
                          ADD JX-AMOUNT TO AUD-EXPECTED
                       WHEN 'J'
                          ADD JX-AMOUNT TO AUD-EXPECTED
                       WHEN 'C'
                          ADD JX-AMOUNT TO AUD-EXPECTED
                       WHEN 'U'
                          ADD JX-AMOUNT TO AUD-EXPECTED
                       WHEN 'Y'
                          ADD JX-AMOUNT TO AUD-EXPECTED
                       WHEN 'A'
                          ADD JX-AMOUNT TO AUD-EXPECTED
                       WHEN 'W'
                          SUBTRACT JX-AMOUNT FROM AUD-EXPECTED
                       WHEN 'T'
                          SUBTRACT JX-AMOUNT FROM AUD-EXPECTED
                       WHEN 'K'
                          SUBTRACT JX-AMOUNT FROM AUD-EXPECTED
                       WHEN 'B'
                          SUBTRACT JX-AMOUNT FROM AUD-EXPECTED
                       WHEN 'E'
                          SUBTRACT JX-AMOUNT FROM AUD-EXPECTED
                       WHEN 'S'
                          SUBTRACT JX-AMOUNT FROM AUD-EXPECTED
                    END-EVALUATE
                 END-IF
                 READ BANK-JOURNAL-IDX NEXT
