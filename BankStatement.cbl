           "C:\cobol_project\Statement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ACCOUNT-CURRENCY ASSIGN TO
           "C:\cobol_project\AccountCurrency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** THE KEYED SHADOW OF THE JOURNAL, REBUILT ON DEMAND BY
      ***** BANK-JOURNAL-SYNC, LETS THE STATEMENT POSITION STRAIGHT
             10 JX-TIMESTAMP PIC X(14).
             10 JX-SEQ PIC 9(3).
          05 JX-TCODE PIC X(01).
          05 JX-AMOUNT PIC 9(9)V9(2).
          05 JX-BALANCE PIC 9(9)V9(2).
          05 JX-RECON PIC X(01).
          05 JX-OPERATOR PIC X(5).
          05 JX-BRANCH PIC X(3).
       FD STATEMENT-FILE.
       01 STATEMENT-REC PIC X(70).
      ***** THE CURRENCY EACH ACCOUNT IS KEPT IN (NONE = PESOS); THE
      ***** STATEMENT IS RENDERED IN THE ACCOUNT'S OWN CURRENCY
       FD ACCOUNT-CURRENCY.
       01 ACCOUNT-CURRENCY-REC.
          05 ACY-BANKNUM PIC X(5).
          05 ACY-CURRENCY PIC X(3).
          05 ACY-BOOKED-PHP PIC 9(11)V9(2).
       WORKING-STORAGE SECTION.
      ********** STATEMENT REQUEST AND CONTROL FIELDS
       01 STMT-SEQ.
          05 STMT-EOF-FLAG PIC 9 VALUE 0.
          05 STMT-FOUND-FLAG PIC 9 VALUE 0.
          05 STMT-TXN-COUNT PIC 9(5) VALUE 0.
          05 STMT-OPEN-BALANCE PIC 9(9)V9(2) VALUE 0.
          05 STMT-CLOSE-BALANCE PIC 9(9)V9(2) VALUE 0.
          05 STMT-OPEN-SEEN PIC 9 VALUE 0.
          05 STMT-CURRENCY PIC X(3) VALUE "PHP".
          05 STMT-CCY-EOF PIC 9 VALUE 0.
      ********** PAGINATION CONTROL
       01 STMT-PAGE-SEQ.
          05 STMT-LINE-COUNT PIC 9(3) VALUE 0.
          05 STMT-TTL-BANKNUM PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STMT-TTL-BANKNAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STMT-TTL-CURRENCY PIC X(3).
          05 FILLER PIC X(7) VALUE SPACES.
          05 FILLER PIC X(5) VALUE "PAGE ".
          05 STMT-TTL-PAGE PIC ZZ9.
       01 STMT-HEAD-LINE.
          05 FILLER PIC X(16) VALUE "DATE-TIME".
          05 FILLER PIC X(6) VALUE "CODE".
          05 FILLER PIC X(17) VALUE "AMOUNT".
          05 FILLER PIC X(7) VALUE "BALANCE".
       01 STMT-DETAIL-LINE.
          05 STMT-DET-TIMESTAMP PIC X(14).
          05 FILLER PIC X(4) VALUE SPACES.
          05 STMT-DET-TCODE PIC X(01).
          05 FILLER PIC X(4) VALUE SPACES.
          05 STMT-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 STMT-DET-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
       01 STMT-BALANCE-LINE.
          05 STMT-BAL-LABEL PIC X(17).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STMT-BAL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 STMT-BAL-CURRENCY PIC X(3).
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "BANK-STATEMENT".
              GOBACK
           END-IF.

           PERFORM LOOKUP-ACCOUNT-CURRENCY.
           PERFORM BUILD-STATEMENT.

           DISPLAY "STATEMENT WRITTEN - TRANSACTIONS: " STMT-TXN-COUNT.
           CLOSE BANKLEDGER.
           EXIT.

      ***** AN ACCOUNT WITH NO CURRENCY RECORD IS A PESO ACCOUNT
       LOOKUP-ACCOUNT-CURRENCY.
           MOVE "PHP" TO STMT-CURRENCY
           MOVE 0 TO STMT-CCY-EOF
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO STMT-CCY-EOF
           END-READ
           PERFORM UNTIL STMT-CCY-EOF = 1
              IF ACY-BANKNUM = STMT-BANKNUM
                 MOVE ACY-CURRENCY TO STMT-CURRENCY
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO STMT-CCY-EOF
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY
           MOVE STMT-CURRENCY TO STMT-TTL-CURRENCY
           MOVE STMT-CURRENCY TO STMT-BAL-CURRENCY.
           EXIT.

      ***** FRESHEN THE KEYED SHADOW, POSITION ON THE ACCOUNT, AND
      ***** PRINT ITS ENTRIES IN TIMESTAMP ORDER
       BUILD-STATEMENT.
