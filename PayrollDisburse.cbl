           "C:\cobol_project\DisburseReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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
       01 TRANSMIT-REGISTER-REC PIC X(70).
       FD DISBURSE-REPORT.
       01 DISBURSE-REPORT-REC PIC X(70).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE W MARKS
      ***** NET PAY LEAVING THE SHOP'S CASH)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 DSB-EXT-ACCT PIC X(16).
          05 DSB-EXT-COUNT PIC 9(4) VALUE 0.
          05 DSB-EXT-HASH PIC 9(12)V9(2) VALUE 0.
          05 DSB-PAID-TOTAL PIC 9(11)V9(2) VALUE 0.
      ***** NET PAY OWED SITS IN 2150 UNTIL IT IS PAID OUT OF 1110;
      ***** CASH ENVELOPES STAY OWED UNTIL THEY ARE HANDED OVER
       01 DSB-PAYABLE-ACCT PIC X(4) VALUE "2150".
       01 DSB-CASH-ACCT PIC X(4) VALUE "1110".
      ***** FIXED-FORMAT INTERFACE LINE IMAGES
       01 DSB-IFC-HEADER.
          05 FILLER PIC X(01) VALUE "H".
          05 FILLER PIC X(01) VALUE "T".
          05 DSB-IFT-COUNT PIC 9(6).
          05 DSB-IFT-HASH PIC 9(12)V9(2).
      ***** THE REGISTER HEADING CARRIES THE PERIOD SO A BANK RETURN
      ***** CAN BE TIED BACK TO THE PAYROLL IT CAME FROM
       01 DSB-XMIT-HEAD.
          05 FILLER PIC X(46)
             VALUE "PARTNER BANK TRANSMITTAL REGISTER FOR PERIOD: ".
          05 DSB-XMH-PERIOD PIC X(6).
          05 FILLER PIC X(7) VALUE " HALF: ".
          05 DSB-XMH-HALF PIC X(01).
       01 DSB-XMIT-LINE.
          05 DSB-XM-EMPID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO DSB-IFH-DATE
           WRITE BANK-INTERFACE-REC FROM DSB-IFC-HEADER
           MOVE DSB-PERIOD TO DSB-XMH-PERIOD
           MOVE DSB-HALF TO DSB-XMH-HALF
           WRITE TRANSMIT-REGISTER-REC FROM DSB-XMIT-HEAD

           READ BANKINFO
              AT END MOVE 1 TO DSB-EOF-FLAG
           CLOSE TRANSMIT-REGISTER
           CLOSE BANK-JOURNAL

           IF DSB-PAID-TOTAL > 0
              OPEN EXTEND GL-BATCH
              MOVE BDT-DATE TO GLB-DATE
              MOVE 'W' TO GLB-TCODE
              MOVE "PAYDISB" TO GLB-SOURCE
              MOVE DSB-PAID-TOTAL TO GLB-AMOUNT
              MOVE DSB-PAYABLE-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE DSB-CASH-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
              CLOSE GL-BATCH
           END-IF

           DISPLAY "POSTED TO ACCOUNTS: " DSB-POSTED.
           DISPLAY "SENT TO PARTNER BANK: " DSB-EXT-COUNT.
           DISPLAY "NO ACCOUNT ON FILE (PAY CASH): " DSB-CASH.
              WRITE TRANSMIT-REGISTER-REC FROM DSB-XMIT-LINE
              ADD 1 TO DSB-EXT-COUNT
              ADD DSB-NETPAY TO DSB-EXT-HASH
              ADD DSB-NETPAY TO DSB-PAID-TOTAL
              MOVE "SENT TO PARTNER BANK     " TO DSB-DET-NOTE
              WRITE DISBURSE-REPORT-REC FROM DSB-DETAIL-LINE
              EXIT PARAGRAPH
              INVALID KEY
                 MOVE 0 TO DSB-XREF-FOUND
              NOT INVALID KEY
      ***** A CLOSED ACCOUNT TAKES NO FURTHER CREDITS - PAY IN CASH
                 IF LEDG-STATUS = 'C'
                    MOVE 3 TO DSB-XREF-FOUND
                 ELSE
                    ADD DSB-NETPAY TO LEDG-BALANCE
                    REWRITE LEDGER-REC
                 END-IF
           END-READ
           CLOSE BANKLEDGER

           IF DSB-XREF-FOUND = 3
              ADD 1 TO DSB-CASH
              MOVE "ACCOUNT CLOSED - CASH    " TO DSB-DET-NOTE
              WRITE DISBURSE-REPORT-REC FROM DSB-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF.

           IF DSB-XREF-FOUND = 0
              ADD 1 TO DSB-CASH
              MOVE "XREF ACCOUNT MISSING     " TO DSB-DET-NOTE
           WRITE BANK-JOURNAL-REC

           ADD 1 TO DSB-POSTED
           ADD DSB-NETPAY TO DSB-PAID-TOTAL
           MOVE "CREDITED TO " TO DSB-DET-NOTE
           MOVE DSB-BANKNUM TO DSB-DET-NOTE(13:5)
           WRITE DISBURSE-REPORT-REC FROM DSB-DETAIL-LINE.
