           "C:\cobol_project\GCLiability.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
          05 TGC-ORDERREF PIC 9(4).
       FD GC-LIABILITY.
       01 GC-LIABILITY-REC PIC X(70).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE G MARKS
      ***** CERTIFICATES SOLD AND CERTIFICATES LAPSED)
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
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ***** THE LIABILITY ACCOUNT AND WHERE A LAPSED CERTIFICATE GOES
       01 GCM-CASH-ACCT PIC X(4) VALUE "1110".
       01 GCM-LIABILITY-ACCT PIC X(4) VALUE "2700".
       01 GCM-BREAKAGE-ACCT PIC X(4) VALUE "4300".
      ********** WORK FIELDS
       01 GCM-SEQ.
          05 GCM-MODE PIC X(01).
           END-EVALUATE.
           GOBACK.

      ***** SELLING A CERTIFICATE BOOKS A LIABILITY, NOT A SALE:
      ***** THE REGISTER ROW, AND CASH AGAINST THE LIABILITY IN GL
       ISSUE-CERTIFICATE.
           DISPLAY "CERTIFICATE NUMBER:    " WITH NO ADVANCING
           ACCEPT GCM-NUMBER
           OPEN EXTEND GC-REGISTER
              WRITE GC-REGISTER-REC
           CLOSE GC-REGISTER

           OPEN EXTEND GL-BATCH
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'G' TO GLB-TCODE
           MOVE "GIFTCERT" TO GLB-SOURCE
           MOVE GCM-AMOUNT TO GLB-AMOUNT
           MOVE GCM-CASH-ACCT TO GLB-ACCT
           MOVE 'D' TO GLB-DC
           WRITE GL-BATCH-REC
           MOVE GCM-LIABILITY-ACCT TO GLB-ACCT
           MOVE 'C' TO GLB-DC
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH
           DISPLAY "CERTIFICATE ISSUED - BOOKED AS A LIABILITY".
           EXIT.

           CLOSE GC-REGISTER.
           EXIT.

      ***** CERTIFICATES PAST THEIR EXPIRY COME OFF THE LIABILITY;
      ***** THE UNREDEEMED FACE VALUE IS BREAKAGE INCOME
       EXPIRE-LAPSED.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO GCM-EOF-FLAG
           MOVE 0 TO GCM-COUNT
           MOVE 0 TO GCM-TOTAL
           OPEN EXTEND GC-REGISTER
           CLOSE GC-REGISTER
           OPEN INPUT GC-REGISTER
                 AND GC-EXPIRY < BDT-DATE
                 MOVE 'E' TO TGC-STATUS
                 ADD 1 TO GCM-COUNT
                 ADD GC-AMOUNT TO GCM-TOTAL
              END-IF
              WRITE TEMP-GC-REGISTER-REC
              READ GC-REGISTER
           END-PERFORM
           CLOSE GC-REGISTER
           CLOSE GC-REGISTER-TEMP

           IF GCM-TOTAL > 0
              OPEN EXTEND GL-BATCH
              MOVE BDT-DATE TO GLB-DATE
              MOVE 'G' TO GLB-TCODE
              MOVE "GIFTCERT" TO GLB-SOURCE
              MOVE GCM-TOTAL TO GLB-AMOUNT
              MOVE GCM-LIABILITY-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE GCM-BREAKAGE-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
              CLOSE GL-BATCH
           END-IF
           DISPLAY "CERTIFICATES EXPIRED: " GCM-COUNT.
           EXIT.

