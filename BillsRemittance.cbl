      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: APRIL 22, 2024
      * Purpose: END-OF-DAY BILLS PAYMENT REMITTANCE: ONE FIXED-FORMAT
      *          FILE PER BILLER AND THE COLLECTED TOTAL PAID OVER TO
      *          THE BILLER'S SETTLEMENT ACCOUNT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-BILLS-REMITTANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-MASTER ASSIGN TO
           "C:\cobol_project\BillerMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BILL-PAYMENTS ASSIGN TO
           "C:\cobol_project\BillPayments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BILL-PAYMENTS-TEMP ASSIGN TO
           "C:\cobol_project\BillPaymentsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT REMIT-FILE ASSIGN TO BRM-REMIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT BANK-JOURNAL ASSIGN TO
           "C:\cobol_project\BankJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT REMIT-REPORT ASSIGN TO
           "C:\cobol_project\BillsRemitReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
         SELECT RUN-CONTROL
         ASSIGN TO "C:\cobol_project\RunControl.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** COLLECTING BILLERS (MAINTAINED BY BANK-BILLER-MAINT)
       FD BILLER-MASTER.
       01 BILLER-MASTER-REC.
          05 BLR-CODE PIC X(5).
          05 BLR-NAME PIC X(20).
          05 BLR-REF-LEN PIC 9(2).
          05 BLR-REF-TYPE PIC X(01).
          05 BLR-REF-PREFIX PIC X(4).
          05 BLR-FEE PIC 9(3)V9(2).
          05 BLR-SETTLE-ACCT PIC X(5).
          05 BLR-ACTIVE PIC X(01).
      ***** BILLS COLLECTED AT THE TELLER (BPY-TENDER: C=CASH
      ***** D=ACCOUNT DEBIT; BPY-STATUS: P=PENDING R=REMITTED)
       FD BILL-PAYMENTS.
       01 BILL-PAYMENT-REC.
          05 BPY-STAMP PIC X(14).
          05 BPY-BILLER PIC X(5).
          05 BPY-REF PIC X(20).
          05 BPY-AMOUNT PIC 9(6)V9(2).
          05 BPY-FEE PIC 9(3)V9(2).
          05 BPY-TENDER PIC X(01).
          05 BPY-ACCT PIC X(5).
          05 BPY-TELLER PIC X(5).
          05 BPY-BRANCH PIC X(3).
          05 BPY-STATUS PIC X(01).
       FD BILL-PAYMENTS-TEMP.
       01 TEMP-BILL-PAYMENT-REC PIC X(67).
      ***** THE BILLER'S FILE: A HEADER, ONE DETAIL PER PAYMENT AND
      ***** A TRAILER. HEADER AND TRAILER BOTH CARRY THE RECORD
      ***** COUNT, THE AMOUNT TOTAL AND THE HASH TOTAL
       FD REMIT-FILE.
       01 REMIT-REC PIC X(80).
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
          05 JRNL-BRANCH PIC X(3).
       FD REMIT-REPORT.
       01 REMIT-REPORT-REC PIC X(80).
      ***** SHOP-WIDE JOB RUN-CONTROL RECORDS (S=START E=END)
       FD RUN-CONTROL.
       01 RUN-CONTROL-REC.
          05 RC-PROGRAM PIC X(24).
          05 RC-BUSDATE PIC X(8).
          05 RC-TYPE PIC X(01).
          05 RC-TIMESTAMP PIC X(14).
          05 RC-RECORDS PIC 9(7).
          05 RC-STATUS PIC X(4).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
       01 RC-DONE-COUNT PIC 9(7) VALUE 0.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-STAMP PIC X(14).
       01 BDT-EOF PIC 9 VALUE 0.
       01 BRM-REMIT-NAME PIC X(60).
      ********** BILLER MASTER LOADED INTO A WORK TABLE
       01 BRM-BILLER-TABLE.
          05 BRM-BILLER-ENTRY OCCURS 50 TIMES.
             10 BRM-T-CODE PIC X(5).
             10 BRM-T-NAME PIC X(20).
             10 BRM-T-SETTLE PIC X(5).
             10 BRM-T-DONE PIC X(01).
       01 BRM-BILLER-COUNT PIC 9(2) VALUE 0.
       01 BRM-IDX PIC 9(2).
       01 BRM-HIT-IDX PIC 9(2).
      ********** RUN WORK FIELDS
       01 BRM-SEQ.
          05 BRM-EOF-FLAG PIC 9 VALUE 0.
          05 BRM-PAY-COUNT PIC 9(6) VALUE 0.
          05 BRM-PAY-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 BRM-HASH PIC 9(15) VALUE 0.
          05 BRM-CENTS PIC 9(10).
          05 BRM-LINE-NO PIC 9(6) VALUE 0.
          05 BRM-SETTLE-OK PIC 9 VALUE 0.
          05 BRM-FAIL-REASON PIC X(18).
          05 BRM-BILLERS-DONE PIC 9(3) VALUE 0.
          05 BRM-BILLERS-FAILED PIC 9(3) VALUE 0.
          05 BRM-PAYMENTS-DONE PIC 9(7) VALUE 0.
      ********** REMITTANCE FILE RECORD LAYOUTS
       01 BRM-HEADER-REC.
          05 FILLER PIC X(01) VALUE "H".
          05 BRM-HDR-BILLER PIC X(5).
          05 BRM-HDR-DATE PIC X(8).
          05 BRM-HDR-COUNT PIC 9(6).
          05 BRM-HDR-TOTAL PIC 9(10)V9(2).
          05 BRM-HDR-HASH PIC 9(15).
          05 BRM-HDR-NAME PIC X(20).
          05 FILLER PIC X(13) VALUE SPACES.
       01 BRM-DETAIL-REC.
          05 FILLER PIC X(01) VALUE "D".
          05 BRM-DTL-SEQ PIC 9(6).
          05 BRM-DTL-REF PIC X(20).
          05 BRM-DTL-AMOUNT PIC 9(10)V9(2).
          05 BRM-DTL-STAMP PIC X(14).
          05 BRM-DTL-BRANCH PIC X(3).
          05 BRM-DTL-TENDER PIC X(01).
          05 FILLER PIC X(23) VALUE SPACES.
       01 BRM-TRAILER-REC.
          05 FILLER PIC X(01) VALUE "T".
          05 BRM-TRL-BILLER PIC X(5).
          05 BRM-TRL-DATE PIC X(8).
          05 BRM-TRL-COUNT PIC 9(6).
          05 BRM-TRL-TOTAL PIC 9(10)V9(2).
          05 BRM-TRL-HASH PIC 9(15).
          05 FILLER PIC X(33) VALUE SPACES.
      ********** REPORT LINE LAYOUTS
       01 BRM-HEAD-LINE.
          05 FILLER PIC X(33)
             VALUE "BILLS PAYMENT REMITTANCE FOR:    ".
          05 BRM-HEAD-DATE PIC X(8).
       01 BRM-DETAIL-LINE.
          05 BRM-DET-BILLER PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 BRM-DET-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 BRM-DET-COUNT PIC ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 BRM-DET-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 BRM-DET-RESULT PIC X(18).
       01 BRM-TOTAL-LINE.
          05 FILLER PIC X(18) VALUE "BILLERS REMITTED: ".
          05 BRM-TOT-DONE PIC ZZ9.
          05 FILLER PIC X(10) VALUE "  FAILED: ".
          05 BRM-TOT-FAIL PIC ZZ9.
          05 FILLER PIC X(12) VALUE "  PAYMENTS: ".
          05 BRM-TOT-PAYMENTS PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-BILLERS

           OPEN OUTPUT REMIT-REPORT
           MOVE BDT-DATE TO BRM-HEAD-DATE
           WRITE REMIT-REPORT-REC FROM BRM-HEAD-LINE

           PERFORM VARYING BRM-IDX FROM 1 BY 1
               UNTIL BRM-IDX > BRM-BILLER-COUNT
              PERFORM REMIT-ONE-BILLER
           END-PERFORM

           PERFORM MARK-PAYMENTS-REMITTED

           MOVE BRM-BILLERS-DONE TO BRM-TOT-DONE
           MOVE BRM-BILLERS-FAILED TO BRM-TOT-FAIL
           MOVE BRM-PAYMENTS-DONE TO BRM-TOT-PAYMENTS
           WRITE REMIT-REPORT-REC FROM BRM-TOTAL-LINE
           CLOSE REMIT-REPORT

           MOVE BRM-PAYMENTS-DONE TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "BILLERS REMITTED:  " BRM-BILLERS-DONE.
           DISPLAY "BILLERS FAILED:    " BRM-BILLERS-FAILED.
           DISPLAY "PAYMENTS REMITTED: " BRM-PAYMENTS-DONE.
           GOBACK.

      ***** EVERY BILLER ON FILE, ACTIVE OR NOT: A BILLER STOPPED
      ***** TODAY STILL GETS TODAY'S COLLECTIONS
       LOAD-BILLERS.
           MOVE 0 TO BRM-EOF-FLAG
           MOVE 0 TO BRM-BILLER-COUNT
           OPEN EXTEND BILLER-MASTER
           CLOSE BILLER-MASTER
           OPEN INPUT BILLER-MASTER
           READ BILLER-MASTER
              AT END MOVE 1 TO BRM-EOF-FLAG
           END-READ
           PERFORM UNTIL BRM-EOF-FLAG = 1
              IF BRM-BILLER-COUNT < 50
                 ADD 1 TO BRM-BILLER-COUNT
                 MOVE BLR-CODE TO BRM-T-CODE(BRM-BILLER-COUNT)
                 MOVE BLR-NAME TO BRM-T-NAME(BRM-BILLER-COUNT)
                 MOVE BLR-SETTLE-ACCT TO BRM-T-SETTLE(BRM-BILLER-COUNT)
                 MOVE 'N' TO BRM-T-DONE(BRM-BILLER-COUNT)
              END-IF
              READ BILLER-MASTER
                 AT END MOVE 1 TO BRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILLER-MASTER.
           EXIT.

      ***** TOTAL THE BILLER'S PENDING PAYMENTS, WRITE ITS FILE AND
      ***** CREDIT THE SETTLEMENT ACCOUNT; A BILLER THAT CANNOT BE
      ***** SETTLED KEEPS ITS PAYMENTS PENDING FOR THE NEXT RUN
       REMIT-ONE-BILLER.
           PERFORM TOTAL-BILLER-PAYMENTS
           IF BRM-PAY-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE BRM-T-CODE(BRM-IDX) TO BRM-DET-BILLER
           MOVE BRM-T-NAME(BRM-IDX) TO BRM-DET-NAME
           MOVE BRM-PAY-COUNT TO BRM-DET-COUNT
           MOVE BRM-PAY-TOTAL TO BRM-DET-TOTAL

           PERFORM CHECK-SETTLEMENT-ACCOUNT
           IF BRM-SETTLE-OK = 0
              ADD 1 TO BRM-BILLERS-FAILED
              MOVE BRM-FAIL-REASON TO BRM-DET-RESULT
              WRITE REMIT-REPORT-REC FROM BRM-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REMIT-FILE
           PERFORM POST-SETTLEMENT

           MOVE 'Y' TO BRM-T-DONE(BRM-IDX)
           ADD 1 TO BRM-BILLERS-DONE
           ADD BRM-PAY-COUNT TO BRM-PAYMENTS-DONE
           MOVE "REMITTED          " TO BRM-DET-RESULT
           WRITE REMIT-REPORT-REC FROM BRM-DETAIL-LINE.
           EXIT.

      ***** COUNT, AMOUNT AND HASH OVER THE BILLER'S PENDING
      ***** PAYMENTS THROUGH TODAY. THE HASH WEIGHTS EACH AMOUNT IN
      ***** CENTAVOS BY ITS LINE NUMBER, SO A DROPPED, ALTERED OR
      ***** REORDERED DETAIL DOES NOT RECONCILE AT THE BILLER
       TOTAL-BILLER-PAYMENTS.
           MOVE 0 TO BRM-PAY-COUNT
           MOVE 0 TO BRM-PAY-TOTAL
           MOVE 0 TO BRM-HASH
           MOVE 0 TO BRM-EOF-FLAG
           OPEN EXTEND BILL-PAYMENTS
           CLOSE BILL-PAYMENTS
           OPEN INPUT BILL-PAYMENTS
           READ BILL-PAYMENTS
              AT END MOVE 1 TO BRM-EOF-FLAG
           END-READ
           PERFORM UNTIL BRM-EOF-FLAG = 1
              IF BPY-BILLER = BRM-T-CODE(BRM-IDX) AND
                 BPY-STATUS = 'P' AND BPY-STAMP(1:8) <= BDT-DATE
                 ADD 1 TO BRM-PAY-COUNT
                 ADD BPY-AMOUNT TO BRM-PAY-TOTAL
                 COMPUTE BRM-CENTS = BPY-AMOUNT * 100
                 COMPUTE BRM-HASH = BRM-HASH +
                    BRM-CENTS * BRM-PAY-COUNT
              END-IF
              READ BILL-PAYMENTS
                 AT END MOVE 1 TO BRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILL-PAYMENTS.
           EXIT.

      ***** THE SETTLEMENT ACCOUNT MUST EXIST AND ACCEPT CREDITS,
      ***** AND THE CREDIT MUST FIT THE LEDGER BALANCE FIELD
       CHECK-SETTLEMENT-ACCOUNT.
           MOVE 0 TO BRM-SETTLE-OK
           OPEN INPUT BANKLEDGER
           MOVE BRM-T-SETTLE(BRM-IDX) TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE "SETTLE ACCT MISSNG" TO BRM-FAIL-REASON
              NOT INVALID KEY
                 IF LEDG-STATUS = 'F' OR LEDG-STATUS = 'C'
                    MOVE "SETTLE ACCT BLOCKD" TO BRM-FAIL-REASON
                 ELSE
                    IF LEDG-BALANCE + BRM-PAY-TOTAL > 999999999.99
                       MOVE "SETTLE ACCT FULL  " TO BRM-FAIL-REASON
                    ELSE
                       MOVE 1 TO BRM-SETTLE-OK
                    END-IF
                 END-IF
           END-READ
           CLOSE BANKLEDGER.
           EXIT.

      ***** ONE FILE PER BILLER PER BUSINESS DATE, NAMED
      ***** BILLREMIT-<BILLER>-<YYYYMMDD>.DAT
       WRITE-REMIT-FILE.
           MOVE SPACES TO BRM-REMIT-NAME
           STRING "C:\cobol_project\BILLREMIT-" DELIMITED BY SIZE
                  BRM-T-CODE(BRM-IDX) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  BDT-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
              INTO BRM-REMIT-NAME
           END-STRING
           OPEN OUTPUT REMIT-FILE

           MOVE BRM-T-CODE(BRM-IDX) TO BRM-HDR-BILLER
           MOVE BDT-DATE TO BRM-HDR-DATE
           MOVE BRM-PAY-COUNT TO BRM-HDR-COUNT
           MOVE BRM-PAY-TOTAL TO BRM-HDR-TOTAL
           MOVE BRM-HASH TO BRM-HDR-HASH
           MOVE BRM-T-NAME(BRM-IDX) TO BRM-HDR-NAME
           WRITE REMIT-REC FROM BRM-HEADER-REC

           MOVE 0 TO BRM-LINE-NO
           MOVE 0 TO BRM-EOF-FLAG
           OPEN INPUT BILL-PAYMENTS
           READ BILL-PAYMENTS
              AT END MOVE 1 TO BRM-EOF-FLAG
           END-READ
           PERFORM UNTIL BRM-EOF-FLAG = 1
              IF BPY-BILLER = BRM-T-CODE(BRM-IDX) AND
                 BPY-STATUS = 'P' AND BPY-STAMP(1:8) <= BDT-DATE
                 ADD 1 TO BRM-LINE-NO
                 MOVE BRM-LINE-NO TO BRM-DTL-SEQ
                 MOVE BPY-REF TO BRM-DTL-REF
                 MOVE BPY-AMOUNT TO BRM-DTL-AMOUNT
                 MOVE BPY-STAMP TO BRM-DTL-STAMP
                 MOVE BPY-BRANCH TO BRM-DTL-BRANCH
                 MOVE BPY-TENDER TO BRM-DTL-TENDER
                 WRITE REMIT-REC FROM BRM-DETAIL-REC
              END-IF
              READ BILL-PAYMENTS
                 AT END MOVE 1 TO BRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILL-PAYMENTS

           MOVE BRM-T-CODE(BRM-IDX) TO BRM-TRL-BILLER
           MOVE BDT-DATE TO BRM-TRL-DATE
           MOVE BRM-PAY-COUNT TO BRM-TRL-COUNT
           MOVE BRM-PAY-TOTAL TO BRM-TRL-TOTAL
           MOVE BRM-HASH TO BRM-TRL-HASH
           WRITE REMIT-REC FROM BRM-TRAILER-REC
           CLOSE REMIT-FILE.
           EXIT.

      ***** THE COLLECTED AMOUNT (NOT THE FEES, WHICH ARE THE BANK'S)
      ***** MOVES FROM BILLS PAYABLE TO THE SETTLEMENT ACCOUNT
       POST-SETTLEMENT.
           OPEN I-O BANKLEDGER
           MOVE BRM-T-SETTLE(BRM-IDX) TO LEDG-BANKNUM
           READ BANKLEDGER
              NOT INVALID KEY
                 ADD BRM-PAY-TOTAL TO LEDG-BALANCE
                 IF LEDG-STATUS = 'D'
                    MOVE 'A' TO LEDG-STATUS
                 END-IF
                 REWRITE LEDGER-REC
                 OPEN EXTEND BANK-JOURNAL
                 MOVE LEDG-BANKNUM TO JRNL-BANKNUM
                 MOVE 'C' TO JRNL-TCODE
                 MOVE BRM-PAY-TOTAL TO JRNL-AMOUNT
                 MOVE LEDG-BALANCE TO JRNL-BALANCE
                 PERFORM SET-BUSINESS-STAMP
                 MOVE BDT-STAMP TO JRNL-TIMESTAMP
                 MOVE SPACE TO JRNL-RECON
                 MOVE "*BILL" TO JRNL-OPERATOR
                 MOVE SPACES TO JRNL-BRANCH
                 WRITE BANK-JOURNAL-REC
                 CLOSE BANK-JOURNAL
           END-READ
           CLOSE BANKLEDGER.
           EXIT.

      ***** FLIP EVERY PAYMENT THAT WENT OUT IN A BILLER'S FILE TO
      ***** REMITTED SO A RERUN CANNOT SEND IT TWICE
       MARK-PAYMENTS-REMITTED.
           IF BRM-BILLERS-DONE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BRM-EOF-FLAG
           OPEN INPUT BILL-PAYMENTS
           OPEN OUTPUT BILL-PAYMENTS-TEMP
           READ BILL-PAYMENTS
              AT END MOVE 1 TO BRM-EOF-FLAG
           END-READ
           PERFORM UNTIL BRM-EOF-FLAG = 1
              IF BPY-STATUS = 'P' AND BPY-STAMP(1:8) <= BDT-DATE
                 PERFORM FIND-BILLER-ENTRY
                 IF BRM-HIT-IDX > 0
                    IF BRM-T-DONE(BRM-HIT-IDX) = 'Y'
                       MOVE 'R' TO BPY-STATUS
                    END-IF
                 END-IF
              END-IF
              WRITE TEMP-BILL-PAYMENT-REC FROM BILL-PAYMENT-REC
              READ BILL-PAYMENTS
                 AT END MOVE 1 TO BRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILL-PAYMENTS
           CLOSE BILL-PAYMENTS-TEMP

           OPEN OUTPUT BILL-PAYMENTS
           OPEN INPUT BILL-PAYMENTS-TEMP
           MOVE 0 TO BRM-EOF-FLAG
           READ BILL-PAYMENTS-TEMP
              AT END MOVE 1 TO BRM-EOF-FLAG
           END-READ
           PERFORM UNTIL BRM-EOF-FLAG = 1
              WRITE BILL-PAYMENT-REC FROM TEMP-BILL-PAYMENT-REC
              READ BILL-PAYMENTS-TEMP
                 AT END MOVE 1 TO BRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILL-PAYMENTS
           CLOSE BILL-PAYMENTS-TEMP.
           EXIT.

       FIND-BILLER-ENTRY.
           MOVE 0 TO BRM-HIT-IDX
           PERFORM VARYING BRM-IDX FROM 1 BY 1
               UNTIL BRM-IDX > BRM-BILLER-COUNT
              IF BRM-T-CODE(BRM-IDX) = BPY-BILLER
                 MOVE BRM-IDX TO BRM-HIT-IDX
              END-IF
           END-PERFORM.
           EXIT.


      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE TIME OF DAY (AND
      ***** THE DATE WHEN NO CONTROL RECORD EXISTS YET)
       GET-BUSINESS-DATE.
            IF BDT-DATE = SPACES
               MOVE 0 TO BDT-EOF
               OPEN EXTEND BUSINESS-DATE
               CLOSE BUSINESS-DATE
               OPEN INPUT BUSINESS-DATE
               READ BUSINESS-DATE
                  AT END MOVE 1 TO BDT-EOF
               END-READ
               CLOSE BUSINESS-DATE
               IF BDT-EOF = 1
                  MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-DATE
               ELSE
                  MOVE BD-DATE TO BDT-DATE
               END-IF
            END-IF.
            EXIT.

       SET-BUSINESS-STAMP.
            PERFORM GET-BUSINESS-DATE
            MOVE BDT-DATE TO BDT-STAMP(1:8)
            MOVE FUNCTION CURRENT-DATE(9:6) TO BDT-STAMP(9:6).
            EXIT.


      ***** START AND END RECORDS ON THE SHARED RUN-CONTROL FILE SO
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING
       LOG-RUN-START.
           MOVE "BANK-BILLS-REMITTANCE" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'S' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE 0 TO RC-RECORDS
           MOVE SPACES TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       LOG-RUN-END.
           MOVE "BANK-BILLS-REMITTANCE" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE "OK  " TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM BANK-BILLS-REMITTANCE.
