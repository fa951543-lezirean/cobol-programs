      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 25, 2024
      * Purpose: PARTNER-BANK RETURNED PAYROLL CREDITS - IMPORT THE
      *          BANK'S RETURN FILE AGAINST THE TRANSMITTAL, HOLD THE
      *          NET PAY IN SUSPENSE, RE-DISBURSE IN CASH OR TO A
      *          CORRECTED ACCOUNT, AND LIST THE RETURNS STILL OPEN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-BANK-RETURNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURNS ASSIGN TO
           "C:\cobol_project\BankReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TRANSMIT-REGISTER ASSIGN TO
           "C:\cobol_project\BankTransmittal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DISBURSE-STATUS ASSIGN TO
           "C:\cobol_project\DisburseStatus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DISBURSE-STATUS-TMP ASSIGN TO
           "C:\cobol_project\DisburseStatusTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-ACCOUNT-XREF ASSIGN TO
           "C:\cobol_project\EmpAccountXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-ACCOUNT-XREF-TMP ASSIGN TO
           "C:\cobol_project\EmpAccountXrefTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANK-ENROLLMENT ASSIGN TO
           "C:\cobol_project\BankEnrollment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANK-ENROLLMENT-TMP ASSIGN TO
           "C:\cobol_project\BankEnrollmentTmp.dat"
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
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RETURNS-REPORT ASSIGN TO
           "C:\cobol_project\BankReturnsReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** THE PARTNER BANK'S RETURN FILE: H HEADER, ONE R ROW PER
      ***** CREDIT IT BOUNCED (SAME ACCOUNT/EMPLOYEE/NET LAYOUT AS THE
      ***** D ROW WE SENT, PLUS ITS REASON), T TRAILER
       FD BANK-RETURNS.
       01 BANK-RETURN-REC.
          05 BR-TYPE PIC X(01).
          05 BR-ACCT PIC X(16).
          05 BR-EMPID PIC X(5).
          05 BR-NET PIC 9(8)V9(2).
          05 BR-REASON PIC X(20).
      ***** THE REGISTER PAYROLLDISBURSE WROTE FOR THE LAST TRANSMITTAL
       FD TRANSMIT-REGISTER.
       01 TRANSMIT-REGISTER-REC.
          05 TR-EMPID PIC X(5).
          05 FILLER PIC X(2).
          05 TR-ACCT PIC X(16).
          05 FILLER PIC X(2).
          05 TR-NET PIC X(10).
          05 FILLER PIC X(35).
       01 TRANSMIT-HEAD-REC.
          05 TRH-TITLE PIC X(34).
          05 FILLER PIC X(12).
          05 TRH-PERIOD PIC X(6).
          05 FILLER PIC X(7).
          05 TRH-HALF PIC X(01).
          05 FILLER PIC X(10).
      ***** ONE ROW PER RETURNED CREDIT
      ***** (DST-STATUS: R = RETURNED, STILL IN SUSPENSE
      *****              C = RE-DISBURSED IN CASH
      *****              A = RE-CREDITED TO A CORRECTED ACCOUNT)
       FD DISBURSE-STATUS.
       01 DISBURSE-STATUS-REC.
          05 DST-EMPID PIC X(5).
          05 DST-PERIOD PIC X(6).
          05 DST-HALF PIC X(01).
          05 DST-ACCT PIC X(16).
          05 DST-NET PIC 9(8)V9(2).
          05 DST-STATUS PIC X(01).
          05 DST-RETURN-DATE PIC X(8).
          05 DST-REASON PIC X(20).
          05 DST-FIX-DATE PIC X(8).
          05 DST-FIX-REF PIC X(5).
       FD DISBURSE-STATUS-TMP.
       01 DISBURSE-STATUS-TMP-REC PIC X(80).
      ***** EMPLOYEE-TO-BANK-ACCOUNT CROSS-REFERENCE
       FD EMP-ACCOUNT-XREF.
       01 EMP-ACCOUNT-XREF-REC.
          05 EAX-EMPID PIC X(5).
          05 EAX-BANKNUM PIC X(5).
       FD EMP-ACCOUNT-XREF-TMP.
       01 EMP-ACCOUNT-XREF-TMP-REC PIC X(10).
      ***** EMPLOYEES PAID THROUGH THE PARTNER BANK
       FD BANK-ENROLLMENT.
       01 BANK-ENROLLMENT-REC.
          05 BE-EMPID PIC X(5).
          05 BE-EXT-ACCT PIC X(16).
       FD BANK-ENROLLMENT-TMP.
       01 BANK-ENROLLMENT-TMP-REC PIC X(21).
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
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE B MARKS
      ***** RETURNED PAYROLL CREDITS GOING INTO AND OUT OF SUSPENSE)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
       FD RETURNS-REPORT.
       01 RETURNS-REPORT-REC PIC X(80).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-STAMP PIC X(14).
       01 BDT-EOF PIC 9 VALUE 0.
      ***** THE RETURNED NET PAY SITS IN PAYROLL PAYABLE - SUSPENSE
      ***** AGAINST CASH IN BANK UNTIL IT IS PAID OUT AGAIN
       01 PBR-SUSPENSE-ACCT PIC X(4) VALUE "2150".
       01 PBR-CASH-ACCT PIC X(4) VALUE "1110".
      ********** RUN CONTROL FIELDS
       01 PBR-SEQ.
          05 PBR-MODE PIC X(01).
          05 PBR-HOW PIC X(01).
          05 PBR-EOF-FLAG PIC 9 VALUE 0.
          05 PBR-XM-EOF PIC 9 VALUE 0.
          05 PBR-FOUND PIC 9 VALUE 0.
          05 PBR-DUP PIC 9 VALUE 0.
          05 PBR-EMPID PIC X(5).
          05 PBR-BANKNUM PIC X(5).
          05 PBR-PERIOD PIC X(6).
          05 PBR-HALF PIC X(01).
          05 PBR-NET PIC 9(8)V9(2).
          05 PBR-XM-NET PIC 9(8)V9(2).
          05 PBR-MATCHED PIC 9(4) VALUE 0.
          05 PBR-UNMATCHED PIC 9(4) VALUE 0.
          05 PBR-DUPLICATES PIC 9(4) VALUE 0.
          05 PBR-OPEN-COUNT PIC 9(4) VALUE 0.
          05 PBR-OPEN-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 PBR-MATCH-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 PBR-DATE-NUM PIC 9(8).
          05 PBR-RETURN-NUM PIC 9(8).
          05 PBR-AGE PIC S9(5).
      ********** REPORT LINE LAYOUTS
       01 PBR-DETAIL-LINE.
          05 PBR-DET-EMPID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PBR-DET-PERIOD PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PBR-DET-HALF PIC X(01).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PBR-DET-ACCT PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PBR-DET-NET PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 PBR-DET-NOTE PIC X(31).
       01 PBR-TOTAL-LINE.
          05 PBR-TOT-LABEL PIC X(30).
          05 PBR-TOT-COUNT PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 PBR-TOT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PARTNER BANK RETURNED CREDITS".
           DISPLAY "[1] IMPORT THE BANK RETURN FILE".
           DISPLAY "[2] RE-DISBURSE A RETURNED CREDIT".
           DISPLAY "[3] OUTSTANDING RETURNS REPORT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT PBR-MODE.

           EVALUATE PBR-MODE
              WHEN '1'
                 PERFORM IMPORT-RETURNS
              WHEN '2'
                 PERFORM REDISBURSE-RETURN
              WHEN '3'
                 PERFORM OUTSTANDING-RETURNS
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** EACH RETURNED ROW MUST MATCH A TRANSMITTAL LINE ON BOTH
      ***** EMPLOYEE AND AMOUNT; A MATCH IS MARKED RETURNED AND ITS
      ***** NET PAY MOVED TO SUSPENSE, ANYTHING ELSE IS LISTED
       IMPORT-RETURNS.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO PBR-EOF-FLAG
           OPEN EXTEND BANK-RETURNS
           CLOSE BANK-RETURNS
           OPEN EXTEND DISBURSE-STATUS
           CLOSE DISBURSE-STATUS
           OPEN INPUT BANK-RETURNS
           OPEN OUTPUT RETURNS-REPORT
           MOVE "PARTNER BANK RETURNS IMPORTED" TO RETURNS-REPORT-REC
           WRITE RETURNS-REPORT-REC
           READ BANK-RETURNS
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              IF BR-TYPE = 'R'
                 PERFORM IMPORT-ONE-RETURN
              END-IF
              READ BANK-RETURNS
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-RETURNS

           IF PBR-MATCH-TOTAL > 0
              OPEN EXTEND GL-BATCH
              MOVE BDT-DATE TO GLB-DATE
              MOVE 'B' TO GLB-TCODE
              MOVE "PAYRTN" TO GLB-SOURCE
              MOVE PBR-MATCH-TOTAL TO GLB-AMOUNT
              MOVE PBR-CASH-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE PBR-SUSPENSE-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
              CLOSE GL-BATCH
           END-IF

           MOVE SPACES TO RETURNS-REPORT-REC
           WRITE RETURNS-REPORT-REC
           MOVE "RETURNED TO SUSPENSE:" TO PBR-TOT-LABEL
           MOVE PBR-MATCHED TO PBR-TOT-COUNT
           MOVE PBR-MATCH-TOTAL TO PBR-TOT-AMOUNT
           WRITE RETURNS-REPORT-REC FROM PBR-TOTAL-LINE
           CLOSE RETURNS-REPORT
           DISPLAY "RETURNS MATCHED TO THE TRANSMITTAL: " PBR-MATCHED.
           DISPLAY "RETURNS NOT ON THE TRANSMITTAL:     "
              PBR-UNMATCHED.
           DISPLAY "RETURNS ALREADY ON FILE:            "
              PBR-DUPLICATES.
           EXIT.

       IMPORT-ONE-RETURN.
           MOVE BR-EMPID TO PBR-DET-EMPID
           MOVE BR-ACCT TO PBR-DET-ACCT
           MOVE BR-NET TO PBR-DET-NET
           MOVE SPACES TO PBR-DET-PERIOD
           MOVE SPACE TO PBR-DET-HALF

           MOVE 0 TO PBR-FOUND
           MOVE 0 TO PBR-XM-EOF
           OPEN EXTEND TRANSMIT-REGISTER
           CLOSE TRANSMIT-REGISTER
           OPEN INPUT TRANSMIT-REGISTER
           READ TRANSMIT-REGISTER
              AT END MOVE 1 TO PBR-XM-EOF
           END-READ
           PERFORM UNTIL PBR-XM-EOF = 1
              IF TRH-TITLE = "PARTNER BANK TRANSMITTAL REGISTER "
                 MOVE TRH-PERIOD TO PBR-PERIOD
                 MOVE TRH-HALF TO PBR-HALF
              ELSE
                 COMPUTE PBR-XM-NET = FUNCTION NUMVAL(TR-NET)
                 IF TR-EMPID = BR-EMPID AND PBR-XM-NET = BR-NET
                    MOVE 1 TO PBR-FOUND
                    MOVE TR-ACCT TO PBR-DET-ACCT
                    MOVE 1 TO PBR-XM-EOF
                 END-IF
              END-IF
              IF PBR-XM-EOF = 0
                 READ TRANSMIT-REGISTER
                    AT END MOVE 1 TO PBR-XM-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE TRANSMIT-REGISTER

           IF PBR-FOUND = 0
              ADD 1 TO PBR-UNMATCHED
              MOVE "NOT ON TRANSMITTAL - CHECK BANK" TO PBR-DET-NOTE
              WRITE RETURNS-REPORT-REC FROM PBR-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE PBR-PERIOD TO PBR-DET-PERIOD
           MOVE PBR-HALF TO PBR-DET-HALF

      ***** THE SAME RETURN IMPORTED TWICE MUST NOT DOUBLE SUSPENSE
           MOVE 0 TO PBR-DUP
           MOVE 0 TO PBR-XM-EOF
           OPEN INPUT DISBURSE-STATUS
           READ DISBURSE-STATUS
              AT END MOVE 1 TO PBR-XM-EOF
           END-READ
           PERFORM UNTIL PBR-XM-EOF = 1
              IF DST-EMPID = BR-EMPID AND DST-PERIOD = PBR-PERIOD
                 AND DST-HALF = PBR-HALF
                 MOVE 1 TO PBR-DUP
                 MOVE 1 TO PBR-XM-EOF
              ELSE
                 READ DISBURSE-STATUS
                    AT END MOVE 1 TO PBR-XM-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE DISBURSE-STATUS
           IF PBR-DUP = 1
              ADD 1 TO PBR-DUPLICATES
              MOVE "ALREADY RETURNED - SKIPPED" TO PBR-DET-NOTE
              WRITE RETURNS-REPORT-REC FROM PBR-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE BR-EMPID TO DST-EMPID
           MOVE PBR-PERIOD TO DST-PERIOD
           MOVE PBR-HALF TO DST-HALF
           MOVE PBR-DET-ACCT TO DST-ACCT
           MOVE BR-NET TO DST-NET
           MOVE 'R' TO DST-STATUS
           MOVE BDT-DATE TO DST-RETURN-DATE
           MOVE BR-REASON TO DST-REASON
           MOVE SPACES TO DST-FIX-DATE
           MOVE SPACES TO DST-FIX-REF
           OPEN EXTEND DISBURSE-STATUS
              WRITE DISBURSE-STATUS-REC
           CLOSE DISBURSE-STATUS

           ADD 1 TO PBR-MATCHED
           ADD BR-NET TO PBR-MATCH-TOTAL
           MOVE BR-REASON TO PBR-DET-NOTE
           WRITE RETURNS-REPORT-REC FROM PBR-DETAIL-LINE.
           EXIT.

      ***** THE EMPLOYEE'S OLDEST OPEN RETURN IS PAID OUT AGAIN,
      ***** EITHER AS A CASH ENVELOPE (PICKED UP BY THE DENOMINATION
      ***** RUN FOR ITS PERIOD) OR BY CREDITING A CORRECTED ACCOUNT
       REDISBURSE-RETURN.
           DISPLAY "EMPLOYEE ID:                    " WITH NO ADVANCING
           ACCEPT PBR-EMPID
           MOVE 0 TO PBR-FOUND
           MOVE 0 TO PBR-EOF-FLAG
           OPEN EXTEND DISBURSE-STATUS
           CLOSE DISBURSE-STATUS
           OPEN INPUT DISBURSE-STATUS
           READ DISBURSE-STATUS
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              IF DST-EMPID = PBR-EMPID AND DST-STATUS = 'R'
                 MOVE 1 TO PBR-FOUND
                 MOVE DST-PERIOD TO PBR-PERIOD
                 MOVE DST-HALF TO PBR-HALF
                 MOVE DST-NET TO PBR-NET
                 MOVE 1 TO PBR-EOF-FLAG
              ELSE
                 READ DISBURSE-STATUS
                    AT END MOVE 1 TO PBR-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE DISBURSE-STATUS
           IF PBR-FOUND = 0
              DISPLAY "NO OPEN RETURNED CREDIT FOR " PBR-EMPID
              EXIT PARAGRAPH
           END-IF
           MOVE PBR-NET TO PBR-DET-NET
           DISPLAY "RETURNED CREDIT FOR PERIOD " PBR-PERIOD
              " HALF " PBR-HALF ": " PBR-DET-NET
           DISPLAY "PAY [C] IN CASH OR [A] TO A CORRECTED ACCOUNT: "
              WITH NO ADVANCING
           ACCEPT PBR-HOW
           PERFORM GET-BUSINESS-DATE

           EVALUATE PBR-HOW
              WHEN 'C'
                 MOVE "CASH " TO PBR-BANKNUM
              WHEN 'A'
                 DISPLAY "CORRECTED ACCOUNT NUMBER:       "
                    WITH NO ADVANCING
                 ACCEPT PBR-BANKNUM
                 PERFORM CREDIT-CORRECTED-ACCOUNT
                 IF PBR-FOUND NOT = 1
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM REPLACE-EMP-XREF
                 PERFORM DROP-BANK-ENROLLMENT
              WHEN OTHER
                 DISPLAY "INVALID CHOICE - NOTHING RE-DISBURSED"
                 EXIT PARAGRAPH
           END-EVALUATE

      ***** EITHER WAY THE MONEY LEAVES SUSPENSE BACK THROUGH CASH IN
      ***** BANK, THE SAME ROUTE THE ORIGINAL PAYROLL CREDIT TOOK
           OPEN EXTEND GL-BATCH
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'B' TO GLB-TCODE
           MOVE "PAYRTN" TO GLB-SOURCE
           MOVE PBR-NET TO GLB-AMOUNT
           MOVE PBR-SUSPENSE-ACCT TO GLB-ACCT
           MOVE 'D' TO GLB-DC
           WRITE GL-BATCH-REC
           MOVE PBR-CASH-ACCT TO GLB-ACCT
           MOVE 'C' TO GLB-DC
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH
           PERFORM CLOSE-OUT-RETURN
           IF PBR-HOW = 'C'
              DISPLAY "MARKED FOR A CASH ENVELOPE IN THE DENOMINATION "
                 "RUN FOR " PBR-PERIOD
           ELSE
              DISPLAY "CREDITED TO ACCOUNT " PBR-BANKNUM
           END-IF.
           EXIT.

      ***** THE LEDGER CREDIT IS JOURNALED AS A PAYROLL CREDIT (N),
      ***** EXACTLY AS THE DISBURSEMENT RUN WOULD HAVE POSTED IT
       CREDIT-CORRECTED-ACCOUNT.
           MOVE 0 TO PBR-FOUND
           OPEN I-O BANKLEDGER
           MOVE PBR-BANKNUM TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO PBR-FOUND
              NOT INVALID KEY
                 IF LEDG-STATUS = 'C'
                    MOVE 3 TO PBR-FOUND
                 ELSE
                    MOVE 1 TO PBR-FOUND
                    ADD PBR-NET TO LEDG-BALANCE
                    REWRITE LEDGER-REC
                 END-IF
           END-READ
           CLOSE BANKLEDGER
           IF PBR-FOUND = 0
              DISPLAY "ACCOUNT " PBR-BANKNUM " NOT ON THE LEDGER"
              EXIT PARAGRAPH
           END-IF
           IF PBR-FOUND = 3
              DISPLAY "ACCOUNT " PBR-BANKNUM " IS CLOSED"
              EXIT PARAGRAPH
           END-IF

           MOVE PBR-BANKNUM TO JRNL-BANKNUM
           MOVE 'N' TO JRNL-TCODE
           MOVE PBR-NET TO JRNL-AMOUNT
           MOVE LEDG-BALANCE TO JRNL-BALANCE
           PERFORM SET-BUSINESS-STAMP
           MOVE BDT-STAMP TO JRNL-TIMESTAMP
           MOVE SPACE TO JRNL-RECON
           MOVE "*RTRN" TO JRNL-OPERATOR
           MOVE SPACES TO JRNL-BRANCH
           OPEN EXTEND BANK-JOURNAL
              WRITE BANK-JOURNAL-REC
           CLOSE BANK-JOURNAL.
           EXIT.

      ***** THE CORRECTED ACCOUNT BECOMES THE EMPLOYEE'S ONLY
      ***** CROSS-REFERENCE SO THE NEXT PAYROLL CREDITS IT TOO
       REPLACE-EMP-XREF.
           MOVE 0 TO PBR-EOF-FLAG
           OPEN EXTEND EMP-ACCOUNT-XREF
           CLOSE EMP-ACCOUNT-XREF
           OPEN INPUT EMP-ACCOUNT-XREF
           OPEN OUTPUT EMP-ACCOUNT-XREF-TMP
           READ EMP-ACCOUNT-XREF
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              IF EAX-EMPID NOT = PBR-EMPID
                 WRITE EMP-ACCOUNT-XREF-TMP-REC
                    FROM EMP-ACCOUNT-XREF-REC
              END-IF
              READ EMP-ACCOUNT-XREF
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           MOVE PBR-EMPID TO EAX-EMPID
           MOVE PBR-BANKNUM TO EAX-BANKNUM
           WRITE EMP-ACCOUNT-XREF-TMP-REC FROM EMP-ACCOUNT-XREF-REC
           CLOSE EMP-ACCOUNT-XREF
           CLOSE EMP-ACCOUNT-XREF-TMP

           MOVE 0 TO PBR-EOF-FLAG
           OPEN INPUT EMP-ACCOUNT-XREF-TMP
           OPEN OUTPUT EMP-ACCOUNT-XREF
           READ EMP-ACCOUNT-XREF-TMP
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              WRITE EMP-ACCOUNT-XREF-REC FROM EMP-ACCOUNT-XREF-TMP-REC
              READ EMP-ACCOUNT-XREF-TMP
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EMP-ACCOUNT-XREF-TMP
           CLOSE EMP-ACCOUNT-XREF.
           EXIT.

      ***** PARTNER-BANK ENROLLMENT WINS OVER THE CROSS-REFERENCE, SO
      ***** THE BOUNCED EXTERNAL ACCOUNT IS TAKEN OFF
       DROP-BANK-ENROLLMENT.
           MOVE 0 TO PBR-EOF-FLAG
           OPEN EXTEND BANK-ENROLLMENT
           CLOSE BANK-ENROLLMENT
           OPEN INPUT BANK-ENROLLMENT
           OPEN OUTPUT BANK-ENROLLMENT-TMP
           READ BANK-ENROLLMENT
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              IF BE-EMPID NOT = PBR-EMPID
                 WRITE BANK-ENROLLMENT-TMP-REC FROM BANK-ENROLLMENT-REC
              END-IF
              READ BANK-ENROLLMENT
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-ENROLLMENT
           CLOSE BANK-ENROLLMENT-TMP

           MOVE 0 TO PBR-EOF-FLAG
           OPEN INPUT BANK-ENROLLMENT-TMP
           OPEN OUTPUT BANK-ENROLLMENT
           READ BANK-ENROLLMENT-TMP
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              WRITE BANK-ENROLLMENT-REC FROM BANK-ENROLLMENT-TMP-REC
              READ BANK-ENROLLMENT-TMP
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-ENROLLMENT-TMP
           CLOSE BANK-ENROLLMENT.
           EXIT.

      ***** THE STATUS ROW GOES FROM R TO C OR A WITH THE DATE AND
      ***** WHERE THE MONEY WENT
       CLOSE-OUT-RETURN.
           MOVE 0 TO PBR-EOF-FLAG
           MOVE 0 TO PBR-DUP
           OPEN INPUT DISBURSE-STATUS
           OPEN OUTPUT DISBURSE-STATUS-TMP
           READ DISBURSE-STATUS
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              IF DST-EMPID = PBR-EMPID AND DST-STATUS = 'R' AND
                 DST-PERIOD = PBR-PERIOD AND DST-HALF = PBR-HALF AND
                 PBR-DUP = 0
                 MOVE PBR-HOW TO DST-STATUS
                 MOVE BDT-DATE TO DST-FIX-DATE
                 MOVE PBR-BANKNUM TO DST-FIX-REF
                 MOVE 1 TO PBR-DUP
              END-IF
              WRITE DISBURSE-STATUS-TMP-REC FROM DISBURSE-STATUS-REC
              READ DISBURSE-STATUS
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DISBURSE-STATUS
           CLOSE DISBURSE-STATUS-TMP

           MOVE 0 TO PBR-EOF-FLAG
           OPEN INPUT DISBURSE-STATUS-TMP
           OPEN OUTPUT DISBURSE-STATUS
           READ DISBURSE-STATUS-TMP
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              WRITE DISBURSE-STATUS-REC FROM DISBURSE-STATUS-TMP-REC
              READ DISBURSE-STATUS-TMP
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DISBURSE-STATUS-TMP
           CLOSE DISBURSE-STATUS.
           EXIT.

      ***** EVERY RETURN STILL IN SUSPENSE, WITH ITS AGE IN DAYS,
      ***** FOR HR TO CHASE THE EMPLOYEE FOR A WORKING ACCOUNT
       OUTSTANDING-RETURNS.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO PBR-EOF-FLAG
           OPEN EXTEND DISBURSE-STATUS
           CLOSE DISBURSE-STATUS
           OPEN INPUT DISBURSE-STATUS
           OPEN OUTPUT RETURNS-REPORT
           MOVE SPACES TO RETURNS-REPORT-REC
           STRING "RETURNED PAYROLL CREDITS OUTSTANDING AS OF "
                  DELIMITED BY SIZE
                  BDT-DATE DELIMITED BY SIZE
                  INTO RETURNS-REPORT-REC
           WRITE RETURNS-REPORT-REC
           READ DISBURSE-STATUS
              AT END MOVE 1 TO PBR-EOF-FLAG
           END-READ
           PERFORM UNTIL PBR-EOF-FLAG = 1
              IF DST-STATUS = 'R'
                 ADD 1 TO PBR-OPEN-COUNT
                 ADD DST-NET TO PBR-OPEN-TOTAL
                 MOVE DST-EMPID TO PBR-DET-EMPID
                 MOVE DST-PERIOD TO PBR-DET-PERIOD
                 MOVE DST-HALF TO PBR-DET-HALF
                 MOVE DST-ACCT TO PBR-DET-ACCT
                 MOVE DST-NET TO PBR-DET-NET
                 MOVE BDT-DATE TO PBR-DATE-NUM
                 MOVE DST-RETURN-DATE TO PBR-RETURN-NUM
                 COMPUTE PBR-AGE =
                     FUNCTION INTEGER-OF-DATE(PBR-DATE-NUM) -
                     FUNCTION INTEGER-OF-DATE(PBR-RETURN-NUM)
                 MOVE SPACES TO PBR-DET-NOTE
                 STRING DST-REASON DELIMITED BY SIZE
                        INTO PBR-DET-NOTE
                 MOVE PBR-AGE TO PBR-TOT-COUNT
                 MOVE PBR-TOT-COUNT TO PBR-DET-NOTE(22:4)
                 MOVE "DAYS" TO PBR-DET-NOTE(27:4)
                 WRITE RETURNS-REPORT-REC FROM PBR-DETAIL-LINE
                 DISPLAY PBR-DETAIL-LINE
              END-IF
              READ DISBURSE-STATUS
                 AT END MOVE 1 TO PBR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DISBURSE-STATUS

           MOVE SPACES TO RETURNS-REPORT-REC
           WRITE RETURNS-REPORT-REC
           MOVE "STILL IN SUSPENSE:" TO PBR-TOT-LABEL
           MOVE PBR-OPEN-COUNT TO PBR-TOT-COUNT
           MOVE PBR-OPEN-TOTAL TO PBR-TOT-AMOUNT
           WRITE RETURNS-REPORT-REC FROM PBR-TOTAL-LINE
           DISPLAY PBR-TOTAL-LINE
           CLOSE RETURNS-REPORT.
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

       END PROGRAM PAYROLL-BANK-RETURNS.
