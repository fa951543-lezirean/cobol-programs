      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 30, 2024
      * Purpose: DAILY SCHOOL COLLECTIONS: TUITION TAKEN AT THE TELLER
      *          ONTO THE SCHOOL'S COLLECTION ACCOUNT, RECONCILED WITH
      *          THE PAYMENTS POSTED TO THE STUDENT BILLING LEDGER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-SCHOOL-COLLECTIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-MASTER ASSIGN TO
           "C:\cobol_project\BillerMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANK-JOURNAL ASSIGN TO
           "C:\cobol_project\BankJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TUITION-LEDGER ASSIGN TO 'StudentBillLedger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COLLECT-REPORT ASSIGN TO
           "C:\cobol_project\SchoolCollections.dat"
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
      ***** COLLECTING BILLERS; THE SCHOOL IS BILLER SCHOL AND ITS
      ***** SETTLEMENT ACCOUNT IS THE SCHOOL'S COLLECTION ACCOUNT
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
      ***** THE REGISTRAR'S STUDENT BILLING LEDGER (SB-TYPE A=CHARGE
      ***** D=DISCOUNT P=PAYMENT); A TELLER PAYMENT CARRIES THE
      ***** REFERENCE "BANK" AND THE TIME OF ITS JOURNAL LINE
       FD TUITION-LEDGER.
       01 TUITION-LEDGER-REC.
          05 TSB-STUDENT-ID PIC 9(5).
          05 TSB-DATE PIC X(8).
          05 TSB-TYPE PIC X(01).
          05 TSB-AMOUNT PIC 9(6)V9(2).
          05 TSB-REF.
             10 TSB-REF-SOURCE PIC X(4).
             10 TSB-REF-TIME PIC X(6).
       FD COLLECT-REPORT.
       01 COLLECT-REPORT-REC PIC X(80).
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
       01 BDT-EOF PIC 9 VALUE 0.
      ********** THE DAY'S TELLER POSTINGS TO THE SCHOOL'S ACCOUNT
      ********** (Y=CASH TUITION A=TUITION DEBITED FROM A DEPOSITOR)
       01 SCL-POST-TABLE.
          05 SCL-POST-ENTRY OCCURS 500 TIMES.
             10 SCL-P-TIME PIC X(6).
             10 SCL-P-TCODE PIC X(01).
             10 SCL-P-AMOUNT PIC 9(9)V9(2).
             10 SCL-P-TELLER PIC X(5).
             10 SCL-P-BRANCH PIC X(3).
             10 SCL-P-STUDENT PIC 9(5).
             10 SCL-P-MATCHED PIC X(01).
       01 SCL-POST-COUNT PIC 9(3) VALUE 0.
       01 SCL-IDX PIC 9(3).
       01 SCL-HIT-IDX PIC 9(3).
      ********** RUN WORK FIELDS
       01 SCL-SEQ.
          05 SCL-EOF-FLAG PIC 9 VALUE 0.
          05 SCL-SCHOOL-ACCT PIC X(5) VALUE SPACES.
          05 SCL-SCHOOL-NAME PIC X(20) VALUE SPACES.
          05 SCL-BANK-COUNT PIC 9(5) VALUE 0.
          05 SCL-BANK-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 SCL-CASH-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 SCL-DEBIT-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 SCL-LEDG-COUNT PIC 9(5) VALUE 0.
          05 SCL-LEDG-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 SCL-MATCH-COUNT PIC 9(5) VALUE 0.
          05 SCL-BANK-ONLY PIC 9(5) VALUE 0.
          05 SCL-LEDG-ONLY PIC 9(5) VALUE 0.
          05 SCL-DIFFERENCE PIC S9(10)V9(2) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 SCL-HEAD-LINE.
          05 FILLER PIC X(28) VALUE "SCHOOL COLLECTIONS FOR:     ".
          05 SCL-HEAD-DATE PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 SCL-HEAD-NAME PIC X(20).
          05 FILLER PIC X(7) VALUE "  ACCT ".
          05 SCL-HEAD-ACCT PIC X(5).
       01 SCL-COLUMN-LINE.
          05 FILLER PIC X(40)
             VALUE "TIME    TENDER  STUDENT          AMOUNT ".
          05 FILLER PIC X(27)
             VALUE " TELLER BRN  RESULT        ".
       01 SCL-DETAIL-LINE.
          05 SCL-DET-TIME PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-DET-TENDER PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-DET-STUDENT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-DET-TELLER PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-DET-BRANCH PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-DET-RESULT PIC X(20).
       01 SCL-TOTAL-LINE.
          05 SCL-TOT-LABEL PIC X(28).
          05 SCL-TOT-COUNT PIC ZZ,ZZZ.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-TOT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM FIND-SCHOOL-ACCOUNT

           OPEN OUTPUT COLLECT-REPORT
           MOVE BDT-DATE TO SCL-HEAD-DATE
           MOVE SCL-SCHOOL-NAME TO SCL-HEAD-NAME
           MOVE SCL-SCHOOL-ACCT TO SCL-HEAD-ACCT
           WRITE COLLECT-REPORT-REC FROM SCL-HEAD-LINE
           IF SCL-SCHOOL-ACCT = SPACES
              MOVE "NO SCHOOL BILLER (SCHOL) ON THE BILLER MASTER"
                 TO COLLECT-REPORT-REC
              WRITE COLLECT-REPORT-REC
              CLOSE COLLECT-REPORT
              PERFORM LOG-RUN-END
              DISPLAY "NO SCHOOL BILLER (SCHOL) ON THE BILLER MASTER"
              GOBACK
           END-IF
           WRITE COLLECT-REPORT-REC FROM SCL-COLUMN-LINE

           PERFORM LOAD-TELLER-POSTINGS
           PERFORM MATCH-LEDGER-PAYMENTS
           PERFORM VARYING SCL-IDX FROM 1 BY 1
               UNTIL SCL-IDX > SCL-POST-COUNT
              PERFORM REPORT-ONE-POSTING
           END-PERFORM
           PERFORM WRITE-COLLECTION-TOTALS
           CLOSE COLLECT-REPORT

           MOVE SCL-BANK-COUNT TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "TELLER POSTINGS:   " SCL-BANK-COUNT.
           DISPLAY "LEDGER PAYMENTS:   " SCL-LEDG-COUNT.
           DISPLAY "MATCHED:           " SCL-MATCH-COUNT.
           DISPLAY "BANK ONLY:         " SCL-BANK-ONLY.
           DISPLAY "LEDGER ONLY:       " SCL-LEDG-ONLY.
           GOBACK.

      ***** THE SCHOOL'S COLLECTION ACCOUNT IS THE SETTLEMENT ACCOUNT
      ***** OF BILLER SCHOL, WHETHER OR NOT IT IS STILL COLLECTING
       FIND-SCHOOL-ACCOUNT.
           MOVE 0 TO SCL-EOF-FLAG
           OPEN EXTEND BILLER-MASTER
           CLOSE BILLER-MASTER
           OPEN INPUT BILLER-MASTER
           READ BILLER-MASTER
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF BLR-CODE = "SCHOL"
                 MOVE BLR-SETTLE-ACCT TO SCL-SCHOOL-ACCT
                 MOVE BLR-NAME TO SCL-SCHOOL-NAME
                 MOVE 1 TO SCL-EOF-FLAG
              ELSE
                 READ BILLER-MASTER
                    AT END MOVE 1 TO SCL-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE BILLER-MASTER.
           EXIT.

      ***** EVERY TUITION CREDIT THE TELLERS PUT ON THE SCHOOL'S
      ***** ACCOUNT ON THE BUSINESS DATE
       LOAD-TELLER-POSTINGS.
           MOVE 0 TO SCL-EOF-FLAG
           MOVE 0 TO SCL-POST-COUNT
           OPEN EXTEND BANK-JOURNAL
           CLOSE BANK-JOURNAL
           OPEN INPUT BANK-JOURNAL
           READ BANK-JOURNAL
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF JRNL-BANKNUM = SCL-SCHOOL-ACCT AND
                 JRNL-TIMESTAMP(1:8) = BDT-DATE AND
                 (JRNL-TCODE = 'Y' OR JRNL-TCODE = 'A')
                 ADD 1 TO SCL-BANK-COUNT
                 ADD JRNL-AMOUNT TO SCL-BANK-TOTAL
                 IF JRNL-TCODE = 'Y'
                    ADD JRNL-AMOUNT TO SCL-CASH-TOTAL
                 ELSE
                    ADD JRNL-AMOUNT TO SCL-DEBIT-TOTAL
                 END-IF
                 IF SCL-POST-COUNT < 500
                    ADD 1 TO SCL-POST-COUNT
                    MOVE JRNL-TIMESTAMP(9:6)
                       TO SCL-P-TIME(SCL-POST-COUNT)
                    MOVE JRNL-TCODE TO SCL-P-TCODE(SCL-POST-COUNT)
                    MOVE JRNL-AMOUNT TO SCL-P-AMOUNT(SCL-POST-COUNT)
                    MOVE JRNL-OPERATOR TO SCL-P-TELLER(SCL-POST-COUNT)
                    MOVE JRNL-BRANCH TO SCL-P-BRANCH(SCL-POST-COUNT)
                    MOVE 0 TO SCL-P-STUDENT(SCL-POST-COUNT)
                    MOVE 'N' TO SCL-P-MATCHED(SCL-POST-COUNT)
                 END-IF
              END-IF
              READ BANK-JOURNAL
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL.
           EXIT.

      ***** EACH TELLER PAYMENT ON THE STUDENT LEDGER IS PAIRED WITH
      ***** THE POSTING OF THE SAME TIME AND AMOUNT; A LEDGER CREDIT
      ***** WITH NO POSTING IS REPORTED AS IT IS READ
       MATCH-LEDGER-PAYMENTS.
           MOVE 0 TO SCL-EOF-FLAG
           OPEN EXTEND TUITION-LEDGER
           CLOSE TUITION-LEDGER
           OPEN INPUT TUITION-LEDGER
           READ TUITION-LEDGER
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF TSB-TYPE = 'P' AND TSB-REF-SOURCE = "BANK" AND
                 TSB-DATE = BDT-DATE
                 ADD 1 TO SCL-LEDG-COUNT
                 ADD TSB-AMOUNT TO SCL-LEDG-TOTAL
                 PERFORM FIND-MATCHING-POSTING
                 IF SCL-HIT-IDX > 0
                    MOVE 'Y' TO SCL-P-MATCHED(SCL-HIT-IDX)
                    MOVE TSB-STUDENT-ID TO SCL-P-STUDENT(SCL-HIT-IDX)
                    ADD 1 TO SCL-MATCH-COUNT
                 ELSE
                    ADD 1 TO SCL-LEDG-ONLY
                    MOVE TSB-REF-TIME TO SCL-DET-TIME
                    MOVE SPACES TO SCL-DET-TENDER
                    MOVE TSB-STUDENT-ID TO SCL-DET-STUDENT
                    MOVE TSB-AMOUNT TO SCL-DET-AMOUNT
                    MOVE SPACES TO SCL-DET-TELLER
                    MOVE SPACES TO SCL-DET-BRANCH
                    MOVE "NOT POSTED AT BANK  " TO SCL-DET-RESULT
                    WRITE COLLECT-REPORT-REC FROM SCL-DETAIL-LINE
                 END-IF
              END-IF
              READ TUITION-LEDGER
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE TUITION-LEDGER.
           EXIT.

       FIND-MATCHING-POSTING.
           MOVE 0 TO SCL-HIT-IDX
           PERFORM VARYING SCL-IDX FROM 1 BY 1
               UNTIL SCL-IDX > SCL-POST-COUNT OR SCL-HIT-IDX > 0
              IF SCL-P-MATCHED(SCL-IDX) = 'N' AND
                 SCL-P-TIME(SCL-IDX) = TSB-REF-TIME AND
                 SCL-P-AMOUNT(SCL-IDX) = TSB-AMOUNT
                 MOVE SCL-IDX TO SCL-HIT-IDX
              END-IF
           END-PERFORM.
           EXIT.

       REPORT-ONE-POSTING.
           MOVE SCL-P-TIME(SCL-IDX) TO SCL-DET-TIME
           IF SCL-P-TCODE(SCL-IDX) = 'Y'
              MOVE "CASH  " TO SCL-DET-TENDER
           ELSE
              MOVE "DEBIT " TO SCL-DET-TENDER
           END-IF
           MOVE SCL-P-AMOUNT(SCL-IDX) TO SCL-DET-AMOUNT
           MOVE SCL-P-TELLER(SCL-IDX) TO SCL-DET-TELLER
           MOVE SCL-P-BRANCH(SCL-IDX) TO SCL-DET-BRANCH
           IF SCL-P-MATCHED(SCL-IDX) = 'Y'
              MOVE SCL-P-STUDENT(SCL-IDX) TO SCL-DET-STUDENT
              MOVE "MATCHED             " TO SCL-DET-RESULT
           ELSE
              MOVE SPACES TO SCL-DET-STUDENT
              MOVE "NO LEDGER CREDIT    " TO SCL-DET-RESULT
              ADD 1 TO SCL-BANK-ONLY
           END-IF
           WRITE COLLECT-REPORT-REC FROM SCL-DETAIL-LINE.
           EXIT.

      ***** THE DAY BALANCES WHEN THE TELLER TOTAL EQUALS THE LEDGER
      ***** TOTAL AND NOTHING IS LEFT UNPAIRED ON EITHER SIDE
       WRITE-COLLECTION-TOTALS.
           MOVE SPACES TO COLLECT-REPORT-REC
           WRITE COLLECT-REPORT-REC
           MOVE "CASH TUITION AT THE TELLER: " TO SCL-TOT-LABEL
           MOVE 0 TO SCL-TOT-COUNT
           MOVE SCL-CASH-TOTAL TO SCL-TOT-AMOUNT
           WRITE COLLECT-REPORT-REC FROM SCL-TOTAL-LINE
           MOVE "TUITION DEBITED TO ACCOUNTS:" TO SCL-TOT-LABEL
           MOVE SCL-DEBIT-TOTAL TO SCL-TOT-AMOUNT
           WRITE COLLECT-REPORT-REC FROM SCL-TOTAL-LINE
           MOVE "TOTAL TELLER POSTINGS:      " TO SCL-TOT-LABEL
           MOVE SCL-BANK-COUNT TO SCL-TOT-COUNT
           MOVE SCL-BANK-TOTAL TO SCL-TOT-AMOUNT
           WRITE COLLECT-REPORT-REC FROM SCL-TOTAL-LINE
           MOVE "TOTAL STUDENT LEDGER CREDITS" TO SCL-TOT-LABEL
           MOVE SCL-LEDG-COUNT TO SCL-TOT-COUNT
           MOVE SCL-LEDG-TOTAL TO SCL-TOT-AMOUNT
           WRITE COLLECT-REPORT-REC FROM SCL-TOTAL-LINE
           COMPUTE SCL-DIFFERENCE = SCL-BANK-TOTAL - SCL-LEDG-TOTAL
           MOVE "DIFFERENCE (BANK - LEDGER): " TO SCL-TOT-LABEL
           MOVE 0 TO SCL-TOT-COUNT
           MOVE SCL-DIFFERENCE TO SCL-TOT-AMOUNT
           WRITE COLLECT-REPORT-REC FROM SCL-TOTAL-LINE
           IF SCL-DIFFERENCE = 0 AND SCL-BANK-ONLY = 0 AND
              SCL-LEDG-ONLY = 0
              MOVE "COLLECTIONS RECONCILED" TO COLLECT-REPORT-REC
           ELSE
              MOVE "COLLECTIONS DO NOT RECONCILE - SEE EXCEPTIONS"
                 TO COLLECT-REPORT-REC
           END-IF
           WRITE COLLECT-REPORT-REC.
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


      ***** START AND END RECORDS ON THE SHARED RUN-CONTROL FILE SO
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING
       LOG-RUN-START.
           MOVE "BANK-SCHOOL-COLLECTIONS" TO RC-PROGRAM
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
           MOVE "BANK-SCHOOL-COLLECTIONS" TO RC-PROGRAM
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

       END PROGRAM BANK-SCHOOL-COLLECTIONS.
