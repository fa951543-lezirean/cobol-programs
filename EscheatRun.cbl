      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: MAY 06, 2024
      * Purpose: YEARLY UNCLAIMED-BALANCES RUN: SWORN-STATEMENT
      *          LISTING AND NOTICE LETTERS FOR DEPOSITS WITH NO
      *          DEPOSITOR ACTIVITY IN TEN YEARS, AND TRANSFER OF
      *          BALANCES PAST THE NOTICE DEADLINE TO ESCHEAT PAYABLE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ESCHEAT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT BANK-JOURNAL-IDX ASSIGN TO
           "C:\cobol_project\BankJournalIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS JX-KEY.
           SELECT BANK-JOURNAL ASSIGN TO
           "C:\cobol_project\BankJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KYC-FILE ASSIGN TO
           "C:\cobol_project\AccountKyc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CIF-MASTER ASSIGN TO
           "C:\cobol_project\CifMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CIF-LINKS ASSIGN TO
           "C:\cobol_project\CifLinks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ESCHEAT-PARAMS ASSIGN TO
           "C:\cobol_project\EscheatParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ESCHEAT-REGISTER ASSIGN TO
           "C:\cobol_project\EscheatRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ESCHEAT-REGISTER-TEMP ASSIGN TO
           "C:\cobol_project\EscheatRegisterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SWORN-STATEMENT ASSIGN TO
           "C:\cobol_project\EscheatStatement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT NOTICE-LETTERS ASSIGN TO
           "C:\cobol_project\EscheatNotices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TRANSFER-REPORT ASSIGN TO
           "C:\cobol_project\EscheatTransfers.dat"
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
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** THE KEYED SHADOW OF THE JOURNAL (REBUILT ON DEMAND BY
      ***** BANK-JOURNAL-SYNC) SO EACH ACCOUNT'S HISTORY IS READ BY
      ***** POSITIONING ON IT INSTEAD OF SCANNING THE WHOLE JOURNAL
       FD BANK-JOURNAL-IDX.
       01 BANK-JOURNAL-IDX-REC.
          05 JX-KEY.
             10 JX-BANKNUM PIC X(5).
             10 JX-TIMESTAMP PIC X(14).
             10 JX-SEQ PIC 9(3).
          05 JX-TCODE PIC X(01).
          05 JX-AMOUNT PIC 9(9)V9(2).
          05 JX-BALANCE PIC 9(9)V9(2).
          05 JX-RECON PIC X(01).
          05 JX-OPERATOR PIC X(5).
          05 JX-BRANCH PIC X(3).
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
       FD KYC-FILE.
       01 KYC-REC.
          05 KYC-BANKNUM PIC X(5).
          05 KYC-ADDRESS PIC X(30).
          05 KYC-BIRTHDATE PIC X(8).
          05 KYC-IDTYPE PIC X(10).
          05 KYC-IDNUM PIC X(15).
          05 KYC-SOF PIC X(02).
          05 KYC-COMPLETE PIC X(01).
       FD CIF-MASTER.
       01 CIF-MASTER-REC.
          05 CIF-NUM PIC X(6).
          05 CIF-NAME PIC X(30).
          05 CIF-ADDRESS PIC X(30).
          05 CIF-BIRTHDATE PIC X(8).
          05 CIF-IDTYPE PIC X(10).
          05 CIF-IDNUM PIC X(15).
       FD CIF-LINKS.
       01 CIF-LINK-REC.
          05 CL-CIFNUM PIC X(6).
          05 CL-ACCT PIC X(5).
      ***** ONE ROW: YEARS WITHOUT DEPOSITOR ACTIVITY BEFORE A
      ***** DEPOSIT IS UNCLAIMED, DAYS THE NOTICE GIVES THE DEPOSITOR,
      ***** AND THE LEDGER ACCOUNT THAT HOLDS ESCHEAT PAYABLE
       FD ESCHEAT-PARAMS.
       01 ESCHEAT-PARAM-REC.
          05 ESP-YEARS PIC 9(2).
          05 ESP-NOTICE-DAYS PIC 9(3).
          05 ESP-PAYABLE-ACCT PIC X(5).
      ***** EVERY ACCOUNT EVER NOTICED (ESR-STATUS: N=NOTICE SENT
      ***** E=ESCHEATED W=WITHDRAWN, THE DEPOSITOR CAME BACK)
       FD ESCHEAT-REGISTER.
       01 ESCHEAT-REGISTER-REC.
          05 ESR-ACCT PIC X(5).
          05 ESR-NAME PIC X(30).
          05 ESR-ADDRESS PIC X(30).
          05 ESR-BALANCE PIC 9(9)V9(2).
          05 ESR-LAST-ACTIVITY PIC X(8).
          05 ESR-NOTICE-DATE PIC X(8).
          05 ESR-DEADLINE PIC X(8).
          05 ESR-STATUS PIC X(01).
          05 ESR-CLOSED-DATE PIC X(8).
       FD ESCHEAT-REGISTER-TEMP.
       01 TEMP-ESCHEAT-REGISTER-REC PIC X(109).
       FD SWORN-STATEMENT.
       01 SWORN-STATEMENT-REC PIC X(100).
       FD NOTICE-LETTERS.
       01 NOTICE-LETTER-REC PIC X(70).
       FD TRANSFER-REPORT.
       01 TRANSFER-REPORT-REC PIC X(80).
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
      ********** RUN PARAMETERS
       01 ESC-PARMS.
          05 ESC-YEARS PIC 9(2) VALUE 10.
          05 ESC-NOTICE-DAYS PIC 9(3) VALUE 60.
          05 ESC-PAYABLE-ACCT PIC X(5) VALUE "90001".
          05 ESC-PARAM-EOF PIC 9 VALUE 0.
      ********** RUN WORK FIELDS
       01 ESC-SEQ.
          05 ESC-EOF-FLAG PIC 9 VALUE 0.
          05 ESC-JRNL-EOF PIC 9 VALUE 0.
          05 ESC-FILE-EOF PIC 9 VALUE 0.
          05 ESC-CUTOFF PIC X(8).
          05 ESC-CUTOFF-YEAR PIC 9(4).
          05 ESC-DEADLINE PIC X(8).
          05 ESC-DEADLINE-INT PIC 9(7).
          05 ESC-LAST-ACTIVITY PIC X(8).
          05 ESC-ACTIVITY-FLAG PIC 9 VALUE 0.
          05 ESC-ON-REGISTER PIC 9 VALUE 0.
          05 ESC-ACCT PIC X(5).
          05 ESC-NAME PIC X(30).
          05 ESC-ADDRESS PIC X(30).
          05 ESC-CIFNUM PIC X(6).
          05 ESC-CIF-ADDRESS PIC X(30).
          05 ESC-AMOUNT PIC 9(9)V9(2).
          05 ESC-PAYABLE-OK PIC 9 VALUE 0.
          05 ESC-NOTICED PIC 9(5) VALUE 0.
          05 ESC-NOTICED-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 ESC-REVIEW PIC 9(5) VALUE 0.
          05 ESC-ESCHEATED PIC 9(5) VALUE 0.
          05 ESC-ESCHEATED-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 ESC-WITHDRAWN PIC 9(5) VALUE 0.
      ***** NEW REGISTER ROWS ARE HELD HERE UNTIL THE LEDGER WALK
      ***** FINISHES, THEN APPENDED IN ONE PASS
       01 ESC-NEW-TABLE.
          05 ESC-NEW-ENTRY OCCURS 200 TIMES PIC X(109).
       01 ESC-NEW-COUNT PIC 9(3) VALUE 0.
       01 ESC-NEW-IDX PIC 9(3).
      ********** SWORN STATEMENT LAYOUTS
       01 ESC-SS-TITLE.
          05 FILLER PIC X(45)
             VALUE "SWORN STATEMENT OF UNCLAIMED BALANCES AS OF  ".
          05 ESC-SS-DATE PIC X(8).
       01 ESC-SS-SUBTITLE.
          05 FILLER PIC X(40)
             VALUE "DEPOSITS WITH NO DEPOSITOR ACTIVITY FOR ".
          05 ESC-SS-YEARS PIC Z9.
          05 FILLER PIC X(15) VALUE " YEARS OR MORE".
       01 ESC-SS-COLUMNS.
          05 FILLER PIC X(7) VALUE "ACCOUNT".
          05 FILLER PIC X(32) VALUE "  DEPOSITOR".
          05 FILLER PIC X(32) VALUE "LAST KNOWN ADDRESS".
          05 FILLER PIC X(10) VALUE "LAST ACTV".
          05 FILLER PIC X(14) VALUE "       BALANCE".
       01 ESC-SS-DETAIL.
          05 ESC-SSD-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-SSD-NAME PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-SSD-ADDRESS PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-SSD-LAST PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-SSD-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
       01 ESC-SS-TOTAL.
          05 FILLER PIC X(21) VALUE "ACCOUNTS REPORTED:   ".
          05 ESC-SST-COUNT PIC ZZZZ9.
          05 FILLER PIC X(18) VALUE "   TOTAL BALANCE: ".
          05 ESC-SST-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 ESC-SS-REVIEW.
          05 FILLER PIC X(7) VALUE "REVIEW ".
          05 ESC-SSR-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-SSR-NAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-SSR-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(40)
             VALUE "  NO DEPOSITOR ACTIVITY ON THE JOURNAL".
      ********** NOTICE LETTER LAYOUTS
       01 ESC-LTR-RULE PIC X(60) VALUE ALL "-".
       01 ESC-LTR-ACCT-LINE.
          05 FILLER PIC X(12) VALUE "ACCOUNT NO. ".
          05 ESC-LTR-ACCT PIC X(5).
          05 FILLER PIC X(13) VALUE "    BALANCE: ".
          05 ESC-LTR-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
       01 ESC-LTR-SINCE-LINE.
          05 FILLER PIC X(48)
             VALUE "THIS ACCOUNT HAS HAD NO DEPOSITOR ACTIVITY SINCE".
          05 FILLER PIC X(1) VALUE SPACE.
          05 ESC-LTR-LAST PIC X(8).
          05 FILLER PIC X(1) VALUE ".".
       01 ESC-LTR-DEADLINE-LINE.
          05 FILLER PIC X(50)
             VALUE "UNLESS YOU TRANSACT ON OR CLAIM THE ACCOUNT BY".
          05 ESC-LTR-DEADLINE PIC X(8).
          05 FILLER PIC X(1) VALUE ",".
      ********** TRANSFER REPORT LAYOUTS
       01 ESC-TR-TITLE.
          05 FILLER PIC X(38)
             VALUE "UNCLAIMED BALANCES TRANSFERRED ON    ".
          05 ESC-TR-DATE PIC X(8).
          05 FILLER PIC X(16) VALUE "   TO ACCOUNT   ".
          05 ESC-TR-PAYABLE PIC X(5).
       01 ESC-TR-DETAIL.
          05 ESC-TRD-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-TRD-NAME PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-TRD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 ESC-TRD-RESULT PIC X(20).
       01 ESC-TR-TOTAL.
          05 FILLER PIC X(21) VALUE "ACCOUNTS ESCHEATED:  ".
          05 ESC-TRT-COUNT PIC ZZZZ9.
          05 FILLER PIC X(18) VALUE "   TOTAL AMOUNT:  ".
          05 ESC-TRT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-ESCHEAT-PARAMS

      ***** THE CUTOFF IS THE SAME CALENDAR DAY ESP-YEARS AGO
           MOVE BDT-DATE(1:4) TO ESC-CUTOFF-YEAR
           SUBTRACT ESC-YEARS FROM ESC-CUTOFF-YEAR
           MOVE BDT-DATE TO ESC-CUTOFF
           MOVE ESC-CUTOFF-YEAR TO ESC-CUTOFF(1:4)
           COMPUTE ESC-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BDT-DATE))
               + ESC-NOTICE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(ESC-DEADLINE-INT)
               TO ESC-DEADLINE

           CALL "BANK-JOURNAL-SYNC"
           PERFORM ESCHEAT-DUE-ACCOUNTS
           PERFORM FIND-UNCLAIMED-ACCOUNTS

           COMPUTE RC-DONE-COUNT = ESC-NOTICED + ESC-ESCHEATED
           PERFORM LOG-RUN-END
           DISPLAY "NOTICES SENT:        " ESC-NOTICED.
           DISPLAY "ACCOUNTS ESCHEATED:  " ESC-ESCHEATED.
           DISPLAY "NOTICES WITHDRAWN:   " ESC-WITHDRAWN.
           DISPLAY "ACCOUNTS FOR REVIEW: " ESC-REVIEW.
           GOBACK.

      ***** LOAD THE ONE-ROW PARAMETER FILE, SEEDING THE STATUTORY
      ***** DEFAULTS THE FIRST TIME
       LOAD-ESCHEAT-PARAMS.
           MOVE 0 TO ESC-PARAM-EOF
           OPEN EXTEND ESCHEAT-PARAMS
           CLOSE ESCHEAT-PARAMS
           OPEN INPUT ESCHEAT-PARAMS
           READ ESCHEAT-PARAMS
              AT END MOVE 1 TO ESC-PARAM-EOF
           END-READ
           CLOSE ESCHEAT-PARAMS
           IF ESC-PARAM-EOF = 1
              OPEN OUTPUT ESCHEAT-PARAMS
              MOVE ESC-YEARS TO ESP-YEARS
              MOVE ESC-NOTICE-DAYS TO ESP-NOTICE-DAYS
              MOVE ESC-PAYABLE-ACCT TO ESP-PAYABLE-ACCT
              WRITE ESCHEAT-PARAM-REC
              CLOSE ESCHEAT-PARAMS
           ELSE
              MOVE ESP-YEARS TO ESC-YEARS
              MOVE ESP-NOTICE-DAYS TO ESC-NOTICE-DAYS
              MOVE ESP-PAYABLE-ACCT TO ESC-PAYABLE-ACCT
           END-IF.
           EXIT.

      ***** NOTICES WHOSE DEADLINE HAS PASSED: A DEPOSITOR WHO CAME
      ***** BACK (OR CLOSED THE ACCOUNT) WITHDRAWS THE NOTICE; THE
      ***** REST ARE MOVED TO ESCHEAT PAYABLE
       ESCHEAT-DUE-ACCOUNTS.
           OPEN OUTPUT TRANSFER-REPORT
           MOVE BDT-DATE TO ESC-TR-DATE
           MOVE ESC-PAYABLE-ACCT TO ESC-TR-PAYABLE
           WRITE TRANSFER-REPORT-REC FROM ESC-TR-TITLE

           PERFORM ENSURE-PAYABLE-ACCOUNT

           MOVE 0 TO ESC-FILE-EOF
           OPEN EXTEND ESCHEAT-REGISTER
           CLOSE ESCHEAT-REGISTER
           OPEN INPUT ESCHEAT-REGISTER
           OPEN OUTPUT ESCHEAT-REGISTER-TEMP
           OPEN INPUT BANK-JOURNAL-IDX
           READ ESCHEAT-REGISTER
              AT END MOVE 1 TO ESC-FILE-EOF
           END-READ
           PERFORM UNTIL ESC-FILE-EOF = 1
              IF ESR-STATUS = 'N' AND ESR-DEADLINE <= BDT-DATE
                 PERFORM SETTLE-ONE-NOTICE
              END-IF
              WRITE TEMP-ESCHEAT-REGISTER-REC
                 FROM ESCHEAT-REGISTER-REC
              READ ESCHEAT-REGISTER
                 AT END MOVE 1 TO ESC-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL-IDX
           CLOSE ESCHEAT-REGISTER
           CLOSE ESCHEAT-REGISTER-TEMP

           OPEN OUTPUT ESCHEAT-REGISTER
           OPEN INPUT ESCHEAT-REGISTER-TEMP
           MOVE 0 TO ESC-FILE-EOF
           READ ESCHEAT-REGISTER-TEMP
              AT END MOVE 1 TO ESC-FILE-EOF
           END-READ
           PERFORM UNTIL ESC-FILE-EOF = 1
              WRITE ESCHEAT-REGISTER-REC
                 FROM TEMP-ESCHEAT-REGISTER-REC
              READ ESCHEAT-REGISTER-TEMP
                 AT END MOVE 1 TO ESC-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE ESCHEAT-REGISTER
           CLOSE ESCHEAT-REGISTER-TEMP

           MOVE ESC-ESCHEATED TO ESC-TRT-COUNT
           MOVE ESC-ESCHEATED-TOTAL TO ESC-TRT-AMOUNT
           WRITE TRANSFER-REPORT-REC FROM ESC-TR-TOTAL
           CLOSE TRANSFER-REPORT.
           EXIT.

       SETTLE-ONE-NOTICE.
           MOVE ESR-ACCT TO ESC-ACCT
           MOVE ESR-ACCT TO ESC-TRD-ACCT
           MOVE ESR-NAME TO ESC-TRD-NAME
           PERFORM FIND-LAST-DEPOSITOR-ACTIVITY
           IF ESC-ACTIVITY-FLAG = 1 AND
              ESC-LAST-ACTIVITY >= ESR-NOTICE-DATE
              MOVE 'W' TO ESR-STATUS
              MOVE BDT-DATE TO ESR-CLOSED-DATE
              ADD 1 TO ESC-WITHDRAWN
              MOVE 0 TO ESC-TRD-AMOUNT
              MOVE "DEPOSITOR RETURNED  " TO ESC-TRD-RESULT
              WRITE TRANSFER-REPORT-REC FROM ESC-TR-DETAIL
              EXIT PARAGRAPH
           END-IF

           IF ESC-PAYABLE-OK = 0
              MOVE 0 TO ESC-TRD-AMOUNT
              MOVE "NO PAYABLE ACCOUNT  " TO ESC-TRD-RESULT
              WRITE TRANSFER-REPORT-REC FROM ESC-TR-DETAIL
              EXIT PARAGRAPH
           END-IF

           PERFORM TRANSFER-TO-ESCHEAT
           MOVE ESC-AMOUNT TO ESC-TRD-AMOUNT
           WRITE TRANSFER-REPORT-REC FROM ESC-TR-DETAIL.
           EXIT.

      ***** DEBIT THE DORMANT ACCOUNT TO ZERO AND CLOSE IT, CREDIT
      ***** ESCHEAT PAYABLE, AND JOURNAL BOTH SIDES (E OUT, U IN)
       TRANSFER-TO-ESCHEAT.
           MOVE 0 TO ESC-AMOUNT
           OPEN I-O BANKLEDGER
           MOVE ESC-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE "ACCOUNT NOT ON FILE " TO ESC-TRD-RESULT
                 MOVE 'W' TO ESR-STATUS
              NOT INVALID KEY
                 IF LEDG-STATUS = 'C' OR LEDG-BALANCE = 0
                    MOVE "ALREADY SETTLED     " TO ESC-TRD-RESULT
                    MOVE 'W' TO ESR-STATUS
                 ELSE
                    MOVE LEDG-BALANCE TO ESC-AMOUNT
                 END-IF
           END-READ
           IF ESC-AMOUNT = 0
              CLOSE BANKLEDGER
              MOVE BDT-DATE TO ESR-CLOSED-DATE
              ADD 1 TO ESC-WITHDRAWN
              EXIT PARAGRAPH
           END-IF

           MOVE ESC-PAYABLE-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO ESC-AMOUNT
           END-READ
           IF ESC-AMOUNT = 0 OR
              LEDG-BALANCE + ESC-AMOUNT > 999999999.99
              CLOSE BANKLEDGER
              MOVE 0 TO ESC-AMOUNT
              MOVE "PAYABLE ACCOUNT FULL" TO ESC-TRD-RESULT
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND BANK-JOURNAL
           MOVE ESC-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              NOT INVALID KEY
                 MOVE 0 TO LEDG-BALANCE
                 MOVE 'C' TO LEDG-STATUS
                 REWRITE LEDGER-REC
                 MOVE ESC-ACCT TO JRNL-BANKNUM
                 MOVE 'E' TO JRNL-TCODE
                 MOVE ESC-AMOUNT TO JRNL-AMOUNT
                 MOVE LEDG-BALANCE TO JRNL-BALANCE
                 PERFORM WRITE-ESCHEAT-JOURNAL
           END-READ
           MOVE ESC-PAYABLE-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              NOT INVALID KEY
                 ADD ESC-AMOUNT TO LEDG-BALANCE
                 REWRITE LEDGER-REC
                 MOVE ESC-PAYABLE-ACCT TO JRNL-BANKNUM
                 MOVE 'U' TO JRNL-TCODE
                 MOVE ESC-AMOUNT TO JRNL-AMOUNT
                 MOVE LEDG-BALANCE TO JRNL-BALANCE
                 PERFORM WRITE-ESCHEAT-JOURNAL
           END-READ
           CLOSE BANK-JOURNAL
           CLOSE BANKLEDGER

           MOVE 'E' TO ESR-STATUS
           MOVE BDT-DATE TO ESR-CLOSED-DATE
           MOVE ESC-AMOUNT TO ESR-BALANCE
           ADD 1 TO ESC-ESCHEATED
           ADD ESC-AMOUNT TO ESC-ESCHEATED-TOTAL
           MOVE "TRANSFERRED         " TO ESC-TRD-RESULT.
           EXIT.

       WRITE-ESCHEAT-JOURNAL.
           PERFORM SET-BUSINESS-STAMP
           MOVE BDT-STAMP TO JRNL-TIMESTAMP
           MOVE SPACE TO JRNL-RECON
           MOVE "*ESCH" TO JRNL-OPERATOR
           MOVE SPACES TO JRNL-BRANCH
           WRITE BANK-JOURNAL-REC.
           EXIT.

      ***** THE ESCHEAT PAYABLE ACCOUNT IS OPENED ON THE LEDGER (WITH
      ***** A ZERO OPENING ENTRY) THE FIRST TIME IT IS NEEDED
       ENSURE-PAYABLE-ACCOUNT.
           MOVE 0 TO ESC-PAYABLE-OK
           OPEN I-O BANKLEDGER
           MOVE ESC-PAYABLE-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE ESC-PAYABLE-ACCT TO LEDG-BANKNUM
                 MOVE "ESCHEAT PY" TO LEDG-BANKNAME
                 MOVE 0 TO LEDG-BALANCE
                 MOVE 'A' TO LEDG-STATUS
                 WRITE LEDGER-REC
                 OPEN EXTEND BANK-JOURNAL
                 MOVE ESC-PAYABLE-ACCT TO JRNL-BANKNUM
                 MOVE 'O' TO JRNL-TCODE
                 MOVE 0 TO JRNL-AMOUNT
                 MOVE 0 TO JRNL-BALANCE
                 PERFORM WRITE-ESCHEAT-JOURNAL
                 CLOSE BANK-JOURNAL
                 MOVE 1 TO ESC-PAYABLE-OK
              NOT INVALID KEY
                 IF LEDG-STATUS NOT = 'F' AND LEDG-STATUS NOT = 'C'
                    MOVE 1 TO ESC-PAYABLE-OK
                 END-IF
           END-READ
           CLOSE BANKLEDGER.
           EXIT.

      ***** WALK THE LEDGER FOR FUNDED ACCOUNTS WHOSE LAST DEPOSITOR
      ***** ACTIVITY IS OLDER THAN THE CUTOFF; EACH NEW ONE GOES ON
      ***** THE SWORN STATEMENT, GETS A NOTICE LETTER, AND IS
      ***** ENTERED ON THE REGISTER
       FIND-UNCLAIMED-ACCOUNTS.
           OPEN OUTPUT SWORN-STATEMENT
           OPEN OUTPUT NOTICE-LETTERS
           MOVE BDT-DATE TO ESC-SS-DATE
           WRITE SWORN-STATEMENT-REC FROM ESC-SS-TITLE
           MOVE ESC-YEARS TO ESC-SS-YEARS
           WRITE SWORN-STATEMENT-REC FROM ESC-SS-SUBTITLE
           MOVE SPACES TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC FROM ESC-SS-COLUMNS

           MOVE 0 TO ESC-NEW-COUNT
           MOVE 0 TO ESC-EOF-FLAG
           OPEN INPUT BANKLEDGER
           OPEN INPUT BANK-JOURNAL-IDX
           READ BANKLEDGER NEXT RECORD
              AT END MOVE 1 TO ESC-EOF-FLAG
           END-READ
           PERFORM UNTIL ESC-EOF-FLAG = 1
              IF LEDG-STATUS NOT = 'C' AND LEDG-BALANCE > 0
                 AND LEDG-BANKNUM NOT = ESC-PAYABLE-ACCT
                 PERFORM CHECK-ONE-ACCOUNT
              END-IF
              READ BANKLEDGER NEXT RECORD
                 AT END MOVE 1 TO ESC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL-IDX
           CLOSE BANKLEDGER

           IF ESC-NEW-COUNT > 0
              OPEN EXTEND ESCHEAT-REGISTER
              PERFORM VARYING ESC-NEW-IDX FROM 1 BY 1
                  UNTIL ESC-NEW-IDX > ESC-NEW-COUNT
                 MOVE ESC-NEW-ENTRY(ESC-NEW-IDX)
                    TO ESCHEAT-REGISTER-REC
                 WRITE ESCHEAT-REGISTER-REC
              END-PERFORM
              CLOSE ESCHEAT-REGISTER
           END-IF

           MOVE SPACES TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE ESC-NOTICED TO ESC-SST-COUNT
           MOVE ESC-NOTICED-TOTAL TO ESC-SST-AMOUNT
           WRITE SWORN-STATEMENT-REC FROM ESC-SS-TOTAL
           PERFORM WRITE-SWORN-ATTESTATION
           CLOSE SWORN-STATEMENT
           CLOSE NOTICE-LETTERS.
           EXIT.

       CHECK-ONE-ACCOUNT.
           MOVE LEDG-BANKNUM TO ESC-ACCT
           PERFORM CHECK-REGISTER
           IF ESC-ON-REGISTER = 1
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-DEPOSITOR-ACTIVITY
      ***** WITHOUT ANY DEPOSITOR ENTRY THE AGE OF THE ACCOUNT IS
      ***** UNKNOWN: LIST IT FOR REVIEW RATHER THAN SEND A NOTICE
           IF ESC-ACTIVITY-FLAG = 0
              ADD 1 TO ESC-REVIEW
              MOVE LEDG-BANKNUM TO ESC-SSR-ACCT
              MOVE LEDG-BANKNAME TO ESC-SSR-NAME
              MOVE LEDG-BALANCE TO ESC-SSR-BALANCE
              WRITE SWORN-STATEMENT-REC FROM ESC-SS-REVIEW
              EXIT PARAGRAPH
           END-IF
           IF ESC-LAST-ACTIVITY >= ESC-CUTOFF
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DEPOSITOR-NAME-ADDRESS
           ADD 1 TO ESC-NOTICED
           ADD LEDG-BALANCE TO ESC-NOTICED-TOTAL

           MOVE LEDG-BANKNUM TO ESC-SSD-ACCT
           MOVE ESC-NAME TO ESC-SSD-NAME
           MOVE ESC-ADDRESS TO ESC-SSD-ADDRESS
           MOVE ESC-LAST-ACTIVITY TO ESC-SSD-LAST
           MOVE LEDG-BALANCE TO ESC-SSD-BALANCE
           WRITE SWORN-STATEMENT-REC FROM ESC-SS-DETAIL

           PERFORM WRITE-NOTICE-LETTER

           IF ESC-NEW-COUNT < 200
              ADD 1 TO ESC-NEW-COUNT
              MOVE LEDG-BANKNUM TO ESR-ACCT
              MOVE ESC-NAME TO ESR-NAME
              MOVE ESC-ADDRESS TO ESR-ADDRESS
              MOVE LEDG-BALANCE TO ESR-BALANCE
              MOVE ESC-LAST-ACTIVITY TO ESR-LAST-ACTIVITY
              MOVE BDT-DATE TO ESR-NOTICE-DATE
              MOVE ESC-DEADLINE TO ESR-DEADLINE
              MOVE 'N' TO ESR-STATUS
              MOVE SPACES TO ESR-CLOSED-DATE
              MOVE ESCHEAT-REGISTER-REC
                 TO ESC-NEW-ENTRY(ESC-NEW-COUNT)
           END-IF.
           EXIT.

      ***** AN ACCOUNT WITH A NOTICE STILL OPEN (OR ALREADY
      ***** ESCHEATED) IS NOT NOTICED AGAIN
       CHECK-REGISTER.
           MOVE 0 TO ESC-ON-REGISTER
           MOVE 0 TO ESC-FILE-EOF
           OPEN EXTEND ESCHEAT-REGISTER
           CLOSE ESCHEAT-REGISTER
           OPEN INPUT ESCHEAT-REGISTER
           READ ESCHEAT-REGISTER
              AT END MOVE 1 TO ESC-FILE-EOF
           END-READ
           PERFORM UNTIL ESC-FILE-EOF = 1
              IF ESR-ACCT = ESC-ACCT AND
                 (ESR-STATUS = 'N' OR ESR-STATUS = 'E')
                 MOVE 1 TO ESC-ON-REGISTER
              END-IF
              READ ESCHEAT-REGISTER
                 AT END MOVE 1 TO ESC-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE ESCHEAT-REGISTER.
           EXIT.

      ***** LATEST DEPOSITOR-INITIATED ENTRY FOR ESC-ACCT. OPENINGS,
      ***** DEPOSITS, WITHDRAWALS, TRANSFERS OUT, TIME-DEPOSIT
      ***** PLACEMENTS, CHECKS PRESENTED, BILLS PAID, TUITION PAID BY
      ***** ACCOUNT DEBIT AND LOAN PAYMENTS COUNT; INTEREST, TAX,
      ***** SERVICE CHARGES, PAYROLL AND OTHER SYSTEM POSTINGS DO NOT,
      ***** NOR DOES A REVERSED ENTRY
       FIND-LAST-DEPOSITOR-ACTIVITY.
           MOVE 0 TO ESC-ACTIVITY-FLAG
           MOVE SPACES TO ESC-LAST-ACTIVITY
           MOVE 0 TO ESC-JRNL-EOF
           MOVE ESC-ACCT TO JX-BANKNUM
           MOVE "00000000000000" TO JX-TIMESTAMP
           MOVE 0 TO JX-SEQ
           START BANK-JOURNAL-IDX KEY >= JX-KEY
              INVALID KEY MOVE 1 TO ESC-JRNL-EOF
           END-START
           IF ESC-JRNL-EOF = 0
              READ BANK-JOURNAL-IDX NEXT
                 AT END MOVE 1 TO ESC-JRNL-EOF
              END-READ
           END-IF
           PERFORM UNTIL ESC-JRNL-EOF = 1
              IF JX-BANKNUM NOT = ESC-ACCT
                 MOVE 1 TO ESC-JRNL-EOF
              ELSE
                 IF JX-RECON NOT = 'V'
                    EVALUATE JX-TCODE
                       WHEN 'O' WHEN 'D' WHEN 'W' WHEN 'T'
                       WHEN 'V' WHEN 'K' WHEN 'B' WHEN 'P' WHEN 'S'
                          MOVE 1 TO ESC-ACTIVITY-FLAG
                          MOVE JX-TIMESTAMP(1:8) TO ESC-LAST-ACTIVITY
                    END-EVALUATE
                 END-IF
                 READ BANK-JOURNAL-IDX NEXT
                    AT END MOVE 1 TO ESC-JRNL-EOF
                 END-READ
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE DEPOSITOR'S NAME COMES FROM THE CIF WHEN THE ACCOUNT
      ***** IS LINKED (THE LEDGER ONLY HOLDS A SHORT NAME); THE LAST
      ***** KNOWN ADDRESS FROM THE KYC RECORD, ELSE THE CIF
       FIND-DEPOSITOR-NAME-ADDRESS.
           MOVE LEDG-BANKNAME TO ESC-NAME
           MOVE SPACES TO ESC-ADDRESS
           MOVE SPACES TO ESC-CIFNUM
           MOVE SPACES TO ESC-CIF-ADDRESS

           MOVE 0 TO ESC-FILE-EOF
           OPEN EXTEND CIF-LINKS
           CLOSE CIF-LINKS
           OPEN INPUT CIF-LINKS
           READ CIF-LINKS
              AT END MOVE 1 TO ESC-FILE-EOF
           END-READ
           PERFORM UNTIL ESC-FILE-EOF = 1
              IF CL-ACCT = ESC-ACCT
                 MOVE CL-CIFNUM TO ESC-CIFNUM
                 MOVE 1 TO ESC-FILE-EOF
              ELSE
                 READ CIF-LINKS
                    AT END MOVE 1 TO ESC-FILE-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CIF-LINKS

           IF ESC-CIFNUM NOT = SPACES
              MOVE 0 TO ESC-FILE-EOF
              OPEN EXTEND CIF-MASTER
              CLOSE CIF-MASTER
              OPEN INPUT CIF-MASTER
              READ CIF-MASTER
                 AT END MOVE 1 TO ESC-FILE-EOF
              END-READ
              PERFORM UNTIL ESC-FILE-EOF = 1
                 IF CIF-NUM = ESC-CIFNUM
                    MOVE CIF-NAME TO ESC-NAME
                    MOVE CIF-ADDRESS TO ESC-CIF-ADDRESS
                    MOVE 1 TO ESC-FILE-EOF
                 ELSE
                    READ CIF-MASTER
                       AT END MOVE 1 TO ESC-FILE-EOF
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE CIF-MASTER
           END-IF

           MOVE 0 TO ESC-FILE-EOF
           OPEN EXTEND KYC-FILE
           CLOSE KYC-FILE
           OPEN INPUT KYC-FILE
           READ KYC-FILE
              AT END MOVE 1 TO ESC-FILE-EOF
           END-READ
           PERFORM UNTIL ESC-FILE-EOF = 1
              IF KYC-BANKNUM = ESC-ACCT
                 MOVE KYC-ADDRESS TO ESC-ADDRESS
              END-IF
              READ KYC-FILE
                 AT END MOVE 1 TO ESC-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE KYC-FILE

           IF ESC-ADDRESS = SPACES
              MOVE ESC-CIF-ADDRESS TO ESC-ADDRESS
           END-IF
           IF ESC-ADDRESS = SPACES
              MOVE "NO ADDRESS ON FILE" TO ESC-ADDRESS
           END-IF.
           EXIT.

       WRITE-NOTICE-LETTER.
           WRITE NOTICE-LETTER-REC FROM ESC-LTR-RULE
           MOVE BDT-DATE TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE SPACES TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE ESC-NAME TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE ESC-ADDRESS TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE SPACES TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE "NOTICE OF UNCLAIMED BALANCE" TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE SPACES TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE LEDG-BANKNUM TO ESC-LTR-ACCT
           MOVE LEDG-BALANCE TO ESC-LTR-BALANCE
           WRITE NOTICE-LETTER-REC FROM ESC-LTR-ACCT-LINE
           MOVE ESC-LAST-ACTIVITY TO ESC-LTR-LAST
           WRITE NOTICE-LETTER-REC FROM ESC-LTR-SINCE-LINE
           MOVE ESC-DEADLINE TO ESC-LTR-DEADLINE
           WRITE NOTICE-LETTER-REC FROM ESC-LTR-DEADLINE-LINE
           MOVE "THE BALANCE WILL BE REPORTED AS UNCLAIMED AND"
              TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE "TRANSFERRED UNDER THE UNCLAIMED BALANCES LAW."
              TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE SPACES TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC.
           EXIT.

       WRITE-SWORN-ATTESTATION.
           MOVE SPACES TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE "WE CERTIFY UNDER OATH THAT THE FOREGOING IS A TRUE AND"
              TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE "COMPLETE LIST OF UNCLAIMED BALANCES HELD BY THE BANK."
              TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE SPACES TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE "______________________      ______________________"
              TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE "PRESIDENT                   CASHIER"
              TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE SPACES TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE "SUBSCRIBED AND SWORN TO BEFORE ME THIS ____ DAY OF"
              TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC
           MOVE "______________ ____." TO SWORN-STATEMENT-REC
           WRITE SWORN-STATEMENT-REC.
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
           MOVE "BANK-ESCHEAT-RUN" TO RC-PROGRAM
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
           MOVE "BANK-ESCHEAT-RUN" TO RC-PROGRAM
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

       END PROGRAM BANK-ESCHEAT-RUN.
