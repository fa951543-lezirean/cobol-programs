      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: MAY 20, 2024
      * Purpose: MONTH-END DEPOSIT-INSURANCE ASSESSMENT: EACH
      *          DEPOSITOR'S BALANCES GROUPED THROUGH THE CIF, JOINT
      *          ACCOUNTS SPLIT AMONG THEIR SIGNATORIES, THE INSURED
      *          PORTION CAPPED AT THE MAXIMUM COVERAGE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DEPOSIT-INSURANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LEDG-BANKNUM.
           SELECT TIME-DEPOSITS ASSIGN TO
           "C:\cobol_project\TimeDeposits.dat"
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
           SELECT SIGNATORY-FILE ASSIGN TO
           "C:\cobol_project\Signatories.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ACCOUNT-CURRENCY ASSIGN TO
           "C:\cobol_project\AccountCurrency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FX-RATES ASSIGN TO
           "C:\cobol_project\FxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEPINS-PARAMS ASSIGN TO
           "C:\cobol_project\DepInsParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEPINS-REPORT ASSIGN TO
           "C:\cobol_project\DepInsReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEPINS-EXCEPTIONS ASSIGN TO
           "C:\cobol_project\DepInsExceptions.dat"
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
      ***** (TD-STATUS: A=ACTIVE M=MATURED/PAID P=PRE-TERMINATED)
       FD TIME-DEPOSITS.
       01 TIME-DEPOSIT-REC.
          05 TD-NUM PIC X(5).
          05 TD-ACCT PIC X(5).
          05 TD-PRINCIPAL PIC 9(9)V9(2).
          05 TD-TERM PIC 9(3).
          05 TD-RATE PIC 99V9(2).
          05 TD-VALUE-DATE PIC X(8).
          05 TD-MATURITY-DATE PIC X(8).
          05 TD-ROLLOVER PIC X(01).
          05 TD-STATUS PIC X(01).
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
      ***** (SIG-RELATION: P=PRIMARY A=JOINT-AND O=JOINT-OR)
       FD SIGNATORY-FILE.
       01 SIGNATORY-REC.
          05 SIG-BANKNUM PIC X(5).
          05 SIG-NAME PIC X(20).
          05 SIG-RELATION PIC X(01).
      ***** THE CURRENCY EACH ACCOUNT IS KEPT IN; AN ACCOUNT WITH NO
      ***** RECORD HERE IS A PESO ACCOUNT
       FD ACCOUNT-CURRENCY.
       01 ACCOUNT-CURRENCY-REC.
          05 ACY-BANKNUM PIC X(5).
          05 ACY-CURRENCY PIC X(3).
          05 ACY-BOOKED-PHP PIC 9(11)V9(2).
      ***** DAILY BUYING AND SELLING RATES, PESOS PER UNIT
       FD FX-RATES.
       01 FX-RATE-REC.
          05 FXR-DATE PIC X(8).
          05 FXR-CURRENCY PIC X(3).
          05 FXR-BUY PIC 9(3)V9(4).
          05 FXR-SELL PIC 9(3)V9(4).
      ***** ONE ROW: MAXIMUM INSURED AMOUNT PER DEPOSITOR AND THE
      ***** ANNUAL ASSESSMENT RATE ON THE DEPOSIT BASE
       FD DEPINS-PARAMS.
       01 DEPINS-PARAM-REC.
          05 DIP-MAX-COVERAGE PIC 9(7)V9(2).
          05 DIP-RATE PIC V9(5).
       FD DEPINS-REPORT.
       01 DEPINS-REPORT-REC PIC X(100).
       FD DEPINS-EXCEPTIONS.
       01 DEPINS-EXCEPTION-REC PIC X(80).
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
      ********** RUN PARAMETERS
       01 DIN-PARMS.
          05 DIN-MAX-COVERAGE PIC 9(7)V9(2) VALUE 500000.00.
          05 DIN-RATE PIC V9(5) VALUE .00200.
          05 DIN-PARAM-EOF PIC 9 VALUE 0.
      ********** RUN WORK FIELDS
       01 DIN-SEQ.
          05 DIN-EOF-FLAG PIC 9 VALUE 0.
          05 DIN-FILE-EOF PIC 9 VALUE 0.
          05 DIN-IDX PIC 9(4).
          05 DIN-IDX2 PIC 9(4).
          05 DIN-FOUND PIC 9 VALUE 0.
          05 DIN-ACCT-BAL PIC 9(11)V9(2).
          05 DIN-SHARE PIC 9(11)V9(2).
          05 DIN-PRIMARY-SHARE PIC 9(11)V9(2).
          05 DIN-HOLDERS PIC 9(2).
          05 DIN-CIFNUM PIC X(6).
          05 DIN-KEY PIC X(31).
          05 DIN-NAME PIC X(30).
          05 DIN-ADD-AMOUNT PIC 9(11)V9(2).
          05 DIN-INSURED PIC 9(11)V9(2).
          05 DIN-UNINSURED PIC 9(11)V9(2).
          05 DIN-ACCOUNTS PIC 9(5) VALUE 0.
          05 DIN-JOINT-ACCOUNTS PIC 9(5) VALUE 0.
          05 DIN-EXC-COUNT PIC 9(5) VALUE 0.
          05 DIN-EXC-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 DIN-BASE-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 DIN-INSURED-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 DIN-UNINSURED-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 DIN-PREMIUM PIC 9(9)V9(2) VALUE 0.
          05 DIN-FULL-COUNT PIC 9(5) VALUE 0.
          05 DIN-OVER-COUNT PIC 9(5) VALUE 0.
          05 DIN-NO-RATE PIC 9 VALUE 0.
          05 DIN-NO-RATE-COUNT PIC 9(5) VALUE 0.
      ***** USD ACCOUNTS, AND THE LATEST BUYING RATE DATED ON OR
      ***** BEFORE THE BUSINESS DATE THAT TURNS THEM INTO PESOS
       01 DIN-USD-TABLE.
          05 DIN-USD-ACCT PIC X(5) OCCURS 1000 TIMES.
       01 DIN-USD-COUNT PIC 9(4) VALUE 0.
       01 DIN-USD-BUY PIC 9(3)V9(4) VALUE 0.
       01 DIN-USD-RATE-DATE PIC X(8) VALUE SPACES.
      ***** ACCOUNT-TO-CUSTOMER LINKS AND CUSTOMER NAMES, LOADED ONCE
       01 DIN-LINK-TABLE.
          05 DIN-LINK-ENTRY OCCURS 1000 TIMES.
             10 DIN-L-ACCT PIC X(5).
             10 DIN-L-CIFNUM PIC X(6).
       01 DIN-LINK-COUNT PIC 9(4) VALUE 0.
       01 DIN-CIF-TABLE.
          05 DIN-CIF-ENTRY OCCURS 1000 TIMES.
             10 DIN-C-NUM PIC X(6).
             10 DIN-C-NAME PIC X(30).
       01 DIN-CIF-COUNT PIC 9(4) VALUE 0.
      ***** JOINT SIGNATORIES (RELATION A OR O) BY ACCOUNT
       01 DIN-SIG-TABLE.
          05 DIN-SIG-ENTRY OCCURS 1000 TIMES.
             10 DIN-S-ACCT PIC X(5).
             10 DIN-S-NAME PIC X(20).
       01 DIN-SIG-COUNT PIC 9(4) VALUE 0.
      ***** ACTIVE TIME-DEPOSIT PRINCIPAL BY SETTLEMENT ACCOUNT
       01 DIN-TD-TABLE.
          05 DIN-TD-ENTRY OCCURS 1000 TIMES.
             10 DIN-T-ACCT PIC X(5).
             10 DIN-T-PRINCIPAL PIC 9(9)V9(2).
       01 DIN-TD-COUNT PIC 9(4) VALUE 0.
      ***** ONE ROW PER INSURED DEPOSITOR: A CIF CUSTOMER (KEY "C" +
      ***** CIF NUMBER) OR A JOINT SIGNATORY WITHOUT A CIF RECORD
      ***** (KEY "N" + SIGNATORY NAME)
       01 DIN-DEP-TABLE.
          05 DIN-DEP-ENTRY OCCURS 2000 TIMES.
             10 DIN-D-KEY PIC X(31).
             10 DIN-D-NAME PIC X(30).
             10 DIN-D-ACCTS PIC 9(3).
             10 DIN-D-TOTAL PIC 9(11)V9(2).
       01 DIN-DEP-COUNT PIC 9(4) VALUE 0.
      ********** REPORT LAYOUTS
       01 DIN-RPT-TITLE.
          05 FILLER PIC X(44)
             VALUE "DEPOSIT INSURANCE ASSESSMENT AS OF          ".
          05 DIN-RT-DATE PIC X(8).
          05 FILLER PIC X(22) VALUE "   MAXIMUM COVERAGE:  ".
          05 DIN-RT-MAX PIC Z,ZZZ,ZZ9.99.
       01 DIN-RPT-COLUMNS.
          05 FILLER PIC X(8) VALUE "DEPOSTR".
          05 FILLER PIC X(31) VALUE "NAME".
          05 FILLER PIC X(6) VALUE "ACCTS".
          05 FILLER PIC X(18) VALUE "     TOTAL DEPOSIT".
          05 FILLER PIC X(18) VALUE "           INSURED".
          05 FILLER PIC X(18) VALUE "         UNINSURED".
       01 DIN-RPT-DETAIL.
          05 DIN-RD-ID PIC X(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DIN-RD-NAME PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DIN-RD-ACCTS PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DIN-RD-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DIN-RD-INSURED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DIN-RD-UNINSURED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DIN-RPT-TOTAL-LINE.
          05 DIN-RTL-LABEL PIC X(40).
          05 DIN-RTL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DIN-RPT-COUNT-LINE.
          05 DIN-RCL-LABEL PIC X(40).
          05 FILLER PIC X(9) VALUE SPACES.
          05 DIN-RCL-COUNT PIC ZZZZ9.
       01 DIN-EXC-TITLE.
          05 FILLER PIC X(44)
             VALUE "ACCOUNTS NOT AGGREGATED INTO THE ASSESSMENT ".
          05 DIN-ET-DATE PIC X(8).
       01 DIN-EXC-DETAIL.
          05 DIN-ED-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DIN-ED-NAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DIN-ED-STATUS PIC X(01).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DIN-ED-BALANCE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DIN-ED-NOTE PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-DEPINS-PARAMS
           PERFORM LOAD-CIF-TABLES
           PERFORM LOAD-JOINT-SIGNATORIES
           PERFORM LOAD-TIME-DEPOSITS
           PERFORM LOAD-USD-ACCOUNTS
           PERFORM LOAD-USD-RATE

           OPEN OUTPUT DEPINS-EXCEPTIONS
           MOVE BDT-DATE TO DIN-ET-DATE
           WRITE DEPINS-EXCEPTION-REC FROM DIN-EXC-TITLE

           MOVE 0 TO DIN-EOF-FLAG
           OPEN INPUT BANKLEDGER
           READ BANKLEDGER NEXT RECORD
              AT END MOVE 1 TO DIN-EOF-FLAG
           END-READ
           PERFORM UNTIL DIN-EOF-FLAG = 1
              IF LEDG-STATUS NOT = 'C'
                 PERFORM ASSESS-ONE-ACCOUNT
              END-IF
              READ BANKLEDGER NEXT RECORD
                 AT END MOVE 1 TO DIN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANKLEDGER

           MOVE SPACES TO DEPINS-EXCEPTION-REC
           WRITE DEPINS-EXCEPTION-REC
           MOVE "ACCOUNTS NOT AGGREGATED:" TO DIN-RCL-LABEL
           MOVE DIN-EXC-COUNT TO DIN-RCL-COUNT
           WRITE DEPINS-EXCEPTION-REC FROM DIN-RPT-COUNT-LINE
           MOVE "BALANCES NOT AGGREGATED:" TO DIN-RTL-LABEL
           MOVE DIN-EXC-TOTAL TO DIN-RTL-AMOUNT
           WRITE DEPINS-EXCEPTION-REC FROM DIN-RPT-TOTAL-LINE
           MOVE "USD ACCOUNTS WITH NO RATE:" TO DIN-RCL-LABEL
           MOVE DIN-NO-RATE-COUNT TO DIN-RCL-COUNT
           WRITE DEPINS-EXCEPTION-REC FROM DIN-RPT-COUNT-LINE
           CLOSE DEPINS-EXCEPTIONS

           PERFORM WRITE-DEPINS-REPORT

           MOVE DIN-ACCOUNTS TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "DEPOSITORS ASSESSED: " DIN-DEP-COUNT.
           DISPLAY "ACCOUNTS ASSESSED:   " DIN-ACCOUNTS.
           DISPLAY "NO CIF LINK:         " DIN-EXC-COUNT.
           DISPLAY "USD WITH NO RATE:    " DIN-NO-RATE-COUNT.
           GOBACK.

      ***** LOAD THE ONE-ROW PARAMETER FILE, SEEDING THE DEFAULTS
      ***** THE FIRST TIME
       LOAD-DEPINS-PARAMS.
           MOVE 0 TO DIN-PARAM-EOF
           OPEN EXTEND DEPINS-PARAMS
           CLOSE DEPINS-PARAMS
           OPEN INPUT DEPINS-PARAMS
           READ DEPINS-PARAMS
              AT END MOVE 1 TO DIN-PARAM-EOF
           END-READ
           CLOSE DEPINS-PARAMS
           IF DIN-PARAM-EOF = 1
              OPEN OUTPUT DEPINS-PARAMS
              MOVE DIN-MAX-COVERAGE TO DIP-MAX-COVERAGE
              MOVE DIN-RATE TO DIP-RATE
              WRITE DEPINS-PARAM-REC
              CLOSE DEPINS-PARAMS
           ELSE
              MOVE DIP-MAX-COVERAGE TO DIN-MAX-COVERAGE
              MOVE DIP-RATE TO DIN-RATE
           END-IF.
           EXIT.

       LOAD-CIF-TABLES.
           MOVE 0 TO DIN-LINK-COUNT
           MOVE 0 TO DIN-FILE-EOF
           OPEN EXTEND CIF-LINKS
           CLOSE CIF-LINKS
           OPEN INPUT CIF-LINKS
           READ CIF-LINKS
              AT END MOVE 1 TO DIN-FILE-EOF
           END-READ
           PERFORM UNTIL DIN-FILE-EOF = 1
              IF DIN-LINK-COUNT < 1000
                 ADD 1 TO DIN-LINK-COUNT
                 MOVE CL-ACCT TO DIN-L-ACCT(DIN-LINK-COUNT)
                 MOVE CL-CIFNUM TO DIN-L-CIFNUM(DIN-LINK-COUNT)
              END-IF
              READ CIF-LINKS
                 AT END MOVE 1 TO DIN-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE CIF-LINKS

           MOVE 0 TO DIN-CIF-COUNT
           MOVE 0 TO DIN-FILE-EOF
           OPEN EXTEND CIF-MASTER
           CLOSE CIF-MASTER
           OPEN INPUT CIF-MASTER
           READ CIF-MASTER
              AT END MOVE 1 TO DIN-FILE-EOF
           END-READ
           PERFORM UNTIL DIN-FILE-EOF = 1
              IF DIN-CIF-COUNT < 1000
                 ADD 1 TO DIN-CIF-COUNT
                 MOVE CIF-NUM TO DIN-C-NUM(DIN-CIF-COUNT)
                 MOVE CIF-NAME TO DIN-C-NAME(DIN-CIF-COUNT)
              END-IF
              READ CIF-MASTER
                 AT END MOVE 1 TO DIN-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE CIF-MASTER.
           EXIT.

      ***** THE PRIMARY SIGNATORY IS THE CIF CUSTOMER ITSELF; ONLY
      ***** THE JOINT HOLDERS ARE KEPT
       LOAD-JOINT-SIGNATORIES.
           MOVE 0 TO DIN-SIG-COUNT
           MOVE 0 TO DIN-FILE-EOF
           OPEN EXTEND SIGNATORY-FILE
           CLOSE SIGNATORY-FILE
           OPEN INPUT SIGNATORY-FILE
           READ SIGNATORY-FILE
              AT END MOVE 1 TO DIN-FILE-EOF
           END-READ
           PERFORM UNTIL DIN-FILE-EOF = 1
              IF (SIG-RELATION = 'A' OR SIG-RELATION = 'O')
                 AND DIN-SIG-COUNT < 1000
                 ADD 1 TO DIN-SIG-COUNT
                 MOVE SIG-BANKNUM TO DIN-S-ACCT(DIN-SIG-COUNT)
                 MOVE SIG-NAME TO DIN-S-NAME(DIN-SIG-COUNT)
              END-IF
              READ SIGNATORY-FILE
                 AT END MOVE 1 TO DIN-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE SIGNATORY-FILE.
           EXIT.

       LOAD-TIME-DEPOSITS.
           MOVE 0 TO DIN-TD-COUNT
           MOVE 0 TO DIN-FILE-EOF
           OPEN EXTEND TIME-DEPOSITS
           CLOSE TIME-DEPOSITS
           OPEN INPUT TIME-DEPOSITS
           READ TIME-DEPOSITS
              AT END MOVE 1 TO DIN-FILE-EOF
           END-READ
           PERFORM UNTIL DIN-FILE-EOF = 1
              IF TD-STATUS = 'A' AND DIN-TD-COUNT < 1000
                 ADD 1 TO DIN-TD-COUNT
                 MOVE TD-ACCT TO DIN-T-ACCT(DIN-TD-COUNT)
                 MOVE TD-PRINCIPAL TO DIN-T-PRINCIPAL(DIN-TD-COUNT)
              END-IF
              READ TIME-DEPOSITS
                 AT END MOVE 1 TO DIN-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE TIME-DEPOSITS.
           EXIT.

      ***** AN ACCOUNT'S INSURABLE DEPOSIT IS ITS LEDGER BALANCE PLUS
      ***** ITS ACTIVE TIME DEPOSITS, IN PESOS, SPLIT EQUALLY AMONG
      ***** ITS HOLDERS
       ASSESS-ONE-ACCOUNT.
           MOVE LEDG-BALANCE TO DIN-ACCT-BAL
           PERFORM VARYING DIN-IDX FROM 1 BY 1
               UNTIL DIN-IDX > DIN-TD-COUNT
              IF DIN-T-ACCT(DIN-IDX) = LEDG-BANKNUM
                 ADD DIN-T-PRINCIPAL(DIN-IDX) TO DIN-ACCT-BAL
              END-IF
           END-PERFORM
           PERFORM CONVERT-TO-PESOS
           IF DIN-NO-RATE = 1
              ADD 1 TO DIN-NO-RATE-COUNT
              MOVE LEDG-BANKNUM TO DIN-ED-ACCT
              MOVE LEDG-BANKNAME TO DIN-ED-NAME
              MOVE LEDG-STATUS TO DIN-ED-STATUS
              MOVE DIN-ACCT-BAL TO DIN-ED-BALANCE
              MOVE "USD - NO BUYING RATE ON FILE" TO DIN-ED-NOTE
              WRITE DEPINS-EXCEPTION-REC FROM DIN-EXC-DETAIL
              EXIT PARAGRAPH
           END-IF
           ADD DIN-ACCT-BAL TO DIN-BASE-TOTAL

           MOVE SPACES TO DIN-CIFNUM
           PERFORM VARYING DIN-IDX FROM 1 BY 1
               UNTIL DIN-IDX > DIN-LINK-COUNT
              IF DIN-L-ACCT(DIN-IDX) = LEDG-BANKNUM
                 MOVE DIN-L-CIFNUM(DIN-IDX) TO DIN-CIFNUM
              END-IF
           END-PERFORM
           IF DIN-CIFNUM = SPACES
              ADD 1 TO DIN-EXC-COUNT
              ADD DIN-ACCT-BAL TO DIN-EXC-TOTAL
              MOVE LEDG-BANKNUM TO DIN-ED-ACCT
              MOVE LEDG-BANKNAME TO DIN-ED-NAME
              MOVE LEDG-STATUS TO DIN-ED-STATUS
              MOVE DIN-ACCT-BAL TO DIN-ED-BALANCE
              MOVE "NO CIF LINK" TO DIN-ED-NOTE
              WRITE DEPINS-EXCEPTION-REC FROM DIN-EXC-DETAIL
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO DIN-ACCOUNTS
           MOVE 1 TO DIN-HOLDERS
           PERFORM VARYING DIN-IDX FROM 1 BY 1
               UNTIL DIN-IDX > DIN-SIG-COUNT
              IF DIN-S-ACCT(DIN-IDX) = LEDG-BANKNUM
                 ADD 1 TO DIN-HOLDERS
              END-IF
           END-PERFORM
           IF DIN-HOLDERS > 1
              ADD 1 TO DIN-JOINT-ACCOUNTS
           END-IF

      ***** THE PRIMARY HOLDER TAKES ANY CENTAVO LEFT BY THE SPLIT
           DIVIDE DIN-ACCT-BAL BY DIN-HOLDERS GIVING DIN-SHARE
           COMPUTE DIN-PRIMARY-SHARE =
               DIN-ACCT-BAL - (DIN-SHARE * (DIN-HOLDERS - 1))

           MOVE LEDG-BANKNAME TO DIN-NAME
           PERFORM VARYING DIN-IDX FROM 1 BY 1
               UNTIL DIN-IDX > DIN-CIF-COUNT
              IF DIN-C-NUM(DIN-IDX) = DIN-CIFNUM
                 MOVE DIN-C-NAME(DIN-IDX) TO DIN-NAME
              END-IF
           END-PERFORM
           MOVE SPACES TO DIN-KEY
           MOVE "C" TO DIN-KEY(1:1)
           MOVE DIN-CIFNUM TO DIN-KEY(2:6)
           MOVE DIN-PRIMARY-SHARE TO DIN-ADD-AMOUNT
           PERFORM ADD-TO-DEPOSITOR

           PERFORM VARYING DIN-IDX2 FROM 1 BY 1
               UNTIL DIN-IDX2 > DIN-SIG-COUNT
              IF DIN-S-ACCT(DIN-IDX2) = LEDG-BANKNUM
                 MOVE SPACES TO DIN-KEY
                 MOVE "N" TO DIN-KEY(1:1)
                 MOVE DIN-S-NAME(DIN-IDX2) TO DIN-KEY(2:20)
                 MOVE DIN-S-NAME(DIN-IDX2) TO DIN-NAME
                 MOVE DIN-SHARE TO DIN-ADD-AMOUNT
                 PERFORM ADD-TO-DEPOSITOR
              END-IF
           END-PERFORM.
           EXIT.

      ***** A USD ACCOUNT'S BALANCE AND TIME DEPOSITS ARE BOTH HELD
      ***** IN DOLLARS AND ARE TAKEN AT THE BUYING RATE
       CONVERT-TO-PESOS.
           MOVE 0 TO DIN-NO-RATE
           MOVE 0 TO DIN-FOUND
           PERFORM VARYING DIN-IDX FROM 1 BY 1
               UNTIL DIN-IDX > DIN-USD-COUNT OR DIN-FOUND = 1
              IF DIN-USD-ACCT(DIN-IDX) = LEDG-BANKNUM
                 MOVE 1 TO DIN-FOUND
              END-IF
           END-PERFORM
           IF DIN-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF DIN-USD-BUY = 0
              MOVE 1 TO DIN-NO-RATE
              EXIT PARAGRAPH
           END-IF
           COMPUTE DIN-ACCT-BAL ROUNDED = DIN-ACCT-BAL * DIN-USD-BUY.
           EXIT.

       ADD-TO-DEPOSITOR.
           MOVE 0 TO DIN-FOUND
           PERFORM VARYING DIN-IDX FROM 1 BY 1
               UNTIL DIN-IDX > DIN-DEP-COUNT OR DIN-FOUND = 1
              IF DIN-D-KEY(DIN-IDX) = DIN-KEY
                 MOVE 1 TO DIN-FOUND
                 ADD DIN-ADD-AMOUNT TO DIN-D-TOTAL(DIN-IDX)
                 ADD 1 TO DIN-D-ACCTS(DIN-IDX)
              END-IF
           END-PERFORM
           IF DIN-FOUND = 0 AND DIN-DEP-COUNT < 2000
              ADD 1 TO DIN-DEP-COUNT
              MOVE DIN-KEY TO DIN-D-KEY(DIN-DEP-COUNT)
              MOVE DIN-NAME TO DIN-D-NAME(DIN-DEP-COUNT)
              MOVE 1 TO DIN-D-ACCTS(DIN-DEP-COUNT)
              MOVE DIN-ADD-AMOUNT TO DIN-D-TOTAL(DIN-DEP-COUNT)
           END-IF.
           EXIT.

       LOAD-USD-ACCOUNTS.
           MOVE 0 TO DIN-USD-COUNT
           MOVE 0 TO DIN-FILE-EOF
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO DIN-FILE-EOF
           END-READ
           PERFORM UNTIL DIN-FILE-EOF = 1
              IF ACY-CURRENCY = "USD" AND DIN-USD-COUNT < 1000
                 ADD 1 TO DIN-USD-COUNT
                 MOVE ACY-BANKNUM TO DIN-USD-ACCT(DIN-USD-COUNT)
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO DIN-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

      ***** LATEST USD BUYING RATE DATED ON OR BEFORE THE BUSINESS DATE
       LOAD-USD-RATE.
           MOVE 0 TO DIN-USD-BUY
           MOVE SPACES TO DIN-USD-RATE-DATE
           MOVE 0 TO DIN-FILE-EOF
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           READ FX-RATES
              AT END MOVE 1 TO DIN-FILE-EOF
           END-READ
           PERFORM UNTIL DIN-FILE-EOF = 1
              IF FXR-CURRENCY = "USD" AND FXR-DATE <= BDT-DATE
                 AND FXR-DATE >= DIN-USD-RATE-DATE
                 MOVE FXR-DATE TO DIN-USD-RATE-DATE
                 MOVE FXR-BUY TO DIN-USD-BUY
              END-IF
              READ FX-RATES
                 AT END MOVE 1 TO DIN-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE FX-RATES.
           EXIT.

      ***** ONE LINE PER DEPOSITOR, THEN THE ASSESSMENT-BASE TOTALS
       WRITE-DEPINS-REPORT.
           OPEN OUTPUT DEPINS-REPORT
           MOVE BDT-DATE TO DIN-RT-DATE
           MOVE DIN-MAX-COVERAGE TO DIN-RT-MAX
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-TITLE
           MOVE SPACES TO DEPINS-REPORT-REC
           WRITE DEPINS-REPORT-REC
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-COLUMNS

           PERFORM VARYING DIN-IDX FROM 1 BY 1
               UNTIL DIN-IDX > DIN-DEP-COUNT
              IF DIN-D-TOTAL(DIN-IDX) > DIN-MAX-COVERAGE
                 MOVE DIN-MAX-COVERAGE TO DIN-INSURED
                 ADD 1 TO DIN-OVER-COUNT
              ELSE
                 MOVE DIN-D-TOTAL(DIN-IDX) TO DIN-INSURED
                 ADD 1 TO DIN-FULL-COUNT
              END-IF
              COMPUTE DIN-UNINSURED =
                  DIN-D-TOTAL(DIN-IDX) - DIN-INSURED
              ADD DIN-INSURED TO DIN-INSURED-TOTAL
              ADD DIN-UNINSURED TO DIN-UNINSURED-TOTAL
              IF DIN-D-KEY(DIN-IDX)(1:1) = "C"
                 MOVE DIN-D-KEY(DIN-IDX)(2:6) TO DIN-RD-ID
              ELSE
                 MOVE "JOINT" TO DIN-RD-ID
              END-IF
              MOVE DIN-D-NAME(DIN-IDX) TO DIN-RD-NAME
              MOVE DIN-D-ACCTS(DIN-IDX) TO DIN-RD-ACCTS
              MOVE DIN-D-TOTAL(DIN-IDX) TO DIN-RD-TOTAL
              MOVE DIN-INSURED TO DIN-RD-INSURED
              MOVE DIN-UNINSURED TO DIN-RD-UNINSURED
              WRITE DEPINS-REPORT-REC FROM DIN-RPT-DETAIL
           END-PERFORM

           COMPUTE DIN-PREMIUM ROUNDED = DIN-BASE-TOTAL * DIN-RATE

           MOVE SPACES TO DEPINS-REPORT-REC
           WRITE DEPINS-REPORT-REC
           MOVE "ASSESSMENT BASE" TO DEPINS-REPORT-REC
           WRITE DEPINS-REPORT-REC
           MOVE "DEPOSITORS ASSESSED:" TO DIN-RCL-LABEL
           MOVE DIN-DEP-COUNT TO DIN-RCL-COUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-COUNT-LINE
           MOVE "  FULLY INSURED:" TO DIN-RCL-LABEL
           MOVE DIN-FULL-COUNT TO DIN-RCL-COUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-COUNT-LINE
           MOVE "  ABOVE MAXIMUM COVERAGE:" TO DIN-RCL-LABEL
           MOVE DIN-OVER-COUNT TO DIN-RCL-COUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-COUNT-LINE
           MOVE "ACCOUNTS AGGREGATED:" TO DIN-RCL-LABEL
           MOVE DIN-ACCOUNTS TO DIN-RCL-COUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-COUNT-LINE
           MOVE "  JOINT ACCOUNTS SPLIT:" TO DIN-RCL-LABEL
           MOVE DIN-JOINT-ACCOUNTS TO DIN-RCL-COUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-COUNT-LINE
           MOVE "ACCOUNTS WITH NO CIF LINK:" TO DIN-RCL-LABEL
           MOVE DIN-EXC-COUNT TO DIN-RCL-COUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-COUNT-LINE
           MOVE "TOTAL DEPOSIT LIABILITIES (BASE):" TO DIN-RTL-LABEL
           MOVE DIN-BASE-TOTAL TO DIN-RTL-AMOUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-TOTAL-LINE
           MOVE "  INSURED DEPOSITS:" TO DIN-RTL-LABEL
           MOVE DIN-INSURED-TOTAL TO DIN-RTL-AMOUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-TOTAL-LINE
           MOVE "  UNINSURED DEPOSITS:" TO DIN-RTL-LABEL
           MOVE DIN-UNINSURED-TOTAL TO DIN-RTL-AMOUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-TOTAL-LINE
           MOVE "  NOT AGGREGATED (NO CIF LINK):" TO DIN-RTL-LABEL
           MOVE DIN-EXC-TOTAL TO DIN-RTL-AMOUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-TOTAL-LINE
           MOVE "ANNUAL ASSESSMENT ON THE BASE:" TO DIN-RTL-LABEL
           MOVE DIN-PREMIUM TO DIN-RTL-AMOUNT
           WRITE DEPINS-REPORT-REC FROM DIN-RPT-TOTAL-LINE
           CLOSE DEPINS-REPORT.
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
           MOVE "BANK-DEPOSIT-INSURANCE" TO RC-PROGRAM
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
           MOVE "BANK-DEPOSIT-INSURANCE" TO RC-PROGRAM
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

       END PROGRAM BANK-DEPOSIT-INSURANCE.
