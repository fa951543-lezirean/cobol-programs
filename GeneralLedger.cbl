      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: APRIL 14, 2025
      * Purpose: SHOP-WIDE GENERAL LEDGER - POSTS THE DATED BATCHES ON
      *          GLBATCH.DAT INTO PERIOD BALANCES, PRINTS THE TRIAL
      *          BALANCE, INCOME STATEMENT AND BALANCE SHEET, AND
      *          LOCKS A CLOSED MONTH AGAINST FURTHER POSTING
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAL-LEDGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-ACCOUNTS ASSIGN TO
           "C:\cobol_project\GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO
           "C:\cobol_project\ChartOfAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-MASTER ASSIGN TO
           "C:\cobol_project\GLMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-PERIODS ASSIGN TO
           "C:\cobol_project\GLPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-JOURNAL ASSIGN TO
           "C:\cobol_project\GLJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-REJECTS ASSIGN TO
           "C:\cobol_project\GLRejects.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-POST-REPORT ASSIGN TO
           "C:\cobol_project\GLPostReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-TRIAL-BALANCE ASSIGN TO
           "C:\cobol_project\GLTrialBalance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-INCOME ASSIGN TO
           "C:\cobol_project\GLIncome.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BALANCE-SHEET ASSIGN TO
           "C:\cobol_project\GLBalanceSheet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\cobol_project\Operators.dat"
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
      ***** THE DATED BATCHES HANDED TO ACCOUNTING BY THE BANK, THE
      ***** REGISTER, PAYROLL, AR, GIFT CERTIFICATES AND LAYAWAYS;
      ***** GLB-SOURCE NAMES THE RUN THAT WROTE THE ROW, SINCE THE
      ***** FEEDERS' TRANSACTION CODES OVERLAP THE BANK'S; AN ENTRY
      ***** KEYED HERE BY A SUPERVISOR IS SOURCE KEYED, TCODE *
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
      ***** THE LEDGER'S ACCOUNTS (GLA-TYPE: A=ASSET L=LIABILITY
      ***** Q=EQUITY I=INCOME E=EXPENSE S=SUSPENSE)
       FD GL-ACCOUNTS.
       01 GL-ACCOUNTS-REC.
          05 GLA-ACCT PIC X(4).
          05 GLA-TYPE PIC X(01).
          05 GLA-NAME PIC X(24).
       FD CHART-OF-ACCOUNTS.
       01 CHART-OF-ACCOUNTS-REC.
          05 COA-TCODE PIC X(01).
          05 COA-DR-ACCT PIC X(4).
          05 COA-CR-ACCT PIC X(4).
          05 COA-DESC PIC X(20).
      ***** ONE ROW PER ACCOUNT PER PERIOD (YYYYMM) POSTED TO
       FD GL-MASTER.
       01 GL-MASTER-REC.
          05 GLM-ACCT PIC X(4).
          05 GLM-PERIOD PIC X(6).
          05 GLM-DEBITS PIC 9(13)V9(2).
          05 GLM-CREDITS PIC 9(13)V9(2).
      ***** ONE ROW PER CLOSED PERIOD; NOTHING POSTS TO IT AFTERWARDS
       FD GL-PERIODS.
       01 GL-PERIODS-REC.
          05 GLPD-PERIOD PIC X(6).
          05 GLPD-STATUS PIC X(01).
          05 GLPD-CLOSED-ON PIC X(8).
          05 GLPD-OPERATOR PIC X(5).
      ***** EVERY POSTED BATCH ROW, BY BATCH NUMBER
       FD GL-JOURNAL.
       01 GL-JOURNAL-REC.
          05 GLJ-BATCH PIC 9(7).
          05 GLJ-DATE PIC X(8).
          05 GLJ-TCODE PIC X(01).
          05 GLJ-ACCT PIC X(4).
          05 GLJ-DC PIC X(01).
          05 GLJ-AMOUNT PIC 9(11)V9(2).
          05 GLJ-POSTED-ON PIC X(8).
          05 GLJ-SOURCE PIC X(8).
      ***** EVERY ROW OF A REJECTED BATCH, WITH THE REASON
       FD GL-REJECTS.
       01 GL-REJECTS-REC.
          05 GLX-BATCH PIC 9(7).
          05 GLX-DATE PIC X(8).
          05 GLX-TCODE PIC X(01).
          05 GLX-ACCT PIC X(4).
          05 GLX-DC PIC X(01).
          05 GLX-AMOUNT PIC 9(11)V9(2).
          05 GLX-POSTED-ON PIC X(8).
          05 GLX-REASON PIC X(30).
          05 GLX-SOURCE PIC X(8).
       FD GL-POST-REPORT.
       01 GL-POST-REPORT-REC PIC X(100).
       FD GL-TRIAL-BALANCE.
       01 GL-TRIAL-BALANCE-REC PIC X(80).
       FD GL-INCOME.
       01 GL-INCOME-REC PIC X(80).
       FD GL-BALANCE-SHEET.
       01 GL-BALANCE-SHEET-REC PIC X(80).
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          05 OP-ID PIC X(5).
          05 OP-PASSWORD PIC X(8).
          05 OP-LEVEL PIC 9.
          05 OP-STATUS PIC X(01).
          05 OP-PW-EXPIRY PIC X(8).
          05 OP-FAILS PIC 9(1).
          05 OP-BRANCH PIC X(3).
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
      ***** A POSTING RUN THAT REJECTS ANY BATCH ENDS AS A FAILED STEP
       01 GLD-RUN-STATUS PIC X(4) VALUE "OK  ".
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ***** THE STANDARD ACCOUNTS A NEW LEDGER STARTS WITH; ANY OTHER
      ***** ACCOUNT NAMED ON THE CHART OF ACCOUNTS IS ADDED AFTER THEM
       01 GLD-STD-ACCOUNTS.
          05 FILLER PIC X(29) VALUE "1000ACASH IN BANK VAULT      ".
          05 FILLER PIC X(29) VALUE "1110ACASH ON HAND - SHOP     ".
          05 FILLER PIC X(29) VALUE "1150AACCOUNTS RECEIVABLE     ".
          05 FILLER PIC X(29) VALUE "1160AADVANCES & STAFF CHARGES".
          05 FILLER PIC X(29) VALUE "1200ALOANS RECEIVABLE        ".
          05 FILLER PIC X(29) VALUE "1290ALOAN LOSS ALLOWANCE     ".
          05 FILLER PIC X(29) VALUE "1400AMERCHANDISE INVENTORY   ".
          05 FILLER PIC X(29) VALUE "2000LDEPOSIT LIABILITIES     ".
          05 FILLER PIC X(29) VALUE "2100LTIME DEPOSITS           ".
          05 FILLER PIC X(29) VALUE "2150LPAYROLL PAYABLE         ".
          05 FILLER PIC X(29) VALUE "2200LOUTPUT VAT PAYABLE      ".
          05 FILLER PIC X(29) VALUE "2300LWITHHOLDING TAX-INTEREST".
          05 FILLER PIC X(29) VALUE "2310LSSS PAYABLE             ".
          05 FILLER PIC X(29) VALUE "2320LPHILHEALTH PAYABLE      ".
          05 FILLER PIC X(29) VALUE "2330LPAG-IBIG PAYABLE        ".
          05 FILLER PIC X(29) VALUE "2340LWITHHOLDING TAX-WAGES   ".
          05 FILLER PIC X(29) VALUE "2400LBILLS PAYABLE           ".
          05 FILLER PIC X(29) VALUE "2500LESCHEAT PAYABLE         ".
          05 FILLER PIC X(29) VALUE "2600LACCOUNTS PAYABLE        ".
          05 FILLER PIC X(29) VALUE "2700LGIFT CERTS OUTSTANDING  ".
          05 FILLER PIC X(29) VALUE "2710LLAYAWAY DEPOSITS        ".
          05 FILLER PIC X(29) VALUE "2999LTRANSFER CLEARING       ".
          05 FILLER PIC X(29) VALUE "3000QOWNER'S CAPITAL         ".
          05 FILLER PIC X(29) VALUE "3900QRETAINED EARNINGS       ".
          05 FILLER PIC X(29) VALUE "4000ISALES                   ".
          05 FILLER PIC X(29) VALUE "4090ISALES RETURNS           ".
          05 FILLER PIC X(29) VALUE "4100ISERVICE FEES            ".
          05 FILLER PIC X(29) VALUE "4190ILOYALTY REDEMPTIONS     ".
          05 FILLER PIC X(29) VALUE "4200ILOAN PENALTIES          ".
          05 FILLER PIC X(29) VALUE "4300IGIFT CERT BREAKAGE      ".
          05 FILLER PIC X(29) VALUE "4310ILAYAWAY FORFEITS        ".
          05 FILLER PIC X(29) VALUE "4400IFOREX GAIN              ".
          05 FILLER PIC X(29) VALUE "4500IFINANCE CHARGES         ".
          05 FILLER PIC X(29) VALUE "5100EINTEREST EXPENSE        ".
          05 FILLER PIC X(29) VALUE "5200ESALARIES AND WAGES      ".
          05 FILLER PIC X(29) VALUE "5300EPROVISION - LOAN LOSSES ".
          05 FILLER PIC X(29) VALUE "5350EBAD DEBTS               ".
          05 FILLER PIC X(29) VALUE "5400EFOREX LOSS              ".
          05 FILLER PIC X(29) VALUE "9999SSUSPENSE                ".
       01 GLD-STD-ACCOUNTS-R REDEFINES GLD-STD-ACCOUNTS.
          05 GLD-STD-ENTRY OCCURS 39 TIMES.
             10 GLD-STD-ACCT PIC X(4).
             10 GLD-STD-TYPE PIC X(01).
             10 GLD-STD-NAME PIC X(24).
       01 GLD-STD-COUNT PIC 9(2) VALUE 39.
      ***** PRIOR YEARS' INCOME SHOWS UNDER RETAINED EARNINGS
       01 GLD-RE-ACCT PIC X(4) VALUE "3900".
      ********** THE LEDGER'S ACCOUNTS, WITH THE BALANCES WORKED OUT
      ********** FOR THE PERIOD BEING REPORTED (DEBIT LESS CREDIT)
       01 GLD-ACCOUNT-TABLE.
          05 GLD-AC OCCURS 200 TIMES.
             10 GLD-AC-ACCT PIC X(4).
             10 GLD-AC-TYPE PIC X(01).
             10 GLD-AC-NAME PIC X(24).
             10 GLD-AC-CUM PIC S9(13)V9(2).
             10 GLD-AC-YTD PIC S9(13)V9(2).
             10 GLD-AC-MONTH PIC S9(13)V9(2).
             10 GLD-AC-PRIOR PIC S9(13)V9(2).
       01 GLD-AC-COUNT PIC 9(3) VALUE 0.
       01 GLD-AC-IDX PIC 9(3).
       01 GLD-AC-IDX2 PIC 9(3).
       01 GLD-AC-FOUND PIC 9(3).
       01 GLD-AC-SWAP PIC X(89).
      ********** ACCOUNT BALANCES BY PERIOD
       01 GLD-MASTER-TABLE.
          05 GLD-MS OCCURS 5000 TIMES.
             10 GLD-MS-ACCT PIC X(4).
             10 GLD-MS-PERIOD PIC X(6).
             10 GLD-MS-DEBITS PIC 9(13)V9(2).
             10 GLD-MS-CREDITS PIC 9(13)V9(2).
       01 GLD-MS-COUNT PIC 9(4) VALUE 0.
       01 GLD-MS-IDX PIC 9(4).
       01 GLD-MS-FOUND PIC 9(4).
      ********** CLOSED PERIODS
       01 GLD-CLOSED-TABLE.
          05 GLD-CL-PERIOD PIC X(6) OCCURS 600 TIMES.
       01 GLD-CL-COUNT PIC 9(3) VALUE 0.
       01 GLD-CL-IDX PIC 9(3).
      ********** THE BATCH BEING CHECKED (ONE RUN OF ROWS WITH THE
      ********** SAME DATE, SOURCE AND TRANSACTION CODE)
       01 GLD-BATCH-TABLE.
          05 GLD-BR OCCURS 500 TIMES.
             10 GLD-BR-DATE PIC X(8).
             10 GLD-BR-SOURCE PIC X(8).
             10 GLD-BR-TCODE PIC X(01).
             10 GLD-BR-ACCT PIC X(4).
             10 GLD-BR-DC PIC X(01).
             10 GLD-BR-AMOUNT PIC 9(11)V9(2).
       01 GLD-BR-COUNT PIC 9(3) VALUE 0.
       01 GLD-BR-IDX PIC 9(3).
      ********** RUN WORK FIELDS
       01 GLD-SEQ.
          05 GLD-MODE PIC X(01).
          05 GLD-EOF-FLAG PIC 9 VALUE 0.
          05 GLD-DONE PIC 9 VALUE 0.
          05 GLD-BATCH-NUM PIC 9(7) VALUE 0.
          05 GLD-POSTED-BATCHES PIC 9(5) VALUE 0.
          05 GLD-REJECTED-BATCHES PIC 9(5) VALUE 0.
          05 GLD-POSTED-ROWS PIC 9(7) VALUE 0.
          05 GLD-BATCH-DR PIC 9(13)V9(2) VALUE 0.
          05 GLD-BATCH-CR PIC 9(13)V9(2) VALUE 0.
          05 GLD-REASON PIC X(30).
          05 GLD-PERIOD PIC X(6).
          05 GLD-PERIOD-IN PIC X(6).
          05 GLD-PERIOD-OK PIC 9 VALUE 0.
          05 GLD-CLOSED-FLAG PIC 9 VALUE 0.
          05 GLD-PENDING PIC 9(7) VALUE 0.
          05 GLD-ACCT-IN PIC X(4).
          05 GLD-DC-IN PIC X(01).
          05 GLD-AMOUNT-IN PIC X(15).
          05 GLD-DATE-IN PIC X(8).
          05 GLD-ENTRY-DATE PIC X(8).
          05 GLD-SUPER-ID PIC X(5).
          05 GLD-SUPER-PW PIC X(8).
          05 GLD-SUPER-OK PIC 9 VALUE 0.
          05 GLD-CONFIRM PIC X(01).
          05 GLD-AMOUNT PIC S9(13)V9(2).
          05 GLD-TOTAL-DR PIC S9(13)V9(2).
          05 GLD-TOTAL-CR PIC S9(13)V9(2).
          05 GLD-REV-MONTH PIC S9(13)V9(2).
          05 GLD-REV-YTD PIC S9(13)V9(2).
          05 GLD-EXP-MONTH PIC S9(13)V9(2).
          05 GLD-EXP-YTD PIC S9(13)V9(2).
          05 GLD-PRIOR-INCOME PIC S9(13)V9(2).
          05 GLD-YEAR-INCOME PIC S9(13)V9(2).
          05 GLD-ASSETS PIC S9(13)V9(2).
          05 GLD-CLAIMS PIC S9(13)V9(2).
          05 GLD-AMOUNTDIS PIC ---,---,---,--9.99.
      ********** REPORT LINE LAYOUTS
       01 GLD-HEAD-LINE.
          05 GLD-HEAD-TITLE PIC X(30).
          05 FILLER PIC X(8) VALUE " PERIOD ".
          05 GLD-HEAD-PERIOD PIC X(6).
          05 FILLER PIC X(11) VALUE "  RUN DATE ".
          05 GLD-HEAD-DATE PIC X(8).
       01 GLD-POST-COL-LINE.
          05 FILLER PIC X(9) VALUE "BATCH".
          05 FILLER PIC X(9) VALUE "DATE".
          05 FILLER PIC X(2) VALUE "T".
          05 FILLER PIC X(9) VALUE "SOURCE".
          05 FILLER PIC X(5) VALUE "ROWS".
          05 FILLER PIC X(18) VALUE "           DEBITS".
          05 FILLER PIC X(18) VALUE "          CREDITS".
          05 FILLER PIC X(1) VALUE SPACES.
          05 FILLER PIC X(6) VALUE "RESULT".
       01 GLD-POST-LINE.
          05 GLD-PL-BATCH PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-PL-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 GLD-PL-TCODE PIC X(01).
          05 FILLER PIC X(1) VALUE SPACES.
          05 GLD-PL-SOURCE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 GLD-PL-ROWS PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GLD-PL-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GLD-PL-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 GLD-PL-RESULT PIC X(30).
       01 GLD-TB-COL-LINE.
          05 FILLER PIC X(6) VALUE "ACCT".
          05 FILLER PIC X(26) VALUE "ACCOUNT NAME".
          05 FILLER PIC X(19) VALUE "             DEBIT".
          05 FILLER PIC X(19) VALUE "            CREDIT".
       01 GLD-TB-LINE.
          05 GLD-TB-ACCT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-TB-NAME PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-TB-DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-TB-CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 GLD-IS-COL-LINE.
          05 FILLER PIC X(6) VALUE "ACCT".
          05 FILLER PIC X(26) VALUE "ACCOUNT NAME".
          05 FILLER PIC X(20) VALUE "        THIS MONTH".
          05 FILLER PIC X(20) VALUE "      YEAR TO DATE".
       01 GLD-IS-LINE.
          05 GLD-IS-ACCT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-IS-NAME PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-IS-MONTH PIC ---,---,---,--9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-IS-YTD PIC ---,---,---,--9.99.
       01 GLD-BS-LINE.
          05 GLD-BS-ACCT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-BS-NAME PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 GLD-BS-AMOUNT PIC ---,---,---,--9.99.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "GL-POST".
          05 SPL-P-PROGRAM PIC X(24) VALUE "GENERAL-LEDGER".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\GLPostReport.dat".
       01 SPL-TB-PARM.
          05 SPL-T-NAME PIC X(16) VALUE "GL-TB".
          05 SPL-T-PROGRAM PIC X(24) VALUE "GENERAL-LEDGER".
          05 SPL-T-SOURCE PIC X(44)
             VALUE "C:\cobol_project\GLTrialBalance.dat".
       01 SPL-IS-PARM.
          05 SPL-I-NAME PIC X(16) VALUE "GL-IS".
          05 SPL-I-PROGRAM PIC X(24) VALUE "GENERAL-LEDGER".
          05 SPL-I-SOURCE PIC X(44)
             VALUE "C:\cobol_project\GLIncome.dat".
       01 SPL-BS-PARM.
          05 SPL-B-NAME PIC X(16) VALUE "GL-BS".
          05 SPL-B-PROGRAM PIC X(24) VALUE "GENERAL-LEDGER".
          05 SPL-B-SOURCE PIC X(44)
             VALUE "C:\cobol_project\GLBalanceSheet.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GENERAL LEDGER".
           DISPLAY "[1] POST PENDING BATCHES".
           DISPLAY "[2] TRIAL BALANCE".
           DISPLAY "[3] INCOME STATEMENT".
           DISPLAY "[4] BALANCE SHEET".
           DISPLAY "[5] CLOSE A PERIOD".
           DISPLAY "[6] KEY A JOURNAL ENTRY".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT GLD-MODE.

           EVALUATE GLD-MODE
              WHEN '1'
                 PERFORM POST-BATCHES
              WHEN '2'
                 PERFORM TRIAL-BALANCE-RUN
              WHEN '3'
                 PERFORM INCOME-STATEMENT-RUN
              WHEN '4'
                 PERFORM BALANCE-SHEET-RUN
              WHEN '5'
                 PERFORM CLOSE-PERIOD
              WHEN '6'
                 PERFORM KEY-JOURNAL-ENTRY
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** NON-INTERACTIVE ENTRY POINT FOR THE NIGHTLY DRIVER
       ENTRY "GL-POST-BATCHES".
           PERFORM LOG-RUN-START
           PERFORM POST-BATCHES
           MOVE GLD-POSTED-ROWS TO RC-DONE-COUNT
           IF GLD-REJECTED-BATCHES > 0
              MOVE "FAIL" TO GLD-RUN-STATUS
           END-IF
           PERFORM LOG-RUN-END
           GOBACK.

      ***** EVERY PENDING BATCH IS POSTED WHOLE OR REJECTED WHOLE;
      ***** THE BATCH FILE IS EMPTIED ONCE THE BALANCES ARE SAVED
       POST-BATCHES.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-MASTER
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM FIND-LAST-BATCH-NUMBER
           MOVE 0 TO GLD-POSTED-BATCHES
           MOVE 0 TO GLD-REJECTED-BATCHES
           MOVE 0 TO GLD-POSTED-ROWS
           MOVE 0 TO GLD-BR-COUNT

           OPEN OUTPUT GL-POST-REPORT
           MOVE "GENERAL LEDGER POSTING RUN" TO GLD-HEAD-TITLE
           MOVE BDT-DATE(1:6) TO GLD-HEAD-PERIOD
           MOVE BDT-DATE TO GLD-HEAD-DATE
           WRITE GL-POST-REPORT-REC FROM GLD-HEAD-LINE
           WRITE GL-POST-REPORT-REC FROM GLD-POST-COL-LINE
           OPEN EXTEND GL-JOURNAL
           OPEN EXTEND GL-REJECTS

           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND GL-BATCH
           CLOSE GL-BATCH
           OPEN INPUT GL-BATCH
           READ GL-BATCH
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF GLD-BR-COUNT > 0
                 IF GLB-DATE NOT = GLD-BR-DATE(1) OR
                    GLB-SOURCE NOT = GLD-BR-SOURCE(1) OR
                    GLB-TCODE NOT = GLD-BR-TCODE(1) OR
                    GLD-BR-COUNT = 500
                    PERFORM POST-ONE-BATCH
                 END-IF
              END-IF
              ADD 1 TO GLD-BR-COUNT
              MOVE GLB-DATE TO GLD-BR-DATE(GLD-BR-COUNT)
              MOVE GLB-SOURCE TO GLD-BR-SOURCE(GLD-BR-COUNT)
              MOVE GLB-TCODE TO GLD-BR-TCODE(GLD-BR-COUNT)
              MOVE GLB-ACCT TO GLD-BR-ACCT(GLD-BR-COUNT)
              MOVE GLB-DC TO GLD-BR-DC(GLD-BR-COUNT)
              MOVE GLB-AMOUNT TO GLD-BR-AMOUNT(GLD-BR-COUNT)
              READ GL-BATCH
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           IF GLD-BR-COUNT > 0
              PERFORM POST-ONE-BATCH
           END-IF
           CLOSE GL-BATCH
           CLOSE GL-JOURNAL
           CLOSE GL-REJECTS

           PERFORM SAVE-MASTER
           OPEN OUTPUT GL-BATCH
           CLOSE GL-BATCH

           MOVE SPACES TO GL-POST-REPORT-REC
           WRITE GL-POST-REPORT-REC
           MOVE SPACES TO GL-POST-REPORT-REC
           STRING "BATCHES POSTED: " GLD-POSTED-BATCHES
              "   REJECTED: " GLD-REJECTED-BATCHES
              "   ROWS POSTED: " GLD-POSTED-ROWS
              DELIMITED BY SIZE INTO GL-POST-REPORT-REC
           WRITE GL-POST-REPORT-REC
           IF GLD-REJECTED-BATCHES > 0
              MOVE "** REJECTED BATCHES ARE ON GLREJECTS.DAT **"
                 TO GL-POST-REPORT-REC
              WRITE GL-POST-REPORT-REC
           END-IF
           CLOSE GL-POST-REPORT
           CALL "SPOOL-REGISTER" USING SPL-PARM
           DISPLAY "BATCHES POSTED:   " GLD-POSTED-BATCHES.
           DISPLAY "BATCHES REJECTED: " GLD-REJECTED-BATCHES.
           EXIT.

      ***** A BATCH IS REJECTED FOR A BAD DATE, A CLOSED PERIOD, AN
      ***** UNKNOWN ACCOUNT, A BAD DEBIT/CREDIT FLAG OR DEBITS THAT
      ***** DO NOT EQUAL CREDITS
       POST-ONE-BATCH.
           ADD 1 TO GLD-BATCH-NUM
           MOVE SPACES TO GLD-REASON
           MOVE 0 TO GLD-BATCH-DR
           MOVE 0 TO GLD-BATCH-CR
           MOVE GLD-BR-DATE(1)(1:6) TO GLD-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF GLD-BR-DATE(1) NOT NUMERIC
              MOVE "BAD BATCH DATE" TO GLD-REASON
           END-IF
           IF GLD-REASON = SPACES AND GLD-CLOSED-FLAG = 1
              MOVE "PERIOD IS CLOSED" TO GLD-REASON
           END-IF
           PERFORM VARYING GLD-BR-IDX FROM 1 BY 1
              UNTIL GLD-BR-IDX > GLD-BR-COUNT
              MOVE GLD-BR-ACCT(GLD-BR-IDX) TO GLD-ACCT-IN
              PERFORM LOOKUP-ACCOUNT
              IF GLD-REASON = SPACES AND GLD-AC-FOUND = 0
                 STRING "UNKNOWN ACCOUNT " GLD-ACCT-IN
                    DELIMITED BY SIZE INTO GLD-REASON
              END-IF
              EVALUATE GLD-BR-DC(GLD-BR-IDX)
                 WHEN 'D'
                    ADD GLD-BR-AMOUNT(GLD-BR-IDX) TO GLD-BATCH-DR
                 WHEN 'C'
                    ADD GLD-BR-AMOUNT(GLD-BR-IDX) TO GLD-BATCH-CR
                 WHEN OTHER
                    IF GLD-REASON = SPACES
                       MOVE "BAD DEBIT/CREDIT FLAG" TO GLD-REASON
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF GLD-REASON = SPACES AND GLD-BATCH-DR NOT = GLD-BATCH-CR
              MOVE "DEBITS DO NOT EQUAL CREDITS" TO GLD-REASON
           END-IF
           IF GLD-REASON = SPACES AND
              GLD-MS-COUNT + GLD-BR-COUNT > 5000
              MOVE "LEDGER MASTER TABLE IS FULL" TO GLD-REASON
           END-IF

           IF GLD-REASON = SPACES
              PERFORM VARYING GLD-BR-IDX FROM 1 BY 1
                 UNTIL GLD-BR-IDX > GLD-BR-COUNT
                 PERFORM APPLY-TO-MASTER
                 MOVE GLD-BATCH-NUM TO GLJ-BATCH
                 MOVE GLD-BR-DATE(GLD-BR-IDX) TO GLJ-DATE
                 MOVE GLD-BR-TCODE(GLD-BR-IDX) TO GLJ-TCODE
                 MOVE GLD-BR-ACCT(GLD-BR-IDX) TO GLJ-ACCT
                 MOVE GLD-BR-DC(GLD-BR-IDX) TO GLJ-DC
                 MOVE GLD-BR-AMOUNT(GLD-BR-IDX) TO GLJ-AMOUNT
                 MOVE BDT-DATE TO GLJ-POSTED-ON
                 MOVE GLD-BR-SOURCE(GLD-BR-IDX) TO GLJ-SOURCE
                 WRITE GL-JOURNAL-REC
              END-PERFORM
              ADD 1 TO GLD-POSTED-BATCHES
              ADD GLD-BR-COUNT TO GLD-POSTED-ROWS
              MOVE "POSTED" TO GLD-PL-RESULT
           ELSE
              PERFORM VARYING GLD-BR-IDX FROM 1 BY 1
                 UNTIL GLD-BR-IDX > GLD-BR-COUNT
                 MOVE GLD-BATCH-NUM TO GLX-BATCH
                 MOVE GLD-BR-DATE(GLD-BR-IDX) TO GLX-DATE
                 MOVE GLD-BR-TCODE(GLD-BR-IDX) TO GLX-TCODE
                 MOVE GLD-BR-ACCT(GLD-BR-IDX) TO GLX-ACCT
                 MOVE GLD-BR-DC(GLD-BR-IDX) TO GLX-DC
                 MOVE GLD-BR-AMOUNT(GLD-BR-IDX) TO GLX-AMOUNT
                 MOVE BDT-DATE TO GLX-POSTED-ON
                 MOVE GLD-REASON TO GLX-REASON
                 MOVE GLD-BR-SOURCE(GLD-BR-IDX) TO GLX-SOURCE
                 WRITE GL-REJECTS-REC
              END-PERFORM
              ADD 1 TO GLD-REJECTED-BATCHES
              MOVE GLD-REASON TO GLD-PL-RESULT
           END-IF

           MOVE GLD-BATCH-NUM TO GLD-PL-BATCH
           MOVE GLD-BR-DATE(1) TO GLD-PL-DATE
           MOVE GLD-BR-TCODE(1) TO GLD-PL-TCODE
           MOVE GLD-BR-SOURCE(1) TO GLD-PL-SOURCE
           MOVE GLD-BR-COUNT TO GLD-PL-ROWS
           MOVE GLD-BATCH-DR TO GLD-PL-DEBITS
           MOVE GLD-BATCH-CR TO GLD-PL-CREDITS
           WRITE GL-POST-REPORT-REC FROM GLD-POST-LINE
           MOVE 0 TO GLD-BR-COUNT.
           EXIT.

      ***** ONE BATCH ROW ONTO ITS ACCOUNT'S BALANCE FOR THE PERIOD
       APPLY-TO-MASTER.
           MOVE 0 TO GLD-MS-FOUND
           PERFORM VARYING GLD-MS-IDX FROM 1 BY 1
              UNTIL GLD-MS-IDX > GLD-MS-COUNT OR GLD-MS-FOUND > 0
              IF GLD-MS-ACCT(GLD-MS-IDX) = GLD-BR-ACCT(GLD-BR-IDX)
                 AND GLD-MS-PERIOD(GLD-MS-IDX) = GLD-PERIOD
                 MOVE GLD-MS-IDX TO GLD-MS-FOUND
              END-IF
           END-PERFORM
           IF GLD-MS-FOUND = 0
              ADD 1 TO GLD-MS-COUNT
              MOVE GLD-MS-COUNT TO GLD-MS-FOUND
              MOVE GLD-BR-ACCT(GLD-BR-IDX)
                 TO GLD-MS-ACCT(GLD-MS-FOUND)
              MOVE GLD-PERIOD TO GLD-MS-PERIOD(GLD-MS-FOUND)
              MOVE 0 TO GLD-MS-DEBITS(GLD-MS-FOUND)
              MOVE 0 TO GLD-MS-CREDITS(GLD-MS-FOUND)
           END-IF
           IF GLD-BR-DC(GLD-BR-IDX) = 'D'
              ADD GLD-BR-AMOUNT(GLD-BR-IDX)
                 TO GLD-MS-DEBITS(GLD-MS-FOUND)
           ELSE
              ADD GLD-BR-AMOUNT(GLD-BR-IDX)
                 TO GLD-MS-CREDITS(GLD-MS-FOUND)
           END-IF.
           EXIT.

      ***** BATCH NUMBERS CARRY ON FROM THE JOURNAL AND REJECT FILES
       FIND-LAST-BATCH-NUMBER.
           MOVE 0 TO GLD-BATCH-NUM
           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND GL-JOURNAL
           CLOSE GL-JOURNAL
           OPEN INPUT GL-JOURNAL
           READ GL-JOURNAL
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF GLJ-BATCH > GLD-BATCH-NUM
                 MOVE GLJ-BATCH TO GLD-BATCH-NUM
              END-IF
              READ GL-JOURNAL
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE GL-JOURNAL
           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND GL-REJECTS
           CLOSE GL-REJECTS
           OPEN INPUT GL-REJECTS
           READ GL-REJECTS
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF GLX-BATCH > GLD-BATCH-NUM
                 MOVE GLX-BATCH TO GLD-BATCH-NUM
              END-IF
              READ GL-REJECTS
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE GL-REJECTS.
           EXIT.

      ***** A NEW LEDGER STARTS FROM THE STANDARD ACCOUNTS; ACCOUNTS
      ***** LATER NAMED ON THE CHART OF ACCOUNTS ARE ADDED AND TYPED
      ***** BY THEIR FIRST DIGIT
       LOAD-ACCOUNTS.
           MOVE 0 TO GLD-AC-COUNT
           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND GL-ACCOUNTS
           CLOSE GL-ACCOUNTS
           OPEN INPUT GL-ACCOUNTS
           READ GL-ACCOUNTS
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF GLD-AC-COUNT < 200
                 ADD 1 TO GLD-AC-COUNT
                 MOVE GLA-ACCT TO GLD-AC-ACCT(GLD-AC-COUNT)
                 MOVE GLA-TYPE TO GLD-AC-TYPE(GLD-AC-COUNT)
                 MOVE GLA-NAME TO GLD-AC-NAME(GLD-AC-COUNT)
              END-IF
              READ GL-ACCOUNTS
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE GL-ACCOUNTS

           IF GLD-AC-COUNT = 0
              OPEN OUTPUT GL-ACCOUNTS
              PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
                 UNTIL GLD-AC-IDX > GLD-STD-COUNT
                 MOVE GLD-STD-ACCT(GLD-AC-IDX) TO GLA-ACCT
                 MOVE GLD-STD-TYPE(GLD-AC-IDX) TO GLA-TYPE
                 MOVE GLD-STD-NAME(GLD-AC-IDX) TO GLA-NAME
                 WRITE GL-ACCOUNTS-REC
                 ADD 1 TO GLD-AC-COUNT
                 MOVE GLA-ACCT TO GLD-AC-ACCT(GLD-AC-COUNT)
                 MOVE GLA-TYPE TO GLD-AC-TYPE(GLD-AC-COUNT)
                 MOVE GLA-NAME TO GLD-AC-NAME(GLD-AC-COUNT)
              END-PERFORM
              CLOSE GL-ACCOUNTS
           END-IF

           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND CHART-OF-ACCOUNTS
           CLOSE CHART-OF-ACCOUNTS
           OPEN INPUT CHART-OF-ACCOUNTS
           READ CHART-OF-ACCOUNTS
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              MOVE COA-DR-ACCT TO GLD-ACCT-IN
              PERFORM ADD-CHART-ACCOUNT
              MOVE COA-CR-ACCT TO GLD-ACCT-IN
              PERFORM ADD-CHART-ACCOUNT
              READ CHART-OF-ACCOUNTS
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS
           PERFORM SORT-ACCOUNTS.
           EXIT.

       ADD-CHART-ACCOUNT.
           IF GLD-ACCT-IN = SPACES OR GLD-AC-COUNT = 200
              EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT
           IF GLD-AC-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           MOVE GLD-ACCT-IN TO GLA-ACCT
           EVALUATE GLD-ACCT-IN(1:1)
              WHEN '1'
                 MOVE 'A' TO GLA-TYPE
              WHEN '2'
                 MOVE 'L' TO GLA-TYPE
              WHEN '3'
                 MOVE 'Q' TO GLA-TYPE
              WHEN '4'
                 MOVE 'I' TO GLA-TYPE
              WHEN '5' THRU '8'
                 MOVE 'E' TO GLA-TYPE
              WHEN OTHER
                 MOVE 'S' TO GLA-TYPE
           END-EVALUATE
           MOVE SPACES TO GLA-NAME
           STRING "ACCOUNT " GLD-ACCT-IN
              DELIMITED BY SIZE INTO GLA-NAME
           OPEN EXTEND GL-ACCOUNTS
              WRITE GL-ACCOUNTS-REC
           CLOSE GL-ACCOUNTS
           ADD 1 TO GLD-AC-COUNT
           MOVE GLA-ACCT TO GLD-AC-ACCT(GLD-AC-COUNT)
           MOVE GLA-TYPE TO GLD-AC-TYPE(GLD-AC-COUNT)
           MOVE GLA-NAME TO GLD-AC-NAME(GLD-AC-COUNT).
           EXIT.

      ***** REPORTS LIST THE ACCOUNTS IN ACCOUNT-NUMBER ORDER
       SORT-ACCOUNTS.
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX >= GLD-AC-COUNT
              PERFORM VARYING GLD-AC-IDX2 FROM GLD-AC-IDX BY 1
                 UNTIL GLD-AC-IDX2 > GLD-AC-COUNT
                 IF GLD-AC-ACCT(GLD-AC-IDX2) <
                    GLD-AC-ACCT(GLD-AC-IDX)
                    MOVE GLD-AC(GLD-AC-IDX) TO GLD-AC-SWAP
                    MOVE GLD-AC(GLD-AC-IDX2) TO GLD-AC(GLD-AC-IDX)
                    MOVE GLD-AC-SWAP TO GLD-AC(GLD-AC-IDX2)
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.

       LOOKUP-ACCOUNT.
           MOVE 0 TO GLD-AC-FOUND
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT OR GLD-AC-FOUND > 0
              IF GLD-AC-ACCT(GLD-AC-IDX) = GLD-ACCT-IN
                 MOVE GLD-AC-IDX TO GLD-AC-FOUND
              END-IF
           END-PERFORM.
           EXIT.

       LOAD-MASTER.
           MOVE 0 TO GLD-MS-COUNT
           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND GL-MASTER
           CLOSE GL-MASTER
           OPEN INPUT GL-MASTER
           READ GL-MASTER
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF GLD-MS-COUNT < 5000
                 ADD 1 TO GLD-MS-COUNT
                 MOVE GLM-ACCT TO GLD-MS-ACCT(GLD-MS-COUNT)
                 MOVE GLM-PERIOD TO GLD-MS-PERIOD(GLD-MS-COUNT)
                 MOVE GLM-DEBITS TO GLD-MS-DEBITS(GLD-MS-COUNT)
                 MOVE GLM-CREDITS TO GLD-MS-CREDITS(GLD-MS-COUNT)
              END-IF
              READ GL-MASTER
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE GL-MASTER.
           EXIT.

       SAVE-MASTER.
           OPEN OUTPUT GL-MASTER
           PERFORM VARYING GLD-MS-IDX FROM 1 BY 1
              UNTIL GLD-MS-IDX > GLD-MS-COUNT
              MOVE GLD-MS-ACCT(GLD-MS-IDX) TO GLM-ACCT
              MOVE GLD-MS-PERIOD(GLD-MS-IDX) TO GLM-PERIOD
              MOVE GLD-MS-DEBITS(GLD-MS-IDX) TO GLM-DEBITS
              MOVE GLD-MS-CREDITS(GLD-MS-IDX) TO GLM-CREDITS
              WRITE GL-MASTER-REC
           END-PERFORM
           CLOSE GL-MASTER.
           EXIT.

       LOAD-CLOSED-PERIODS.
           MOVE 0 TO GLD-CL-COUNT
           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND GL-PERIODS
           CLOSE GL-PERIODS
           OPEN INPUT GL-PERIODS
           READ GL-PERIODS
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF GLPD-STATUS = 'C' AND GLD-CL-COUNT < 600
                 ADD 1 TO GLD-CL-COUNT
                 MOVE GLPD-PERIOD TO GLD-CL-PERIOD(GLD-CL-COUNT)
              END-IF
              READ GL-PERIODS
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE GL-PERIODS.
           EXIT.

       CHECK-PERIOD-CLOSED.
           MOVE 0 TO GLD-CLOSED-FLAG
           PERFORM VARYING GLD-CL-IDX FROM 1 BY 1
              UNTIL GLD-CL-IDX > GLD-CL-COUNT OR GLD-CLOSED-FLAG = 1
              IF GLD-CL-PERIOD(GLD-CL-IDX) = GLD-PERIOD
                 MOVE 1 TO GLD-CLOSED-FLAG
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE PERIOD TO REPORT OR CLOSE; BLANK MEANS THE BUSINESS
      ***** DATE'S MONTH
       ACCEPT-PERIOD.
           MOVE 0 TO GLD-PERIOD-OK
           DISPLAY "PERIOD (YYYYMM, BLANK FOR THIS MONTH): "
              WITH NO ADVANCING.
           ACCEPT GLD-PERIOD-IN.
           IF GLD-PERIOD-IN = SPACES
              MOVE BDT-DATE(1:6) TO GLD-PERIOD
           ELSE
              MOVE GLD-PERIOD-IN TO GLD-PERIOD
           END-IF
           IF GLD-PERIOD NOT NUMERIC
              DISPLAY "INVALID PERIOD"
              EXIT PARAGRAPH
           END-IF
           IF GLD-PERIOD(5:2) < "01" OR GLD-PERIOD(5:2) > "12"
              DISPLAY "INVALID PERIOD"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO GLD-PERIOD-OK.
           EXIT.

      ***** EACH ACCOUNT'S DEBIT-LESS-CREDIT BALANCE AT THE END OF THE
      ***** PERIOD, FOR THE YEAR TO DATE, FOR THE MONTH ALONE AND
      ***** FOR ALL YEARS BEFORE THIS ONE
       ACCUMULATE-BALANCES.
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              MOVE 0 TO GLD-AC-CUM(GLD-AC-IDX)
              MOVE 0 TO GLD-AC-YTD(GLD-AC-IDX)
              MOVE 0 TO GLD-AC-MONTH(GLD-AC-IDX)
              MOVE 0 TO GLD-AC-PRIOR(GLD-AC-IDX)
           END-PERFORM
           PERFORM VARYING GLD-MS-IDX FROM 1 BY 1
              UNTIL GLD-MS-IDX > GLD-MS-COUNT
              IF GLD-MS-PERIOD(GLD-MS-IDX) <= GLD-PERIOD
                 MOVE GLD-MS-ACCT(GLD-MS-IDX) TO GLD-ACCT-IN
                 PERFORM LOOKUP-ACCOUNT
                 IF GLD-AC-FOUND > 0
                    PERFORM ADD-MASTER-ROW
                 END-IF
              END-IF
           END-PERFORM

           MOVE 0 TO GLD-PRIOR-INCOME
           MOVE 0 TO GLD-YEAR-INCOME
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              IF GLD-AC-TYPE(GLD-AC-IDX) = 'I' OR
                 GLD-AC-TYPE(GLD-AC-IDX) = 'E'
                 SUBTRACT GLD-AC-PRIOR(GLD-AC-IDX)
                    FROM GLD-PRIOR-INCOME
                 SUBTRACT GLD-AC-YTD(GLD-AC-IDX) FROM GLD-YEAR-INCOME
              END-IF
           END-PERFORM.
           EXIT.

       ADD-MASTER-ROW.
           COMPUTE GLD-AMOUNT = GLD-MS-DEBITS(GLD-MS-IDX) -
               GLD-MS-CREDITS(GLD-MS-IDX)
           ADD GLD-AMOUNT TO GLD-AC-CUM(GLD-AC-FOUND)
           IF GLD-MS-PERIOD(GLD-MS-IDX)(1:4) = GLD-PERIOD(1:4)
              ADD GLD-AMOUNT TO GLD-AC-YTD(GLD-AC-FOUND)
           ELSE
              ADD GLD-AMOUNT TO GLD-AC-PRIOR(GLD-AC-FOUND)
           END-IF
           IF GLD-MS-PERIOD(GLD-MS-IDX) = GLD-PERIOD
              ADD GLD-AMOUNT TO GLD-AC-MONTH(GLD-AC-FOUND)
           END-IF.
           EXIT.

      ***** BALANCE-SHEET ACCOUNTS CARRY THEIR RUNNING BALANCE, INCOME
      ***** AND EXPENSE ACCOUNTS THE YEAR TO DATE; EARLIER YEARS'
      ***** INCOME IS SHOWN ON THE RETAINED EARNINGS LINE
       TRIAL-BALANCE-RUN.
           PERFORM GET-BUSINESS-DATE
           PERFORM ACCEPT-PERIOD
           IF GLD-PERIOD-OK = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-MASTER
           PERFORM ACCUMULATE-BALANCES
           MOVE 0 TO GLD-TOTAL-DR
           MOVE 0 TO GLD-TOTAL-CR

           OPEN OUTPUT GL-TRIAL-BALANCE
           MOVE "TRIAL BALANCE" TO GLD-HEAD-TITLE
           MOVE GLD-PERIOD TO GLD-HEAD-PERIOD
           MOVE BDT-DATE TO GLD-HEAD-DATE
           WRITE GL-TRIAL-BALANCE-REC FROM GLD-HEAD-LINE
           WRITE GL-TRIAL-BALANCE-REC FROM GLD-TB-COL-LINE
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              IF GLD-AC-TYPE(GLD-AC-IDX) = 'I' OR
                 GLD-AC-TYPE(GLD-AC-IDX) = 'E'
                 MOVE GLD-AC-YTD(GLD-AC-IDX) TO GLD-AMOUNT
              ELSE
                 MOVE GLD-AC-CUM(GLD-AC-IDX) TO GLD-AMOUNT
              END-IF
              IF GLD-AC-ACCT(GLD-AC-IDX) = GLD-RE-ACCT
                 SUBTRACT GLD-PRIOR-INCOME FROM GLD-AMOUNT
              END-IF
              IF GLD-AMOUNT NOT = 0
                 MOVE GLD-AC-ACCT(GLD-AC-IDX) TO GLD-TB-ACCT
                 MOVE GLD-AC-NAME(GLD-AC-IDX) TO GLD-TB-NAME
                 MOVE 0 TO GLD-TB-DEBIT
                 MOVE 0 TO GLD-TB-CREDIT
                 IF GLD-AMOUNT > 0
                    MOVE GLD-AMOUNT TO GLD-TB-DEBIT
                    ADD GLD-AMOUNT TO GLD-TOTAL-DR
                 ELSE
                    COMPUTE GLD-AMOUNT = 0 - GLD-AMOUNT
                    MOVE GLD-AMOUNT TO GLD-TB-CREDIT
                    ADD GLD-AMOUNT TO GLD-TOTAL-CR
                 END-IF
                 WRITE GL-TRIAL-BALANCE-REC FROM GLD-TB-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO GLD-TB-ACCT
           MOVE "TOTALS" TO GLD-TB-NAME
           MOVE GLD-TOTAL-DR TO GLD-TB-DEBIT
           MOVE GLD-TOTAL-CR TO GLD-TB-CREDIT
           WRITE GL-TRIAL-BALANCE-REC FROM GLD-TB-LINE
           IF GLD-TOTAL-DR = GLD-TOTAL-CR
              MOVE "LEDGER IS IN BALANCE" TO GL-TRIAL-BALANCE-REC
           ELSE
              MOVE "** LEDGER IS OUT OF BALANCE **"
                 TO GL-TRIAL-BALANCE-REC
           END-IF
           WRITE GL-TRIAL-BALANCE-REC
           CLOSE GL-TRIAL-BALANCE
           CALL "SPOOL-REGISTER" USING SPL-TB-PARM
           MOVE GLD-TOTAL-DR TO GLD-AMOUNTDIS
           DISPLAY "TOTAL DEBITS:  " GLD-AMOUNTDIS.
           MOVE GLD-TOTAL-CR TO GLD-AMOUNTDIS
           DISPLAY "TOTAL CREDITS: " GLD-AMOUNTDIS.
           DISPLAY "TRIAL BALANCE WRITTEN".
           EXIT.

      ***** INCOME SHOWN AS A POSITIVE CREDIT, EXPENSES AS A
      ***** POSITIVE DEBIT, FOR THE MONTH AND THE YEAR TO DATE
       INCOME-STATEMENT-RUN.
           PERFORM GET-BUSINESS-DATE
           PERFORM ACCEPT-PERIOD
           IF GLD-PERIOD-OK = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-MASTER
           PERFORM ACCUMULATE-BALANCES
           MOVE 0 TO GLD-REV-MONTH
           MOVE 0 TO GLD-REV-YTD
           MOVE 0 TO GLD-EXP-MONTH
           MOVE 0 TO GLD-EXP-YTD

           OPEN OUTPUT GL-INCOME
           MOVE "INCOME STATEMENT" TO GLD-HEAD-TITLE
           MOVE GLD-PERIOD TO GLD-HEAD-PERIOD
           MOVE BDT-DATE TO GLD-HEAD-DATE
           WRITE GL-INCOME-REC FROM GLD-HEAD-LINE
           WRITE GL-INCOME-REC FROM GLD-IS-COL-LINE
           MOVE "REVENUE" TO GL-INCOME-REC
           WRITE GL-INCOME-REC
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              IF GLD-AC-TYPE(GLD-AC-IDX) = 'I'
                 AND (GLD-AC-MONTH(GLD-AC-IDX) NOT = 0 OR
                      GLD-AC-YTD(GLD-AC-IDX) NOT = 0)
                 MOVE GLD-AC-ACCT(GLD-AC-IDX) TO GLD-IS-ACCT
                 MOVE GLD-AC-NAME(GLD-AC-IDX) TO GLD-IS-NAME
                 COMPUTE GLD-IS-MONTH = 0 - GLD-AC-MONTH(GLD-AC-IDX)
                 COMPUTE GLD-IS-YTD = 0 - GLD-AC-YTD(GLD-AC-IDX)
                 SUBTRACT GLD-AC-MONTH(GLD-AC-IDX) FROM GLD-REV-MONTH
                 SUBTRACT GLD-AC-YTD(GLD-AC-IDX) FROM GLD-REV-YTD
                 WRITE GL-INCOME-REC FROM GLD-IS-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO GLD-IS-ACCT
           MOVE "TOTAL REVENUE" TO GLD-IS-NAME
           MOVE GLD-REV-MONTH TO GLD-IS-MONTH
           MOVE GLD-REV-YTD TO GLD-IS-YTD
           WRITE GL-INCOME-REC FROM GLD-IS-LINE

           MOVE "EXPENSES" TO GL-INCOME-REC
           WRITE GL-INCOME-REC
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              IF GLD-AC-TYPE(GLD-AC-IDX) = 'E'
                 AND (GLD-AC-MONTH(GLD-AC-IDX) NOT = 0 OR
                      GLD-AC-YTD(GLD-AC-IDX) NOT = 0)
                 MOVE GLD-AC-ACCT(GLD-AC-IDX) TO GLD-IS-ACCT
                 MOVE GLD-AC-NAME(GLD-AC-IDX) TO GLD-IS-NAME
                 MOVE GLD-AC-MONTH(GLD-AC-IDX) TO GLD-IS-MONTH
                 MOVE GLD-AC-YTD(GLD-AC-IDX) TO GLD-IS-YTD
                 ADD GLD-AC-MONTH(GLD-AC-IDX) TO GLD-EXP-MONTH
                 ADD GLD-AC-YTD(GLD-AC-IDX) TO GLD-EXP-YTD
                 WRITE GL-INCOME-REC FROM GLD-IS-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO GLD-IS-ACCT
           MOVE "TOTAL EXPENSES" TO GLD-IS-NAME
           MOVE GLD-EXP-MONTH TO GLD-IS-MONTH
           MOVE GLD-EXP-YTD TO GLD-IS-YTD
           WRITE GL-INCOME-REC FROM GLD-IS-LINE

           MOVE SPACES TO GLD-IS-ACCT
           MOVE "NET INCOME" TO GLD-IS-NAME
           COMPUTE GLD-IS-MONTH = GLD-REV-MONTH - GLD-EXP-MONTH
           COMPUTE GLD-IS-YTD = GLD-REV-YTD - GLD-EXP-YTD
           WRITE GL-INCOME-REC FROM GLD-IS-LINE
           CLOSE GL-INCOME
           CALL "SPOOL-REGISTER" USING SPL-IS-PARM
           COMPUTE GLD-AMOUNTDIS = GLD-REV-MONTH - GLD-EXP-MONTH
           DISPLAY "NET INCOME FOR THE MONTH: " GLD-AMOUNTDIS.
           DISPLAY "INCOME STATEMENT WRITTEN".
           EXIT.

      ***** ASSETS AGAINST LIABILITIES AND EQUITY AT THE PERIOD END;
      ***** THE YEAR'S INCOME SO FAR COMPLETES THE EQUITY SECTION
       BALANCE-SHEET-RUN.
           PERFORM GET-BUSINESS-DATE
           PERFORM ACCEPT-PERIOD
           IF GLD-PERIOD-OK = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-MASTER
           PERFORM ACCUMULATE-BALANCES
           MOVE 0 TO GLD-ASSETS
           MOVE 0 TO GLD-CLAIMS

           OPEN OUTPUT GL-BALANCE-SHEET
           MOVE "BALANCE SHEET" TO GLD-HEAD-TITLE
           MOVE GLD-PERIOD TO GLD-HEAD-PERIOD
           MOVE BDT-DATE TO GLD-HEAD-DATE
           WRITE GL-BALANCE-SHEET-REC FROM GLD-HEAD-LINE
           MOVE "ASSETS" TO GL-BALANCE-SHEET-REC
           WRITE GL-BALANCE-SHEET-REC
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              IF (GLD-AC-TYPE(GLD-AC-IDX) = 'A' OR
                  GLD-AC-TYPE(GLD-AC-IDX) = 'S')
                 AND GLD-AC-CUM(GLD-AC-IDX) NOT = 0
                 MOVE GLD-AC-CUM(GLD-AC-IDX) TO GLD-AMOUNT
                 ADD GLD-AMOUNT TO GLD-ASSETS
                 PERFORM WRITE-BALANCE-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO GLD-BS-ACCT
           MOVE "TOTAL ASSETS" TO GLD-BS-NAME
           MOVE GLD-ASSETS TO GLD-BS-AMOUNT
           WRITE GL-BALANCE-SHEET-REC FROM GLD-BS-LINE

           MOVE "LIABILITIES" TO GL-BALANCE-SHEET-REC
           WRITE GL-BALANCE-SHEET-REC
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              IF GLD-AC-TYPE(GLD-AC-IDX) = 'L'
                 AND GLD-AC-CUM(GLD-AC-IDX) NOT = 0
                 COMPUTE GLD-AMOUNT = 0 - GLD-AC-CUM(GLD-AC-IDX)
                 ADD GLD-AMOUNT TO GLD-CLAIMS
                 PERFORM WRITE-BALANCE-LINE
              END-IF
           END-PERFORM

           MOVE "EQUITY" TO GL-BALANCE-SHEET-REC
           WRITE GL-BALANCE-SHEET-REC
           PERFORM VARYING GLD-AC-IDX FROM 1 BY 1
              UNTIL GLD-AC-IDX > GLD-AC-COUNT
              IF GLD-AC-TYPE(GLD-AC-IDX) = 'Q'
                 COMPUTE GLD-AMOUNT = 0 - GLD-AC-CUM(GLD-AC-IDX)
                 IF GLD-AC-ACCT(GLD-AC-IDX) = GLD-RE-ACCT
                    ADD GLD-PRIOR-INCOME TO GLD-AMOUNT
                 END-IF
                 IF GLD-AMOUNT NOT = 0
                    ADD GLD-AMOUNT TO GLD-CLAIMS
                    PERFORM WRITE-BALANCE-LINE
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO GLD-BS-ACCT
           MOVE "NET INCOME - THIS YEAR" TO GLD-BS-NAME
           MOVE GLD-YEAR-INCOME TO GLD-BS-AMOUNT
           ADD GLD-YEAR-INCOME TO GLD-CLAIMS
           WRITE GL-BALANCE-SHEET-REC FROM GLD-BS-LINE
           MOVE "TOTAL LIABILITIES+EQUITY" TO GLD-BS-NAME
           MOVE GLD-CLAIMS TO GLD-BS-AMOUNT
           WRITE GL-BALANCE-SHEET-REC FROM GLD-BS-LINE

           IF GLD-ASSETS = GLD-CLAIMS
              MOVE "ASSETS EQUAL LIABILITIES AND EQUITY"
                 TO GL-BALANCE-SHEET-REC
           ELSE
              MOVE "** BALANCE SHEET DOES NOT BALANCE **"
                 TO GL-BALANCE-SHEET-REC
           END-IF
           WRITE GL-BALANCE-SHEET-REC
           CLOSE GL-BALANCE-SHEET
           CALL "SPOOL-REGISTER" USING SPL-BS-PARM
           MOVE GLD-ASSETS TO GLD-AMOUNTDIS
           DISPLAY "TOTAL ASSETS: " GLD-AMOUNTDIS.
           DISPLAY "BALANCE SHEET WRITTEN".
           EXIT.

       WRITE-BALANCE-LINE.
           MOVE GLD-AC-ACCT(GLD-AC-IDX) TO GLD-BS-ACCT
           MOVE GLD-AC-NAME(GLD-AC-IDX) TO GLD-BS-NAME
           MOVE GLD-AMOUNT TO GLD-BS-AMOUNT
           WRITE GL-BALANCE-SHEET-REC FROM GLD-BS-LINE.
           EXIT.

      ***** A FINISHED MONTH IS LOCKED BY A LEVEL-3 SUPERVISOR ONCE
      ***** ITS BATCHES ARE POSTED; LATER BATCHES DATED IN IT ARE
      ***** REJECTED
       CLOSE-PERIOD.
           PERFORM GET-BUSINESS-DATE
           PERFORM ACCEPT-PERIOD
           IF GLD-PERIOD-OK = 0
              EXIT PARAGRAPH
           END-IF
           IF GLD-PERIOD NOT < BDT-DATE(1:6)
              DISPLAY "ONLY A PERIOD BEFORE THE BUSINESS MONTH "
                 "CAN BE CLOSED"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM CHECK-PERIOD-CLOSED
           IF GLD-CLOSED-FLAG = 1
              DISPLAY "PERIOD " GLD-PERIOD " IS ALREADY CLOSED"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO GLD-PENDING
           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND GL-BATCH
           CLOSE GL-BATCH
           OPEN INPUT GL-BATCH
           READ GL-BATCH
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF GLB-DATE(1:6) = GLD-PERIOD
                 ADD 1 TO GLD-PENDING
              END-IF
              READ GL-BATCH
                 AT END MOVE 1 TO GLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE GL-BATCH
           IF GLD-PENDING > 0
              DISPLAY "BATCH ROWS STILL PENDING FOR THE PERIOD: "
                 GLD-PENDING
              DISPLAY "POST THEM BEFORE CLOSING"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "SUPERVISOR ID:       " WITH NO ADVANCING.
           ACCEPT GLD-SUPER-ID.
           DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
           ACCEPT GLD-SUPER-PW.
           PERFORM CHECK-SUPERVISOR
           IF GLD-SUPER-OK = 0
              DISPLAY "INVALID SUPERVISOR, PASSWORD OR LEVEL"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLOSE PERIOD " GLD-PERIOD " (Y/N)? "
              WITH NO ADVANCING.
           ACCEPT GLD-CONFIRM.
           IF GLD-CONFIRM NOT = 'Y' AND GLD-CONFIRM NOT = 'y'
              DISPLAY "CLOSE CANCELLED"
              EXIT PARAGRAPH
           END-IF.

           MOVE GLD-PERIOD TO GLPD-PERIOD
           MOVE 'C' TO GLPD-STATUS
           MOVE BDT-DATE TO GLPD-CLOSED-ON
           MOVE GLD-SUPER-ID TO GLPD-OPERATOR
           OPEN EXTEND GL-PERIODS
              WRITE GL-PERIODS-REC
           CLOSE GL-PERIODS
           DISPLAY "PERIOD " GLD-PERIOD " CLOSED".
           EXIT.

      ***** A SUPERVISOR'S BALANCED ENTRY (OPENING BALANCES, ACCRUALS,
      ***** CORRECTIONS OF A REJECTED BATCH) GOES ONTO THE BATCH FILE
      ***** AND IS CHECKED AND POSTED LIKE ANY OTHER BATCH
       KEY-JOURNAL-ENTRY.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "SUPERVISOR ID:       " WITH NO ADVANCING.
           ACCEPT GLD-SUPER-ID.
           DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
           ACCEPT GLD-SUPER-PW.
           PERFORM CHECK-SUPERVISOR
           IF GLD-SUPER-OK = 0
              DISPLAY "INVALID SUPERVISOR, PASSWORD OR LEVEL"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "ENTRY DATE (YYYYMMDD, BLANK FOR TODAY): "
              WITH NO ADVANCING.
           ACCEPT GLD-DATE-IN.
           IF GLD-DATE-IN = SPACES
              MOVE BDT-DATE TO GLD-ENTRY-DATE
           ELSE
              MOVE GLD-DATE-IN TO GLD-ENTRY-DATE
           END-IF
           IF GLD-ENTRY-DATE NOT NUMERIC
              DISPLAY "INVALID DATE"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNTS
           MOVE 0 TO GLD-BR-COUNT
           MOVE 0 TO GLD-BATCH-DR
           MOVE 0 TO GLD-BATCH-CR
           MOVE 0 TO GLD-DONE
           PERFORM UNTIL GLD-DONE = 1
              DISPLAY "ACCOUNT (BLANK TO FINISH): " WITH NO ADVANCING
              ACCEPT GLD-ACCT-IN
              IF GLD-ACCT-IN = SPACES OR GLD-BR-COUNT = 500
                 MOVE 1 TO GLD-DONE
              ELSE
                 PERFORM KEY-JOURNAL-LINE
              END-IF
           END-PERFORM

           IF GLD-BR-COUNT = 0
              DISPLAY "NOTHING ENTERED"
              EXIT PARAGRAPH
           END-IF
           IF GLD-BATCH-DR NOT = GLD-BATCH-CR
              DISPLAY "ENTRY DOES NOT BALANCE - NOT SAVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "SAVE THE ENTRY FOR POSTING (Y/N)? "
              WITH NO ADVANCING.
           ACCEPT GLD-CONFIRM.
           IF GLD-CONFIRM NOT = 'Y' AND GLD-CONFIRM NOT = 'y'
              DISPLAY "ENTRY CANCELLED"
              EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND GL-BATCH
           PERFORM VARYING GLD-BR-IDX FROM 1 BY 1
              UNTIL GLD-BR-IDX > GLD-BR-COUNT
              MOVE GLD-BR-DATE(GLD-BR-IDX) TO GLB-DATE
              MOVE GLD-BR-TCODE(GLD-BR-IDX) TO GLB-TCODE
              MOVE GLD-BR-SOURCE(GLD-BR-IDX) TO GLB-SOURCE
              MOVE GLD-BR-ACCT(GLD-BR-IDX) TO GLB-ACCT
              MOVE GLD-BR-DC(GLD-BR-IDX) TO GLB-DC
              MOVE GLD-BR-AMOUNT(GLD-BR-IDX) TO GLB-AMOUNT
              WRITE GL-BATCH-REC
           END-PERFORM
           CLOSE GL-BATCH
           MOVE 0 TO GLD-BR-COUNT
           DISPLAY "ENTRY SAVED FOR THE NEXT POSTING RUN".
           EXIT.

       KEY-JOURNAL-LINE.
           PERFORM LOOKUP-ACCOUNT
           IF GLD-AC-FOUND = 0
              DISPLAY "ACCOUNT NOT ON THE LEDGER"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  " GLD-AC-NAME(GLD-AC-FOUND).
           DISPLAY "DEBIT OR CREDIT (D/C): " WITH NO ADVANCING.
           ACCEPT GLD-DC-IN.
           IF GLD-DC-IN NOT = 'D' AND GLD-DC-IN NOT = 'C'
              DISPLAY "ENTER D OR C"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "AMOUNT: " WITH NO ADVANCING.
           ACCEPT GLD-AMOUNT-IN.
           COMPUTE GLD-AMOUNT = FUNCTION NUMVAL(GLD-AMOUNT-IN)
           IF GLD-AMOUNT NOT > 0
              DISPLAY "AMOUNT MUST BE ABOVE ZERO"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO GLD-BR-COUNT
           MOVE GLD-ENTRY-DATE TO GLD-BR-DATE(GLD-BR-COUNT)
           MOVE "KEYED" TO GLD-BR-SOURCE(GLD-BR-COUNT)
           MOVE '*' TO GLD-BR-TCODE(GLD-BR-COUNT)
           MOVE GLD-ACCT-IN TO GLD-BR-ACCT(GLD-BR-COUNT)
           MOVE GLD-DC-IN TO GLD-BR-DC(GLD-BR-COUNT)
           MOVE GLD-AMOUNT TO GLD-BR-AMOUNT(GLD-BR-COUNT)
           IF GLD-DC-IN = 'D'
              ADD GLD-AMOUNT TO GLD-BATCH-DR
           ELSE
              ADD GLD-AMOUNT TO GLD-BATCH-CR
           END-IF
           MOVE GLD-BATCH-DR TO GLD-AMOUNTDIS
           DISPLAY "  DEBITS SO FAR:  " GLD-AMOUNTDIS.
           MOVE GLD-BATCH-CR TO GLD-AMOUNTDIS
           DISPLAY "  CREDITS SO FAR: " GLD-AMOUNTDIS.
           EXIT.

      ***** ONLY A LEVEL-3 OPERATOR IN GOOD STANDING MAY APPROVE
       CHECK-SUPERVISOR.
           MOVE 0 TO GLD-SUPER-OK
           MOVE 0 TO GLD-EOF-FLAG
           OPEN EXTEND OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE
              AT END MOVE 1 TO GLD-EOF-FLAG
           END-READ
           PERFORM UNTIL GLD-EOF-FLAG = 1
              IF OP-ID = GLD-SUPER-ID AND
                 OP-PASSWORD = GLD-SUPER-PW AND
                 OP-LEVEL >= 3 AND
                 OP-STATUS NOT = 'D' AND OP-STATUS NOT = 'L'
                 MOVE 1 TO GLD-SUPER-OK
                 MOVE 1 TO GLD-EOF-FLAG
              ELSE
                 READ OPERATOR-FILE
                    AT END MOVE 1 TO GLD-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.
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
           MOVE "GL-POST-BATCHES" TO RC-PROGRAM
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
           MOVE "GL-POST-BATCHES" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE GLD-RUN-STATUS TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM GENERAL-LEDGER.
