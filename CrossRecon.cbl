      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JANUARY 06, 2025
      * Purpose: DAILY CROSS-SYSTEM RECONCILIATION: PROVES THAT MONEY
      *          HANDED FROM ONE SUBSYSTEM TO ANOTHER ARRIVED - SALES
      *          CASH TO THE BANK, TELLER DRAWERS TO THE JOURNAL,
      *          PAYROLL TO ITS CREDITS AND ENVELOPES, TUITION TO THE
      *          STUDENT LEDGER - AND LOGS AN OVERALL PASS OR FAIL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CROSS-SYSTEM-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG ASSIGN TO
           "C:\cobol_project\SalesLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHOP-ACCOUNT ASSIGN TO
           "C:\cobol_project\ShopAccount.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEPOSIT-SLIP ASSIGN TO
           "C:\cobol_project\DepositSlip.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANK-JOURNAL ASSIGN TO
           "C:\cobol_project\BankJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DRAWER-SESSIONS ASSIGN TO
           "C:\cobol_project\DrawerSessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ACCOUNT-CURRENCY ASSIGN TO
           "C:\cobol_project\AccountCurrency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANKINFO ASSIGN TO
           "C:\cobol_project\Quiz4FH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-ACCOUNT-XREF ASSIGN TO
           "C:\cobol_project\EmpAccountXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANK-INTERFACE ASSIGN TO
           "C:\cobol_project\BankInterface.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TRANSMIT-REGISTER ASSIGN TO
           "C:\cobol_project\BankTransmittal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DISBURSE-REPORT ASSIGN TO
           "C:\cobol_project\DisburseReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BILLER-MASTER ASSIGN TO
           "C:\cobol_project\BillerMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TUITION-LEDGER ASSIGN TO 'StudentBillLedger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RECON-REPORT ASSIGN TO
           "C:\cobol_project\CrossRecon.dat"
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
       FD SALES-LOG.
       01 SALES-LOG-REC.
          05 LOG-ORDER-NUM PIC 9(4).
          05 LOG-ORDER-TOTAL PIC 9(4)V9(2).
          05 LOG-AMT-TENDER PIC 9(4)V9(2).
          05 LOG-ORDER-CHANGE PIC 9(4)V9(2).
          05 LOG-DISC-TYPE PIC X(01).
          05 LOG-DISC-ID PIC X(10).
          05 LOG-DISC-AMT PIC 9(4)V9(2).
          05 LOG-VEXEMPT-AMT PIC 9(4)V9(2).
          05 LOG-VATABLE PIC 9(4)V9(2).
          05 LOG-VAT PIC 9(4)V9(2).
          05 LOG-EXEMPT-SALES PIC 9(4)V9(2).
          05 LOG-REFUND-FLAG PIC X(01).
          05 LOG-REASON-CODE PIC X(02).
          05 LOG-DATE PIC X(8).
          05 LOG-TIME PIC X(6).
          05 LOG-OPERATOR PIC X(5).
          05 LOG-BRANCH PIC X(3).
      ***** THE ONE CONFIGURED ACCOUNT THE TAKINGS ARE BANKED INTO
       FD SHOP-ACCOUNT.
       01 SHOP-ACCOUNT-REC.
          05 SHOP-ACCT PIC X(5).
      ***** POS-AUTO-DEPOSIT'S PRINTED SLIPS: A HEADING PER DATE AND
      ***** LABELLED AMOUNT LINES BENEATH IT
       FD DEPOSIT-SLIP.
       01 DEPOSIT-SLIP-REC.
          05 DSL-LABEL PIC X(24).
          05 DSL-AMOUNT PIC X(15).
          05 FILLER PIC X(31).
       01 DEPOSIT-SLIP-HEAD.
          05 DSH-TITLE PIC X(22).
          05 DSH-DATE PIC X(8).
          05 FILLER PIC X(40).
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
      ***** THE CURRENCY EACH ACCOUNT IS KEPT IN; AN ACCOUNT WITH NO
      ***** RECORD HERE IS A PESO ACCOUNT
       FD ACCOUNT-CURRENCY.
       01 ACCOUNT-CURRENCY-REC.
          05 ACY-BANKNUM PIC X(5).
          05 ACY-CURRENCY PIC X(3).
          05 ACY-BOOKED-PHP PIC 9(11)V9(2).
      ***** ONE CASH DRAWER SESSION PER TELLER PER BUSINESS DATE
      ***** (DRW-STATUS: O=OPEN C=CLOSED/PROVED)
       FD DRAWER-SESSIONS.
       01 DRAWER-SESSION-REC.
          05 DRW-OPERATOR PIC X(5).
          05 DRW-BUSDATE PIC X(8).
          05 DRW-FLOAT PIC 9(6)V9(2).
          05 DRW-CASH-IN PIC 9(8)V9(2).
          05 DRW-CASH-OUT PIC 9(8)V9(2).
          05 DRW-COUNTED PIC 9(8)V9(2).
          05 DRW-OVERSHORT PIC S9(6)V9(2).
          05 DRW-STATUS PIC X(01).
          05 DRW-START-TIME PIC X(6).
      ***** THE APPROVED PAYROLL; THE LAST RECORD (ID 99999) IS THE
      ***** CONTROL-TOTAL TRAILER
       FD BANKINFO.
       01 FILE-BANKINFO.
          05 EMP-ID PIC X(5).
          05 EMP-LNAME PIC X(10).
          05 EMP-FNAME PIC X(10).
          05 EMP-MNAME PIC X(10).
          05 EMP-PCODE PIC X(9).
          05 EMP-RATEPERHOUR PIC 999,999.99.
          05 EMP-HRSWORKED PIC 9(3).
          05 EMP-TAX PIC 9,999,999,999.99.
          05 EMP-LATEANDABSENCES PIC 9(3).
          05 EMP-TTLDEDUCTION PIC 9,999,999,999.99.
          05 EMP-GROSSPAY PIC 9,999,999,999.99.
          05 EMP-NETPAY PIC 9,999,999,999.99.
          05 EMP-SSS PIC 9,999,999,999.99.
          05 EMP-PHILHEALTH PIC 9,999,999,999.99.
          05 EMP-PAGIBIG PIC 9,999,999,999.99.
          05 EMP-PERIOD PIC X(6).
          05 EMP-HOLPREM PIC 9,999,999,999.99.
          05 EMP-LOANDED PIC 9,999,999,999.99.
          05 EMP-HALF PIC X(01).
          05 EMP-NIGHTDIFF PIC 9,999,999,999.99.
      ***** EMPLOYEE-TO-BANK-ACCOUNT CROSS-REFERENCE
       FD EMP-ACCOUNT-XREF.
       01 EMP-ACCOUNT-XREF-REC.
          05 EAX-EMPID PIC X(5).
          05 EAX-BANKNUM PIC X(5).
      ***** THE PARTNER-BANK FILE; ITS HEADER CARRIES THE BUSINESS
      ***** DATE OF THE LAST DISBURSEMENT RUN
       FD BANK-INTERFACE.
       01 BANK-INTERFACE-REC.
          05 BIF-TYPE PIC X(01).
          05 BIF-COMPANY PIC X(8).
          05 BIF-DATE PIC X(8).
          05 FILLER PIC X(23).
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
      ***** THE DISBURSEMENT REPORT NAMES EVERY EMPLOYEE LEFT FOR A
      ***** CASH ENVELOPE
       FD DISBURSE-REPORT.
       01 DISBURSE-REPORT-REC.
          05 DRP-EMPID PIC X(5).
          05 FILLER PIC X(2).
          05 DRP-LNAME PIC X(10).
          05 FILLER PIC X(2).
          05 DRP-AMOUNT PIC X(10).
          05 FILLER PIC X(2).
          05 DRP-NOTE PIC X(25).
          05 FILLER PIC X(14).
      ***** COLLECTING BILLERS; THE SCHOOL IS BILLER SCHOL
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
      ***** THE REGISTRAR'S STUDENT BILLING LEDGER
       FD TUITION-LEDGER.
       01 TUITION-LEDGER-REC.
          05 TSB-STUDENT-ID PIC 9(5).
          05 TSB-DATE PIC X(8).
          05 TSB-TYPE PIC X(01).
          05 TSB-AMOUNT PIC 9(6)V9(2).
          05 TSB-REF.
             10 TSB-REF-SOURCE PIC X(4).
             10 TSB-REF-TIME PIC X(6).
       FD RECON-REPORT.
       01 RECON-REPORT-REC PIC X(80).
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
      ********** RUN WORK FIELDS
       01 XRC-SEQ.
          05 XRC-EOF-FLAG PIC 9 VALUE 0.
          05 XRC-IDX PIC 9(3).
          05 XRC-HIT-IDX PIC 9(3).
          05 XRC-BREAKS PIC 9(5) VALUE 0.
          05 XRC-TOTAL-BREAKS PIC 9(5) VALUE 0.
          05 XRC-PAIRS-FAILED PIC 9 VALUE 0.
          05 XRC-RUN-STATUS PIC X(4) VALUE "OK  ".
          05 XRC-AMOUNT PIC 9(10)V9(2).
      ********** SALES CASH TO THE BANK
       01 XRC-SALES-SEQ.
          05 XRC-SHOP-ACCT PIC X(5) VALUE SPACES.
          05 XRC-CASH-SALES PIC 9(10)V9(2) VALUE 0.
          05 XRC-REFUNDS PIC 9(10)V9(2) VALUE 0.
          05 XRC-NET-CASH PIC S9(10)V9(2) VALUE 0.
          05 XRC-EXPECTED PIC 9(10)V9(2) VALUE 0.
          05 XRC-SLIP-SEEN PIC 9 VALUE 0.
          05 XRC-IN-SLIP PIC 9 VALUE 0.
          05 XRC-SLIP-AMOUNT PIC 9(10)V9(2) VALUE 0.
          05 XRC-SHOP-CREDIT PIC 9(10)V9(2) VALUE 0.
      ********** TELLER DRAWERS TO THE JOURNAL, ONE ROW PER TELLER
       01 XRC-DRAWER-TABLE.
          05 XRC-DRAWER-ENTRY OCCURS 100 TIMES.
             10 XRC-D-OPERATOR PIC X(5).
             10 XRC-D-START PIC X(6).
             10 XRC-D-CASH-IN PIC 9(10)V9(2).
             10 XRC-D-CASH-OUT PIC 9(10)V9(2).
             10 XRC-D-JRNL-IN PIC 9(10)V9(2).
             10 XRC-D-JRNL-OUT PIC 9(10)V9(2).
       01 XRC-DRAWER-COUNT PIC 9(3) VALUE 0.
      ***** ACCOUNTS KEPT IN A FOREIGN CURRENCY; THEIR CASH NEVER
      ***** PASSES THROUGH THE PESO DRAWER
       01 XRC-FGN-TABLE.
          05 XRC-FGN-ACCT PIC X(5) OCCURS 500 TIMES.
       01 XRC-FGN-COUNT PIC 9(3) VALUE 0.
       01 XRC-FGN-HIT PIC 9 VALUE 0.
       01 XRC-DRAWER-TOTALS.
          05 XRC-DRW-IN-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-DRW-OUT-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-JRN-IN-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-JRN-OUT-TOTAL PIC 9(10)V9(2) VALUE 0.
      ********** PAYROLL: THE APPROVED RUN AND WHERE EACH NET PAY WENT
      ********** (XRC-P-HOW: J=JOURNAL CREDIT T=TRANSMITTAL
      **********  E=CASH ENVELOPE, BLANK=NOT FOUND YET)
       01 XRC-PAY-TABLE.
          05 XRC-PAY-ENTRY OCCURS 500 TIMES.
             10 XRC-P-EMPID PIC X(5).
             10 XRC-P-NET PIC 9(8)V9(2).
             10 XRC-P-ACCT PIC X(5).
             10 XRC-P-HOW PIC X(01).
       01 XRC-PAY-COUNT PIC 9(3) VALUE 0.
       01 XRC-XREF-TABLE.
          05 XRC-XREF-ENTRY OCCURS 500 TIMES.
             10 XRC-X-EMPID PIC X(5).
             10 XRC-X-ACCT PIC X(5).
       01 XRC-XREF-COUNT PIC 9(3) VALUE 0.
       01 XRC-PAY-SEQ.
          05 XRC-PAY-RAN PIC 9 VALUE 0.
          05 XRC-PAY-PERIOD PIC X(6) VALUE SPACES.
          05 XRC-PAY-HALF PIC X(01) VALUE SPACE.
          05 XRC-PAY-NET PIC 9(8)V9(2).
          05 XRC-APPROVED-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-CREDITED-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-XMIT-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-ENVELOPE-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-PAID-TOTAL PIC 9(10)V9(2) VALUE 0.
          05 XRC-PAY-HOW PIC X(01).
      ********** TUITION TAKEN TO THE STUDENT LEDGER
       01 XRC-TUI-TABLE.
          05 XRC-TUI-ENTRY OCCURS 500 TIMES.
             10 XRC-T-TIME PIC X(6).
             10 XRC-T-AMOUNT PIC 9(9)V9(2).
             10 XRC-T-MATCHED PIC X(01).
       01 XRC-TUI-COUNT PIC 9(3) VALUE 0.
       01 XRC-TUI-SEQ.
          05 XRC-SCHOOL-ACCT PIC X(5) VALUE SPACES.
          05 XRC-TUI-BANK PIC 9(10)V9(2) VALUE 0.
          05 XRC-TUI-LEDGER PIC 9(10)V9(2) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 XRC-HEAD-LINE.
          05 FILLER PIC X(36)
             VALUE "CROSS-SYSTEM RECONCILIATION FOR:   ".
          05 XRC-HEAD-DATE PIC X(8).
       01 XRC-SECTION-LINE.
          05 FILLER PIC X(4) VALUE "*** ".
          05 XRC-SEC-TITLE PIC X(60).
       01 XRC-PAIR-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 XRC-PR-LABEL PIC X(34).
          05 XRC-PR-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 XRC-BREAK-LINE.
          05 FILLER PIC X(4) VALUE "  * ".
          05 XRC-BRK-KEY PIC X(8).
          05 XRC-BRK-TEXT PIC X(26).
          05 XRC-BRK-A PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 XRC-BRK-B PIC ZZZ,ZZZ,ZZ9.99.
       01 XRC-RESULT-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(8) VALUE "RESULT: ".
          05 XRC-RES-TEXT PIC X(6).
          05 XRC-RES-COUNT PIC ZZ,ZZ9 BLANK WHEN ZERO.
          05 XRC-RES-WORD PIC X(10).
       01 XRC-OVERALL-LINE.
          05 FILLER PIC X(30)
             VALUE "OVERALL RECONCILIATION:       ".
          05 XRC-OVR-TEXT PIC X(4).
          05 FILLER PIC X(10) VALUE "  BREAKS: ".
          05 XRC-OVR-BREAKS PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT RECON-REPORT
           MOVE BDT-DATE TO XRC-HEAD-DATE
           WRITE RECON-REPORT-REC FROM XRC-HEAD-LINE

           PERFORM RECONCILE-SALES-TO-BANK
           PERFORM RECONCILE-DRAWERS
           PERFORM RECONCILE-PAYROLL
           PERFORM RECONCILE-TUITION

           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           IF XRC-PAIRS-FAILED = 0
              MOVE "PASS" TO XRC-OVR-TEXT
              MOVE "OK  " TO XRC-RUN-STATUS
           ELSE
              MOVE "FAIL" TO XRC-OVR-TEXT
              MOVE "FAIL" TO XRC-RUN-STATUS
           END-IF
           MOVE XRC-TOTAL-BREAKS TO XRC-OVR-BREAKS
           WRITE RECON-REPORT-REC FROM XRC-OVERALL-LINE
           CLOSE RECON-REPORT

           MOVE XRC-TOTAL-BREAKS TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "CROSS-SYSTEM RECONCILIATION: " XRC-OVR-TEXT.
           DISPLAY "BREAKS FOUND: " XRC-TOTAL-BREAKS.
           GOBACK.

      ***** SECTION HEADING AND RESULT SHARED BY EVERY PAIR
       START-SECTION.
           MOVE 0 TO XRC-BREAKS
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           WRITE RECON-REPORT-REC FROM XRC-SECTION-LINE.
           EXIT.

       WRITE-BREAK.
           ADD 1 TO XRC-BREAKS
           ADD 1 TO XRC-TOTAL-BREAKS
           WRITE RECON-REPORT-REC FROM XRC-BREAK-LINE.
           EXIT.

       END-SECTION.
           IF XRC-BREAKS = 0
              MOVE "PASS  " TO XRC-RES-TEXT
              MOVE 0 TO XRC-RES-COUNT
              MOVE SPACES TO XRC-RES-WORD
           ELSE
              MOVE "FAIL  " TO XRC-RES-TEXT
              MOVE XRC-BREAKS TO XRC-RES-COUNT
              MOVE " BREAK(S)" TO XRC-RES-WORD
              MOVE 1 TO XRC-PAIRS-FAILED
           END-IF
           WRITE RECON-REPORT-REC FROM XRC-RESULT-LINE.
           EXIT.

      ***** CASH SALES NET OF REFUNDS, THE AUTO-DEPOSIT SLIP AND THE
      ***** SHOP ACCOUNT'S END-OF-DAY CREDIT MUST ALL AGREE
       RECONCILE-SALES-TO-BANK.
           MOVE "SALES CASH / DEPOSIT SLIP / SHOP ACCOUNT CREDIT"
              TO XRC-SEC-TITLE
           PERFORM START-SECTION
           PERFORM TOTAL-SALES-CASH
           PERFORM FIND-DEPOSIT-SLIP
           PERFORM TOTAL-SHOP-CREDIT
           COMPUTE XRC-NET-CASH = XRC-CASH-SALES - XRC-REFUNDS
           IF XRC-NET-CASH > 0
              MOVE XRC-NET-CASH TO XRC-EXPECTED
           ELSE
              MOVE 0 TO XRC-EXPECTED
           END-IF

           MOVE "CASH SALES PER LOG:" TO XRC-PR-LABEL
           MOVE XRC-CASH-SALES TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "LESS REFUNDS PAID:" TO XRC-PR-LABEL
           MOVE XRC-REFUNDS TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "NET CASH TAKINGS:" TO XRC-PR-LABEL
           MOVE XRC-NET-CASH TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "DEPOSIT SLIP (AUTO-DEPOSIT):" TO XRC-PR-LABEL
           MOVE XRC-SLIP-AMOUNT TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "SHOP ACCOUNT CREDIT (JOURNAL):" TO XRC-PR-LABEL
           MOVE XRC-SHOP-CREDIT TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE

           MOVE XRC-SHOP-ACCT TO XRC-BRK-KEY
           IF XRC-EXPECTED > 0 AND XRC-SLIP-SEEN = 0
              MOVE "NO DEPOSIT SLIP TODAY" TO XRC-BRK-TEXT
              MOVE XRC-EXPECTED TO XRC-BRK-A
              MOVE 0 TO XRC-BRK-B
              PERFORM WRITE-BREAK
           ELSE
              IF XRC-SLIP-AMOUNT NOT = XRC-EXPECTED
                 MOVE "SALES VS DEPOSIT SLIP" TO XRC-BRK-TEXT
                 MOVE XRC-EXPECTED TO XRC-BRK-A
                 MOVE XRC-SLIP-AMOUNT TO XRC-BRK-B
                 PERFORM WRITE-BREAK
              END-IF
           END-IF
           IF XRC-SHOP-CREDIT NOT = XRC-EXPECTED
              MOVE "SALES VS SHOP CREDIT" TO XRC-BRK-TEXT
              MOVE XRC-EXPECTED TO XRC-BRK-A
              MOVE XRC-SHOP-CREDIT TO XRC-BRK-B
              PERFORM WRITE-BREAK
           END-IF
           PERFORM END-SECTION.
           EXIT.

      ***** THE SAME CASH RULE THE AUTO-DEPOSIT USES: TENDERED CASH
      ***** LESS CHANGE, LESS REFUNDS; CHARGE SALES AND VOIDS OUT
       TOTAL-SALES-CASH.
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND SALES-LOG
           CLOSE SALES-LOG
           OPEN INPUT SALES-LOG
           READ SALES-LOG
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF LOG-DATE = BDT-DATE
                 EVALUATE LOG-REFUND-FLAG
                    WHEN 'R'
                       ADD LOG-ORDER-TOTAL TO XRC-REFUNDS
                    WHEN 'C'
                       CONTINUE
                    WHEN 'V'
                       CONTINUE
                    WHEN OTHER
                       COMPUTE XRC-CASH-SALES = XRC-CASH-SALES
                           + LOG-AMT-TENDER - LOG-ORDER-CHANGE
                 END-EVALUATE
              END-IF
              READ SALES-LOG
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALES-LOG.
           EXIT.

      ***** THE LAST SLIP PRINTED FOR THE DATE IS THE ONE THAT WENT
      ***** TO THE BANK
       FIND-DEPOSIT-SLIP.
           MOVE 0 TO XRC-EOF-FLAG
           MOVE 0 TO XRC-IN-SLIP
           OPEN EXTEND DEPOSIT-SLIP
           CLOSE DEPOSIT-SLIP
           OPEN INPUT DEPOSIT-SLIP
           READ DEPOSIT-SLIP
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF DSH-TITLE = "DEPOSIT SLIP FOR      "
                 IF DSH-DATE = BDT-DATE
                    MOVE 1 TO XRC-IN-SLIP
                    MOVE 1 TO XRC-SLIP-SEEN
                    MOVE 0 TO XRC-SLIP-AMOUNT
                 ELSE
                    MOVE 0 TO XRC-IN-SLIP
                 END-IF
              ELSE
                 IF XRC-IN-SLIP = 1 AND
                    DSL-LABEL = "DEPOSIT POSTED:         "
                    COMPUTE XRC-SLIP-AMOUNT =
                       FUNCTION NUMVAL(DSL-AMOUNT)
                 END-IF
              END-IF
              READ DEPOSIT-SLIP
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DEPOSIT-SLIP.
           EXIT.

       TOTAL-SHOP-CREDIT.
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND SHOP-ACCOUNT
           CLOSE SHOP-ACCOUNT
           OPEN INPUT SHOP-ACCOUNT
           READ SHOP-ACCOUNT
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           IF XRC-EOF-FLAG = 0
              MOVE SHOP-ACCT TO XRC-SHOP-ACCT
           END-IF
           CLOSE SHOP-ACCOUNT
           IF XRC-SHOP-ACCT = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND BANK-JOURNAL
           CLOSE BANK-JOURNAL
           OPEN INPUT BANK-JOURNAL
           READ BANK-JOURNAL
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF JRNL-BANKNUM = XRC-SHOP-ACCT AND
                 JRNL-TCODE = 'D' AND JRNL-OPERATOR = "*EODD" AND
                 JRNL-TIMESTAMP(1:8) = BDT-DATE
                 ADD JRNL-AMOUNT TO XRC-SHOP-CREDIT
              END-IF
              READ BANK-JOURNAL
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL.
           EXIT.

      ***** EACH TELLER'S DRAWER CASH IN AND OUT FOR THE DAY AGAINST
      ***** THEIR OWN CASH JOURNAL LINES SINCE THE FIRST DRAWER OPENED
      ***** (THE SAME CODES THE SHIFT PROOF COUNTS)
       RECONCILE-DRAWERS.
           MOVE "TELLER DRAWER PROOF / TELLER JOURNAL CASH"
              TO XRC-SEC-TITLE
           PERFORM START-SECTION
           PERFORM LOAD-DRAWER-SESSIONS
           PERFORM TOTAL-DRAWER-JOURNAL

           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-DRAWER-COUNT
              ADD XRC-D-CASH-IN(XRC-IDX) TO XRC-DRW-IN-TOTAL
              ADD XRC-D-CASH-OUT(XRC-IDX) TO XRC-DRW-OUT-TOTAL
              ADD XRC-D-JRNL-IN(XRC-IDX) TO XRC-JRN-IN-TOTAL
              ADD XRC-D-JRNL-OUT(XRC-IDX) TO XRC-JRN-OUT-TOTAL
           END-PERFORM
           MOVE "DRAWER CASH IN:" TO XRC-PR-LABEL
           MOVE XRC-DRW-IN-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "JOURNAL CASH IN:" TO XRC-PR-LABEL
           MOVE XRC-JRN-IN-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "DRAWER CASH OUT:" TO XRC-PR-LABEL
           MOVE XRC-DRW-OUT-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "JOURNAL CASH OUT:" TO XRC-PR-LABEL
           MOVE XRC-JRN-OUT-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE

           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-DRAWER-COUNT
              MOVE XRC-D-OPERATOR(XRC-IDX) TO XRC-BRK-KEY
              IF XRC-D-CASH-IN(XRC-IDX) NOT =
                 XRC-D-JRNL-IN(XRC-IDX)
                 MOVE "DRAWER IN VS JOURNAL IN" TO XRC-BRK-TEXT
                 MOVE XRC-D-CASH-IN(XRC-IDX) TO XRC-BRK-A
                 MOVE XRC-D-JRNL-IN(XRC-IDX) TO XRC-BRK-B
                 PERFORM WRITE-BREAK
              END-IF
              IF XRC-D-CASH-OUT(XRC-IDX) NOT =
                 XRC-D-JRNL-OUT(XRC-IDX)
                 MOVE "DRAWER OUT VS JOURNAL OUT" TO XRC-BRK-TEXT
                 MOVE XRC-D-CASH-OUT(XRC-IDX) TO XRC-BRK-A
                 MOVE XRC-D-JRNL-OUT(XRC-IDX) TO XRC-BRK-B
                 PERFORM WRITE-BREAK
              END-IF
           END-PERFORM
           PERFORM END-SECTION.
           EXIT.

       LOAD-DRAWER-SESSIONS.
           MOVE 0 TO XRC-EOF-FLAG
           MOVE 0 TO XRC-DRAWER-COUNT
           OPEN EXTEND DRAWER-SESSIONS
           CLOSE DRAWER-SESSIONS
           OPEN INPUT DRAWER-SESSIONS
           READ DRAWER-SESSIONS
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF DRW-BUSDATE = BDT-DATE
                 PERFORM FIND-DRAWER-ENTRY
                 IF XRC-HIT-IDX = 0 AND XRC-DRAWER-COUNT < 100
                    ADD 1 TO XRC-DRAWER-COUNT
                    MOVE XRC-DRAWER-COUNT TO XRC-HIT-IDX
                    MOVE DRW-OPERATOR TO XRC-D-OPERATOR(XRC-HIT-IDX)
                    MOVE DRW-START-TIME TO XRC-D-START(XRC-HIT-IDX)
                    MOVE 0 TO XRC-D-CASH-IN(XRC-HIT-IDX)
                    MOVE 0 TO XRC-D-CASH-OUT(XRC-HIT-IDX)
                    MOVE 0 TO XRC-D-JRNL-IN(XRC-HIT-IDX)
                    MOVE 0 TO XRC-D-JRNL-OUT(XRC-HIT-IDX)
                 END-IF
                 IF XRC-HIT-IDX > 0
                    IF DRW-START-TIME < XRC-D-START(XRC-HIT-IDX)
                       MOVE DRW-START-TIME TO XRC-D-START(XRC-HIT-IDX)
                    END-IF
                    ADD DRW-CASH-IN TO XRC-D-CASH-IN(XRC-HIT-IDX)
                    ADD DRW-CASH-OUT TO XRC-D-CASH-OUT(XRC-HIT-IDX)
                 END-IF
              END-IF
              READ DRAWER-SESSIONS
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DRAWER-SESSIONS.
           EXIT.

       FIND-DRAWER-ENTRY.
           MOVE 0 TO XRC-HIT-IDX
           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-DRAWER-COUNT OR XRC-HIT-IDX > 0
              IF XRC-D-OPERATOR(XRC-IDX) = DRW-OPERATOR
                 MOVE XRC-IDX TO XRC-HIT-IDX
              END-IF
           END-PERFORM.
           EXIT.

       TOTAL-DRAWER-JOURNAL.
           IF XRC-DRAWER-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FOREIGN-ACCOUNTS
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND BANK-JOURNAL
           CLOSE BANK-JOURNAL
           OPEN INPUT BANK-JOURNAL
           READ BANK-JOURNAL
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              MOVE 0 TO XRC-FGN-HIT
              IF JRNL-TIMESTAMP(1:8) = BDT-DATE
                 PERFORM FIND-FOREIGN-ACCOUNT
              END-IF
      ***** FOREIGN-CURRENCY CASH IS HANDLED ON A SLIP, NOT THROUGH
      ***** THE PESO DRAWER
              IF JRNL-TIMESTAMP(1:8) = BDT-DATE AND XRC-FGN-HIT = 0
                 MOVE 0 TO XRC-HIT-IDX
                 PERFORM VARYING XRC-IDX FROM 1 BY 1
                     UNTIL XRC-IDX > XRC-DRAWER-COUNT OR
                           XRC-HIT-IDX > 0
                    IF XRC-D-OPERATOR(XRC-IDX) = JRNL-OPERATOR
                       MOVE XRC-IDX TO XRC-HIT-IDX
                    END-IF
                 END-PERFORM
                 IF XRC-HIT-IDX > 0
                    IF JRNL-TIMESTAMP(9:6) >=
                       XRC-D-START(XRC-HIT-IDX)
                       IF JRNL-TCODE = 'D' OR JRNL-TCODE = 'G' OR
                          JRNL-TCODE = 'H' OR JRNL-TCODE = 'Y'
                          ADD JRNL-AMOUNT
                             TO XRC-D-JRNL-IN(XRC-HIT-IDX)
                       END-IF
                       IF JRNL-TCODE = 'W'
                          ADD JRNL-AMOUNT
                             TO XRC-D-JRNL-OUT(XRC-HIT-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
              READ BANK-JOURNAL
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL.
           EXIT.

      ***** EVERY ACCOUNT WHOSE CURRENCY RECORD IS NOT PESOS
       LOAD-FOREIGN-ACCOUNTS.
           MOVE 0 TO XRC-FGN-COUNT
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF ACY-CURRENCY NOT = "PHP" AND XRC-FGN-COUNT < 500
                 ADD 1 TO XRC-FGN-COUNT
                 MOVE ACY-BANKNUM TO XRC-FGN-ACCT(XRC-FGN-COUNT)
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

       FIND-FOREIGN-ACCOUNT.
           MOVE 0 TO XRC-FGN-HIT
           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-FGN-COUNT OR XRC-FGN-HIT = 1
              IF XRC-FGN-ACCT(XRC-IDX) = JRNL-BANKNUM
                 MOVE 1 TO XRC-FGN-HIT
              END-IF
           END-PERFORM.
           EXIT.

      ***** WHEN NET PAY WAS DISBURSED ON THE BUSINESS DATE, EVERY
      ***** APPROVED NET PAY MUST TURN UP EXACTLY ONCE: CREDITED TO
      ***** OUR OWN LEDGER, SENT ON THE PARTNER-BANK TRANSMITTAL, OR
      ***** LEFT FOR A CASH ENVELOPE
       RECONCILE-PAYROLL.
           MOVE "APPROVED PAYROLL / CREDITS + TRANSMITTAL + ENVELOPES"
              TO XRC-SEC-TITLE
           PERFORM START-SECTION
           PERFORM FIND-DISBURSEMENT-RUN
           IF XRC-PAY-RAN = 0
              MOVE "NO NET PAY DISBURSED TODAY" TO RECON-REPORT-REC
              WRITE RECON-REPORT-REC
              PERFORM END-SECTION
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-EMP-XREF
           PERFORM LOAD-APPROVED-RUN
           PERFORM MATCH-TRANSMITTAL
           PERFORM MATCH-ENVELOPES
           PERFORM MATCH-PAYROLL-CREDITS
           COMPUTE XRC-PAID-TOTAL = XRC-CREDITED-TOTAL +
              XRC-XMIT-TOTAL + XRC-ENVELOPE-TOTAL

           MOVE SPACES TO XRC-PR-LABEL
           STRING "APPROVED RUN " DELIMITED BY SIZE
                  XRC-PAY-PERIOD DELIMITED BY SIZE
                  " HALF " DELIMITED BY SIZE
                  XRC-PAY-HALF DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
              INTO XRC-PR-LABEL
           END-STRING
           MOVE XRC-APPROVED-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "CREDITED TO OUR LEDGER:" TO XRC-PR-LABEL
           MOVE XRC-CREDITED-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "PARTNER-BANK TRANSMITTAL:" TO XRC-PR-LABEL
           MOVE XRC-XMIT-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "CASH ENVELOPES:" TO XRC-PR-LABEL
           MOVE XRC-ENVELOPE-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "TOTAL PAID OUT:" TO XRC-PR-LABEL
           MOVE XRC-PAID-TOTAL TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE

           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-PAY-COUNT
              IF XRC-P-HOW(XRC-IDX) = SPACE
                 MOVE XRC-P-EMPID(XRC-IDX) TO XRC-BRK-KEY
                 MOVE "APPROVED, NOT PAID OUT" TO XRC-BRK-TEXT
                 MOVE XRC-P-NET(XRC-IDX) TO XRC-BRK-A
                 MOVE 0 TO XRC-BRK-B
                 PERFORM WRITE-BREAK
              END-IF
           END-PERFORM
           IF XRC-BREAKS = 0 AND
              XRC-APPROVED-TOTAL NOT = XRC-PAID-TOTAL
              MOVE "TOTALS" TO XRC-BRK-KEY
              MOVE "APPROVED VS PAID OUT" TO XRC-BRK-TEXT
              MOVE XRC-APPROVED-TOTAL TO XRC-BRK-A
              MOVE XRC-PAID-TOTAL TO XRC-BRK-B
              PERFORM WRITE-BREAK
           END-IF
           PERFORM END-SECTION.
           EXIT.

      ***** THE INTERFACE HEADER DATES THE LAST DISBURSEMENT RUN AND
      ***** THE TRANSMITTAL HEADING NAMES ITS PERIOD AND HALF
       FIND-DISBURSEMENT-RUN.
           MOVE 0 TO XRC-PAY-RAN
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND BANK-INTERFACE
           CLOSE BANK-INTERFACE
           OPEN INPUT BANK-INTERFACE
           READ BANK-INTERFACE
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           IF XRC-EOF-FLAG = 0 AND BIF-TYPE = "H" AND
              BIF-DATE = BDT-DATE
              MOVE 1 TO XRC-PAY-RAN
           END-IF
           CLOSE BANK-INTERFACE
           IF XRC-PAY-RAN = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND TRANSMIT-REGISTER
           CLOSE TRANSMIT-REGISTER
           OPEN INPUT TRANSMIT-REGISTER
           READ TRANSMIT-REGISTER
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           IF XRC-EOF-FLAG = 0 AND
              TRH-TITLE = "PARTNER BANK TRANSMITTAL REGISTER "
              MOVE TRH-PERIOD TO XRC-PAY-PERIOD
              MOVE TRH-HALF TO XRC-PAY-HALF
           ELSE
              MOVE 0 TO XRC-PAY-RAN
           END-IF
           CLOSE TRANSMIT-REGISTER.
           EXIT.

       LOAD-EMP-XREF.
           MOVE 0 TO XRC-EOF-FLAG
           MOVE 0 TO XRC-XREF-COUNT
           OPEN EXTEND EMP-ACCOUNT-XREF
           CLOSE EMP-ACCOUNT-XREF
           OPEN INPUT EMP-ACCOUNT-XREF
           READ EMP-ACCOUNT-XREF
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF XRC-XREF-COUNT < 500
                 ADD 1 TO XRC-XREF-COUNT
                 MOVE EAX-EMPID TO XRC-X-EMPID(XRC-XREF-COUNT)
                 MOVE EAX-BANKNUM TO XRC-X-ACCT(XRC-XREF-COUNT)
              END-IF
              READ EMP-ACCOUNT-XREF
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EMP-ACCOUNT-XREF.
           EXIT.

      ***** THE RUN'S ROWS AS THE DISBURSEMENT SELECTED THEM: THE
      ***** PERIOD, AND THE HALF WHEN ONE WAS GIVEN
       LOAD-APPROVED-RUN.
           MOVE 0 TO XRC-EOF-FLAG
           MOVE 0 TO XRC-PAY-COUNT
           OPEN EXTEND BANKINFO
           CLOSE BANKINFO
           OPEN INPUT BANKINFO
           READ BANKINFO
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF EMP-ID NOT = "99999" AND
                 EMP-PERIOD = XRC-PAY-PERIOD AND
                 (XRC-PAY-HALF = SPACE OR EMP-HALF = XRC-PAY-HALF)
                 COMPUTE XRC-PAY-NET = FUNCTION NUMVAL(EMP-NETPAY)
                 ADD XRC-PAY-NET TO XRC-APPROVED-TOTAL
                 IF XRC-PAY-COUNT < 500
                    ADD 1 TO XRC-PAY-COUNT
                    MOVE EMP-ID TO XRC-P-EMPID(XRC-PAY-COUNT)
                    MOVE XRC-PAY-NET TO XRC-P-NET(XRC-PAY-COUNT)
                    MOVE SPACES TO XRC-P-ACCT(XRC-PAY-COUNT)
                    MOVE SPACE TO XRC-P-HOW(XRC-PAY-COUNT)
                    PERFORM VARYING XRC-IDX FROM 1 BY 1
                        UNTIL XRC-IDX > XRC-XREF-COUNT
                       IF XRC-X-EMPID(XRC-IDX) = EMP-ID
                          MOVE XRC-X-ACCT(XRC-IDX)
                             TO XRC-P-ACCT(XRC-PAY-COUNT)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
              READ BANKINFO
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANKINFO.
           EXIT.

       MATCH-TRANSMITTAL.
           MOVE 'T' TO XRC-PAY-HOW
           MOVE 0 TO XRC-EOF-FLAG
           OPEN INPUT TRANSMIT-REGISTER
           READ TRANSMIT-REGISTER
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF TRH-TITLE NOT = "PARTNER BANK TRANSMITTAL REGISTER "
                 COMPUTE XRC-PAY-NET = FUNCTION NUMVAL(TR-NET)
                 ADD XRC-PAY-NET TO XRC-XMIT-TOTAL
                 MOVE TR-EMPID TO XRC-BRK-KEY
                 PERFORM MATCH-ONE-PAYMENT
              END-IF
              READ TRANSMIT-REGISTER
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE TRANSMIT-REGISTER.
           EXIT.

      ***** THE DISBURSEMENT'S OWN PAY-IN-CASH NOTES ARE THE ENVELOPES
       MATCH-ENVELOPES.
           MOVE 'E' TO XRC-PAY-HOW
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND DISBURSE-REPORT
           CLOSE DISBURSE-REPORT
           OPEN INPUT DISBURSE-REPORT
           READ DISBURSE-REPORT
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF DRP-NOTE = "NO ACCOUNT - PAY IN CASH " OR
                 DRP-NOTE = "ACCOUNT CLOSED - CASH    " OR
                 DRP-NOTE = "XREF ACCOUNT MISSING     "
                 COMPUTE XRC-PAY-NET = FUNCTION NUMVAL(DRP-AMOUNT)
                 ADD XRC-PAY-NET TO XRC-ENVELOPE-TOTAL
                 MOVE DRP-EMPID TO XRC-BRK-KEY
                 PERFORM MATCH-ONE-PAYMENT
              END-IF
              READ DISBURSE-REPORT
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DISBURSE-REPORT.
           EXIT.

      ***** A PAYMENT FOUND ON ONE OF THE OUTBOUND SIDES IS TICKED
      ***** OFF ITS APPROVED ROW; AN EXTRA OR A WRONG AMOUNT BREAKS
       MATCH-ONE-PAYMENT.
           MOVE 0 TO XRC-HIT-IDX
           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-PAY-COUNT OR XRC-HIT-IDX > 0
              IF XRC-P-EMPID(XRC-IDX) = XRC-BRK-KEY AND
                 XRC-P-HOW(XRC-IDX) = SPACE
                 MOVE XRC-IDX TO XRC-HIT-IDX
              END-IF
           END-PERFORM
           IF XRC-HIT-IDX = 0
              MOVE "PAID OUT, NOT APPROVED" TO XRC-BRK-TEXT
              MOVE 0 TO XRC-BRK-A
              MOVE XRC-PAY-NET TO XRC-BRK-B
              PERFORM WRITE-BREAK
              EXIT PARAGRAPH
           END-IF
           MOVE XRC-PAY-HOW TO XRC-P-HOW(XRC-HIT-IDX)
           IF XRC-P-NET(XRC-HIT-IDX) NOT = XRC-PAY-NET
              MOVE "AMOUNT DIFFERS FROM RUN" TO XRC-BRK-TEXT
              MOVE XRC-P-NET(XRC-HIT-IDX) TO XRC-BRK-A
              MOVE XRC-PAY-NET TO XRC-BRK-B
              PERFORM WRITE-BREAK
           END-IF.
           EXIT.

      ***** THE DISBURSEMENT'S OWN-LEDGER CREDITS ARE JOURNALED AS N
      ***** UNDER THE *DSBR MARK; THE ACCOUNT LEADS BACK TO THE
      ***** EMPLOYEE THROUGH THE CROSS-REFERENCE
       MATCH-PAYROLL-CREDITS.
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND BANK-JOURNAL
           CLOSE BANK-JOURNAL
           OPEN INPUT BANK-JOURNAL
           READ BANK-JOURNAL
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF JRNL-TCODE = 'N' AND JRNL-OPERATOR = "*DSBR" AND
                 JRNL-TIMESTAMP(1:8) = BDT-DATE
                 ADD JRNL-AMOUNT TO XRC-CREDITED-TOTAL
                 MOVE JRNL-AMOUNT TO XRC-PAY-NET
                 PERFORM MATCH-ONE-CREDIT
              END-IF
              READ BANK-JOURNAL
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL.
           EXIT.

       MATCH-ONE-CREDIT.
           MOVE 0 TO XRC-HIT-IDX
           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-PAY-COUNT OR XRC-HIT-IDX > 0
              IF XRC-P-ACCT(XRC-IDX) = JRNL-BANKNUM AND
                 XRC-P-HOW(XRC-IDX) = SPACE AND
                 XRC-P-NET(XRC-IDX) = XRC-PAY-NET
                 MOVE XRC-IDX TO XRC-HIT-IDX
              END-IF
           END-PERFORM
           IF XRC-HIT-IDX > 0
              MOVE 'J' TO XRC-P-HOW(XRC-HIT-IDX)
           ELSE
              MOVE JRNL-BANKNUM TO XRC-BRK-KEY
              MOVE "CREDITED, NOT IN THE RUN" TO XRC-BRK-TEXT
              MOVE 0 TO XRC-BRK-A
              MOVE XRC-PAY-NET TO XRC-BRK-B
              PERFORM WRITE-BREAK
           END-IF.
           EXIT.

      ***** TUITION THE TELLERS PUT ON THE SCHOOL'S ACCOUNT AGAINST
      ***** THE BANK PAYMENTS ON THE STUDENT BILLING LEDGER, PAIRED BY
      ***** JOURNAL TIME AND AMOUNT
       RECONCILE-TUITION.
           MOVE "TUITION TAKEN AT THE BANK / STUDENT LEDGER PAYMENTS"
              TO XRC-SEC-TITLE
           PERFORM START-SECTION
           PERFORM FIND-SCHOOL-ACCOUNT
           IF XRC-SCHOOL-ACCT NOT = SPACES
              PERFORM LOAD-TUITION-POSTINGS
           END-IF
           PERFORM MATCH-TUITION-LEDGER

           MOVE "TUITION TAKEN (JOURNAL):" TO XRC-PR-LABEL
           MOVE XRC-TUI-BANK TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE
           MOVE "STUDENT LEDGER PAYMENTS:" TO XRC-PR-LABEL
           MOVE XRC-TUI-LEDGER TO XRC-PR-AMOUNT
           WRITE RECON-REPORT-REC FROM XRC-PAIR-LINE

           PERFORM VARYING XRC-IDX FROM 1 BY 1
               UNTIL XRC-IDX > XRC-TUI-COUNT
              IF XRC-T-MATCHED(XRC-IDX) = 'N'
                 MOVE XRC-T-TIME(XRC-IDX) TO XRC-BRK-KEY
                 MOVE "TAKEN, NOT ON THE LEDGER" TO XRC-BRK-TEXT
                 MOVE XRC-T-AMOUNT(XRC-IDX) TO XRC-BRK-A
                 MOVE 0 TO XRC-BRK-B
                 PERFORM WRITE-BREAK
              END-IF
           END-PERFORM
           PERFORM END-SECTION.
           EXIT.

       FIND-SCHOOL-ACCOUNT.
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND BILLER-MASTER
           CLOSE BILLER-MASTER
           OPEN INPUT BILLER-MASTER
           READ BILLER-MASTER
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF BLR-CODE = "SCHOL"
                 MOVE BLR-SETTLE-ACCT TO XRC-SCHOOL-ACCT
                 MOVE 1 TO XRC-EOF-FLAG
              ELSE
                 READ BILLER-MASTER
                    AT END MOVE 1 TO XRC-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE BILLER-MASTER.
           EXIT.

       LOAD-TUITION-POSTINGS.
           MOVE 0 TO XRC-EOF-FLAG
           MOVE 0 TO XRC-TUI-COUNT
           OPEN EXTEND BANK-JOURNAL
           CLOSE BANK-JOURNAL
           OPEN INPUT BANK-JOURNAL
           READ BANK-JOURNAL
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF JRNL-BANKNUM = XRC-SCHOOL-ACCT AND
                 JRNL-TIMESTAMP(1:8) = BDT-DATE AND
                 (JRNL-TCODE = 'Y' OR JRNL-TCODE = 'A')
                 ADD JRNL-AMOUNT TO XRC-TUI-BANK
                 IF XRC-TUI-COUNT < 500
                    ADD 1 TO XRC-TUI-COUNT
                    MOVE JRNL-TIMESTAMP(9:6)
                       TO XRC-T-TIME(XRC-TUI-COUNT)
                    MOVE JRNL-AMOUNT TO XRC-T-AMOUNT(XRC-TUI-COUNT)
                    MOVE 'N' TO XRC-T-MATCHED(XRC-TUI-COUNT)
                 END-IF
              END-IF
              READ BANK-JOURNAL
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL.
           EXIT.

       MATCH-TUITION-LEDGER.
           MOVE 0 TO XRC-EOF-FLAG
           OPEN EXTEND TUITION-LEDGER
           CLOSE TUITION-LEDGER
           OPEN INPUT TUITION-LEDGER
           READ TUITION-LEDGER
              AT END MOVE 1 TO XRC-EOF-FLAG
           END-READ
           PERFORM UNTIL XRC-EOF-FLAG = 1
              IF TSB-TYPE = 'P' AND TSB-REF-SOURCE = "BANK" AND
                 TSB-DATE = BDT-DATE
                 ADD TSB-AMOUNT TO XRC-TUI-LEDGER
                 MOVE 0 TO XRC-HIT-IDX
                 PERFORM VARYING XRC-IDX FROM 1 BY 1
                     UNTIL XRC-IDX > XRC-TUI-COUNT OR
                           XRC-HIT-IDX > 0
                    IF XRC-T-MATCHED(XRC-IDX) = 'N' AND
                       XRC-T-TIME(XRC-IDX) = TSB-REF-TIME AND
                       XRC-T-AMOUNT(XRC-IDX) = TSB-AMOUNT
                       MOVE XRC-IDX TO XRC-HIT-IDX
                    END-IF
                 END-PERFORM
                 IF XRC-HIT-IDX > 0
                    MOVE 'Y' TO XRC-T-MATCHED(XRC-HIT-IDX)
                 ELSE
                    MOVE TSB-STUDENT-ID TO XRC-BRK-KEY
                    MOVE "ON THE LEDGER, NOT TAKEN" TO XRC-BRK-TEXT
                    MOVE 0 TO XRC-BRK-A
                    MOVE TSB-AMOUNT TO XRC-BRK-B
                    PERFORM WRITE-BREAK
                 END-IF
              END-IF
              READ TUITION-LEDGER
                 AT END MOVE 1 TO XRC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE TUITION-LEDGER.
           EXIT.


      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE DATE WHEN NO
      ***** CONTROL RECORD EXISTS YET
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
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING;
      ***** THE END RECORD CARRIES FAIL WHEN ANY PAIR BROKE, WHICH
      ***** HOLDS THE DATE ROLL
       LOG-RUN-START.
           MOVE "CROSS-SYSTEM-RECON" TO RC-PROGRAM
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
           MOVE "CROSS-SYSTEM-RECON" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE XRC-RUN-STATUS TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM CROSS-SYSTEM-RECON.
