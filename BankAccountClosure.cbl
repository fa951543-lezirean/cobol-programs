      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: FEBRUARY 05, 2024
      * Purpose: CLOSE OUT A BANK LEDGER ACCOUNT WITH FINAL SETTLEMENT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ACCOUNT-CLOSURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT ACCOUNT-HOLDS ASSIGN TO
           "C:\cobol_project\AccountHolds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAN-MASTER ASSIGN TO
           "C:\cobol_project\LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CHECK-REGISTER ASSIGN TO
           "C:\cobol_project\CheckRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CHECK-REGISTER-TEMP ASSIGN TO
           "C:\cobol_project\CheckRegisterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STANDING-ORDERS ASSIGN TO
           "C:\cobol_project\StandingOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STANDING-ORDERS-TEMP ASSIGN TO
           "C:\cobol_project\StandingOrdersTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RATE-TIERS ASSIGN TO
           "C:\cobol_project\RateTiers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FEE-SCHEDULE ASSIGN TO
           "C:\cobol_project\FeeSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TAX-REMIT ASSIGN TO
           "C:\cobol_project\InterestTaxRemit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANK-JOURNAL ASSIGN TO
           "C:\cobol_project\BankJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CLOSING-STATEMENT ASSIGN TO
           "C:\cobol_project\ClosingStatement.dat"
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
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** LEDG-STATUS: A=ACTIVE F=FROZEN C=CLOSED D=DORMANT
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** (HLD-STATUS: A=ACTIVE L=LIFTED; BLANK EXPIRY NEVER LAPSES)
       FD ACCOUNT-HOLDS.
       01 ACCOUNT-HOLD-REC.
          05 HLD-BANKNUM PIC X(5).
          05 HLD-AMOUNT PIC 9(9)V9(2).
          05 HLD-REASON PIC X(10).
          05 HLD-EXPIRY PIC X(8).
          05 HLD-STATUS PIC X(01).
      ***** ONE LOAN PER BORROWER ACCOUNT (LN-STATUS: A=ACTIVE P=PAID)
       FD LOAN-MASTER.
       01 LOAN-MASTER-REC.
          05 LN-ACCT PIC X(5).
          05 LN-PRINCIPAL PIC 9(9)V9(2).
          05 LN-RATE PIC 99V9(2).
          05 LN-TERM PIC 9(3).
          05 LN-BALANCE PIC 9(9)V9(2).
          05 LN-DISB-DATE PIC X(8).
          05 LN-PAID-COUNT PIC 9(3).
          05 LN-STATUS PIC X(01).
          05 LN-PENALTY-DUE PIC 9(9)V9(2).
          05 LN-PENALTY-THRU PIC X(8).
      ***** ONE ROW PER CHECK LEAF ISSUED TO AN ACCOUNT
      ***** (CK-STATUS: O=OUTSTANDING P=PRESENTED R=RETURNED
      *****  S=STOPPED C=CANCELLED, SURRENDERED UNUSED AT CLOSURE)
       FD CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
          05 CK-ACCT PIC X(5).
          05 CK-NUMBER PIC 9(6).
          05 CK-STATUS PIC X(01).
          05 CK-AMOUNT PIC 9(6)V9(2).
          05 CK-ISSUE-DATE PIC X(8).
          05 CK-STATUS-DATE PIC X(8).
       FD CHECK-REGISTER-TEMP.
       01 TEMP-CHECK-REGISTER-REC.
          05 TCK-ACCT PIC X(5).
          05 TCK-NUMBER PIC 9(6).
          05 TCK-STATUS PIC X(01).
          05 TCK-AMOUNT PIC 9(6)V9(2).
          05 TCK-ISSUE-DATE PIC X(8).
          05 TCK-STATUS-DATE PIC X(8).
      ***** ONE RECURRING PAYMENT PER RECORD, EXECUTED ON SO-DAY OF
      ***** EVERY MONTH WHILE SO-ACTIVE IS 'Y'
       FD STANDING-ORDERS.
       01 STANDING-ORDER-REC.
          05 SO-ACCT PIC X(5).
          05 SO-CPARTY PIC X(5).
          05 SO-AMOUNT PIC 9(6)V9(2).
          05 SO-DAY PIC 9(2).
          05 SO-ACTIVE PIC X(01).
       FD STANDING-ORDERS-TEMP.
       01 TEMP-STANDING-ORDER-REC.
          05 TSO-ACCT PIC X(5).
          05 TSO-CPARTY PIC X(5).
          05 TSO-AMOUNT PIC 9(6)V9(2).
          05 TSO-DAY PIC 9(2).
          05 TSO-ACTIVE PIC X(01).
      ***** THE SAME BALANCE BANDS THE MONTHLY ACCRUAL RUN USES,
      ***** ONE SET PER CURRENCY (BLANK CURRENCY = PESOS)
       FD RATE-TIERS.
       01 RATE-TIER-REC.
          05 TIER-MAXBAL PIC 9(6)V9(2).
          05 TIER-ANNUAL-RATE PIC 99V9(2).
          05 TIER-EFFDATE PIC X(8).
          05 TIER-CURRENCY PIC X(3).
      ***** THE SHOP'S ONE-ROW FEE SCHEDULE: THE MINIMUM MONTHLY
      ***** BALANCE, THE FALL-BELOW FEE, AND THE DORMANCY FEE
       FD FEE-SCHEDULE.
       01 FEE-SCHEDULE-REC.
          05 FEE-MIN-BALANCE PIC 9(6)V9(2).
          05 FEE-FALL-BELOW PIC 9(4)V9(2).
          05 FEE-DORMANCY PIC 9(4)V9(2).
      ***** FINAL TAX WITHHELD ON INTEREST, ACCUMULATED BY ACCRUAL
      ***** MONTH FOR THE BIR REMITTANCE (*TOT = MONTH TOTAL ROW)
       FD TAX-REMIT.
       01 TAX-REMIT-REC.
          05 ITR-MONTH PIC X(6).
          05 ITR-BANKNUM PIC X(5).
          05 ITR-GROSS PIC 9(11)V9(2).
          05 ITR-TAX PIC 9(11)V9(2).
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
       FD CLOSING-STATEMENT.
       01 CLOSING-STATEMENT-REC PIC X(70).
      ***** THE CURRENCY EACH ACCOUNT IS KEPT IN (NONE = PESOS)
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
      ********** RATE TIER TABLE LOADED FROM THE TIER FILE
       01 CLS-TIER-TABLE.
          05 CLS-TIER-ENTRY OCCURS 10 TIMES.
             10 CLS-TIER-MAXBAL PIC 9(6)V9(2).
             10 CLS-TIER-RATE PIC 99V9(2).
       01 CLS-TIER-COUNT PIC 9(2) VALUE 0.
       01 CLS-TIER-IDX PIC 9(2).
       01 CLS-TIER-EOF PIC 9 VALUE 0.
       01 CLS-SET-EFFDATE PIC X(8) VALUE SPACES.
       01 CLS-RATE-FOUND PIC 99V9(2).
       01 CLS-TIER-CCY PIC X(3).
      ********** ACCOUNT CURRENCY AND THE USD RATE FOR THE CLOSURE
       01 CLS-CCY PIC X(3) VALUE "PHP".
       01 CLS-DEST-CCY PIC X(3) VALUE "PHP".
       01 CLS-CCY-ACCT PIC X(5).
       01 CLS-CCY-FOUND PIC X(3).
       01 CLS-USD-BUY PIC 9(3)V9(4) VALUE 0.
       01 CLS-USD-RATE-DATE PIC X(8) VALUE SPACES.
       01 CLS-PESO-INTEREST PIC 9(11)V9(2) VALUE 0.
       01 CLS-PESO-TAX PIC 9(11)V9(2) VALUE 0.
      ***** THE BIR FINAL TAX ON INTEREST INCOME, AS IN THE ACCRUAL
       01 CLS-WTAX-RATE PIC 9V9(2) VALUE 0.20.
      ********** LOADED FEE SCHEDULE (DEFAULTS IF NEVER SEEDED)
       01 CLS-MIN-BALANCE PIC 9(6)V9(2) VALUE 1000.00.
       01 CLS-FALL-BELOW PIC 9(4)V9(2) VALUE 300.00.
       01 CLS-DORMANCY PIC 9(4)V9(2) VALUE 50.00.
      ********** CLOSURE WORK FIELDS
       01 CLS-SEQ.
          05 CLS-ACCT PIC X(5).
          05 CLS-NAME PIC X(10).
          05 CLS-STATUS PIC X(01).
          05 CLS-OLD-BALANCE PIC 9(9)V9(2).
          05 CLS-BALANCE PIC 9(9)V9(2).
          05 CLS-FOUND-FLAG PIC 9 VALUE 0.
          05 CLS-EOF-FLAG PIC 9 VALUE 0.
          05 CLS-CONFIRM PIC X(01).
          05 CLS-HOLD-COUNT PIC 9(3) VALUE 0.
          05 CLS-LOAN-FLAG PIC 9 VALUE 0.
          05 CLS-FIRSTIN PIC X(6).
          05 CLS-LASTIN PIC X(6).
          05 CLS-FIRST-LEAF PIC 9(6) VALUE 0.
          05 CLS-LAST-LEAF PIC 9(6) VALUE 0.
          05 CLS-OUTSTANDING PIC 9(3) VALUE 0.
          05 CLS-CANCELLED PIC 9(3) VALUE 0.
          05 CLS-SO-CANCELLED PIC 9(3) VALUE 0.
          05 CLS-LAST-ACCRUAL PIC X(8).
          05 CLS-DAYS PIC 9(5) VALUE 0.
          05 CLS-INTEREST PIC 9(9)V9(2) VALUE 0.
          05 CLS-TAX PIC 9(9)V9(2) VALUE 0.
          05 CLS-NET PIC 9(9)V9(2) VALUE 0.
          05 CLS-MONTH PIC X(6).
          05 CLS-MONTH-LOW PIC 9(9)V9(2).
          05 CLS-START-BAL PIC 9(9)V9(2).
          05 CLS-START-SEEN PIC 9 VALUE 0.
          05 CLS-IN-MONTH PIC 9 VALUE 0.
          05 CLS-FEE-CHARGED PIC 9 VALUE 0.
          05 CLS-FEE PIC 9(4)V9(2) VALUE 0.
          05 CLS-PAYOUT PIC 9(9)V9(2) VALUE 0.
          05 CLS-PAY-MODE PIC X(01).
          05 CLS-DEST PIC X(5).
          05 CLS-DEST-BALANCE PIC 9(9)V9(2).
          05 CLS-DEST-STATUS PIC X(01).
          05 CLS-AMOUNTDIS PIC ZZZ,ZZZ,ZZ9.99.
      ********** CLOSING STATEMENT LINE LAYOUTS
       01 CLS-TITLE-LINE.
          05 FILLER PIC X(26) VALUE "CLOSING STATEMENT         ".
          05 CLS-TTL-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CLS-TTL-NAME PIC X(10).
          05 FILLER PIC X(4) VALUE SPACES.
          05 CLS-TTL-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CLS-TTL-CCY PIC X(3).
       01 CLS-AMOUNT-LINE.
          05 CLS-AL-LABEL PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CLS-AL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 CLS-COUNT-LINE.
          05 CLS-CL-LABEL PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CLS-CL-COUNT PIC ZZ9.
       01 CLS-TEXT-LINE.
          05 CLS-TL-LABEL PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CLS-TL-TEXT PIC X(30).
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "CLOSING-STMT".
          05 SPL-P-PROGRAM PIC X(24) VALUE "BANK-ACCOUNT-CLOSURE".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\ClosingStatement.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCOUNT CLOSURE".
           DISPLAY "ENTER BANK ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT CLS-ACCT.
           PERFORM GET-BUSINESS-DATE.

           PERFORM LOOKUP-LEDGER.
           IF CLS-FOUND-FLAG = 0
              DISPLAY "ACCOUNT " CLS-ACCT " NOT ON THE LEDGER"
              GOBACK
           END-IF.
           IF CLS-STATUS = 'C'
              DISPLAY "ACCOUNT " CLS-ACCT " IS ALREADY CLOSED"
              GOBACK
           END-IF.

      ***** A USD ACCOUNT NEEDS A RATE TO STATE ITS FEE AND TAX
           MOVE CLS-ACCT TO CLS-CCY-ACCT
           PERFORM LOOKUP-ACCOUNT-CURRENCY.
           MOVE CLS-CCY-FOUND TO CLS-CCY.
           IF CLS-CCY = "USD"
              PERFORM LOAD-USD-RATE
              IF CLS-USD-BUY = 0
                 DISPLAY "NO USD RATE ON FILE - CANNOT CLOSE"
                 GOBACK
              END-IF
           END-IF.

           MOVE CLS-BALANCE TO CLS-AMOUNTDIS
           DISPLAY "NAME ON FILE:   " CLS-NAME.
           DISPLAY "BALANCE:        " CLS-AMOUNTDIS " " CLS-CCY.

      ***** NOTHING IS TOUCHED UNTIL EVERY BLOCKING CONDITION CLEARS
           PERFORM COUNT-ACTIVE-HOLDS.
           IF CLS-HOLD-COUNT > 0
              DISPLAY "ACCOUNT HAS " CLS-HOLD-COUNT
                 " ACTIVE HOLD(S) - CANNOT CLOSE"
              GOBACK
           END-IF.
           PERFORM CHECK-ACTIVE-LOAN.
           IF CLS-LOAN-FLAG = 1
              DISPLAY "ACCOUNT HAS AN ACTIVE LOAN - CANNOT CLOSE"
              GOBACK
           END-IF.

           DISPLAY "FIRST UNUSED LEAF SURRENDERED (BLANK=NONE): "
               WITH NO ADVANCING.
           ACCEPT CLS-FIRSTIN.
           IF CLS-FIRSTIN NOT = SPACES
              MOVE CLS-FIRSTIN TO CLS-FIRST-LEAF
              DISPLAY "LAST UNUSED LEAF SURRENDERED:               "
                  WITH NO ADVANCING
              ACCEPT CLS-LASTIN
              IF CLS-LASTIN = SPACES
                 MOVE CLS-FIRST-LEAF TO CLS-LAST-LEAF
              ELSE
                 MOVE CLS-LASTIN TO CLS-LAST-LEAF
              END-IF
           END-IF.
           PERFORM COUNT-OUTSTANDING-CHECKS.
           IF CLS-OUTSTANDING > 0
              DISPLAY "ACCOUNT HAS " CLS-OUTSTANDING
                 " OUTSTANDING CHECK(S) - CANNOT CLOSE"
              GOBACK
           END-IF.

           MOVE CLS-BALANCE TO CLS-OLD-BALANCE
           PERFORM COMPUTE-CLOSING-INTEREST.
           PERFORM COMPUTE-PENDING-FEE.
           COMPUTE CLS-PAYOUT = CLS-BALANCE + CLS-NET - CLS-FEE.

           MOVE CLS-INTEREST TO CLS-AMOUNTDIS
           DISPLAY "INTEREST TO DATE:   " CLS-AMOUNTDIS.
           MOVE CLS-TAX TO CLS-AMOUNTDIS
           DISPLAY "FINAL TAX WITHHELD: " CLS-AMOUNTDIS.
           MOVE CLS-FEE TO CLS-AMOUNTDIS
           DISPLAY "SERVICE FEE:        " CLS-AMOUNTDIS.
           MOVE CLS-PAYOUT TO CLS-AMOUNTDIS
           DISPLAY "NET TO PAY OUT:     " CLS-AMOUNTDIS.

           MOVE 'C' TO CLS-PAY-MODE
           IF CLS-PAYOUT > 0
              DISPLAY "PAY OUT AS [C]ASH OR [T]RANSFER: "
                  WITH NO ADVANCING
              ACCEPT CLS-PAY-MODE
              IF CLS-PAY-MODE = 't'
                 MOVE 'T' TO CLS-PAY-MODE
              END-IF
              IF CLS-PAY-MODE = 'T'
                 DISPLAY "DESTINATION ACCOUNT: " WITH NO ADVANCING
                 ACCEPT CLS-DEST
                 PERFORM LOOKUP-DESTINATION
                 IF CLS-FOUND-FLAG = 0
                    DISPLAY "DESTINATION CANNOT ACCEPT THE PROCEEDS"
                       " - NOTHING CHANGED"
                    GOBACK
                 END-IF
              ELSE
                 MOVE 'C' TO CLS-PAY-MODE
              END-IF
           END-IF.

           DISPLAY "CONFIRM CLOSURE OF " CLS-ACCT " (Y/N): "
               WITH NO ADVANCING.
           ACCEPT CLS-CONFIRM.
           IF CLS-CONFIRM NOT = 'Y' AND CLS-CONFIRM NOT = 'y'
              DISPLAY "CLOSURE ABANDONED - NOTHING CHANGED"
              GOBACK
           END-IF.

           PERFORM POST-CLOSING-INTEREST.
           PERFORM POST-PENDING-FEE.
           PERFORM CANCEL-CHECK-STOCK.
           PERFORM CANCEL-STANDING-ORDERS.
           PERFORM POST-PAYOUT.
           PERFORM PRINT-CLOSING-STATEMENT.

           DISPLAY "ACCOUNT " CLS-ACCT " IS NOW CLOSED".
           GOBACK.

      ***** DIRECT KEYED READ OF THE ACCOUNT ON THE INDEXED LEDGER
       LOOKUP-LEDGER.
           MOVE 0 TO CLS-FOUND-FLAG
           OPEN INPUT BANKLEDGER
           MOVE CLS-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO CLS-FOUND-FLAG
              NOT INVALID KEY
                 MOVE 1 TO CLS-FOUND-FLAG
                 MOVE LEDG-BANKNAME TO CLS-NAME
                 MOVE LEDG-BALANCE TO CLS-BALANCE
                 MOVE LEDG-STATUS TO CLS-STATUS
           END-READ
           CLOSE BANKLEDGER.
           EXIT.

      ***** THE PROCEEDS MAY ONLY GO TO AN OPEN, UNFROZEN ACCOUNT
       LOOKUP-DESTINATION.
           MOVE 0 TO CLS-FOUND-FLAG
           IF CLS-DEST = CLS-ACCT
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT BANKLEDGER
           MOVE CLS-DEST TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO CLS-FOUND-FLAG
              NOT INVALID KEY
                 IF LEDG-STATUS NOT = 'C' AND LEDG-STATUS NOT = 'F'
                    MOVE 1 TO CLS-FOUND-FLAG
                 END-IF
           END-READ
           CLOSE BANKLEDGER
      ***** AND ONLY TO AN ACCOUNT KEPT IN THE SAME CURRENCY
           MOVE CLS-DEST TO CLS-CCY-ACCT
           PERFORM LOOKUP-ACCOUNT-CURRENCY
           MOVE CLS-CCY-FOUND TO CLS-DEST-CCY
           IF CLS-DEST-CCY NOT = CLS-CCY
              MOVE 0 TO CLS-FOUND-FLAG
           END-IF.
           EXIT.

      ***** THE CURRENCY OF ONE ACCOUNT; NO RECORD MEANS PESOS
       LOOKUP-ACCOUNT-CURRENCY.
           MOVE "PHP" TO CLS-CCY-FOUND
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND ACCOUNT-CURRENCY
           CLOSE ACCOUNT-CURRENCY
           OPEN INPUT ACCOUNT-CURRENCY
           READ ACCOUNT-CURRENCY
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              IF ACY-BANKNUM = CLS-CCY-ACCT
                 MOVE ACY-CURRENCY TO CLS-CCY-FOUND
              END-IF
              READ ACCOUNT-CURRENCY
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-CURRENCY.
           EXIT.

      ***** LATEST USD BUYING RATE DATED ON OR BEFORE THE CLOSURE
       LOAD-USD-RATE.
           MOVE 0 TO CLS-USD-BUY
           MOVE SPACES TO CLS-USD-RATE-DATE
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND FX-RATES
           CLOSE FX-RATES
           OPEN INPUT FX-RATES
           READ FX-RATES
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              IF FXR-CURRENCY = "USD" AND FXR-DATE <= BDT-DATE
                 AND FXR-DATE >= CLS-USD-RATE-DATE
                 MOVE FXR-DATE TO CLS-USD-RATE-DATE
                 MOVE FXR-BUY TO CLS-USD-BUY
              END-IF
              READ FX-RATES
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FX-RATES.
           EXIT.

      ***** ANY ACTIVE HOLD STILL IN FORCE ON THE BUSINESS DATE
      ***** BLOCKS THE CLOSURE
       COUNT-ACTIVE-HOLDS.
           MOVE 0 TO CLS-HOLD-COUNT
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND ACCOUNT-HOLDS
           CLOSE ACCOUNT-HOLDS
           OPEN INPUT ACCOUNT-HOLDS
           READ ACCOUNT-HOLDS
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              IF HLD-BANKNUM = CLS-ACCT AND HLD-STATUS = 'A'
                 AND (HLD-EXPIRY = SPACES OR HLD-EXPIRY >= BDT-DATE)
                 ADD 1 TO CLS-HOLD-COUNT
              END-IF
              READ ACCOUNT-HOLDS
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-HOLDS.
           EXIT.

       CHECK-ACTIVE-LOAN.
           MOVE 0 TO CLS-LOAN-FLAG
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND LOAN-MASTER
           CLOSE LOAN-MASTER
           OPEN INPUT LOAN-MASTER
           READ LOAN-MASTER
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              IF LN-ACCT = CLS-ACCT AND LN-STATUS = 'A'
                 MOVE 1 TO CLS-LOAN-FLAG
              END-IF
              READ LOAN-MASTER
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOAN-MASTER.
           EXIT.

      ***** EVERY LEAF STILL OUTSTANDING THAT THE DEPOSITOR DID NOT
      ***** HAND BACK UNUSED MAY YET BE PRESENTED, SO IT BLOCKS THE
      ***** CLOSURE; STOPPED LEAVES WILL BOUNCE AND DO NOT COUNT
       COUNT-OUTSTANDING-CHECKS.
           MOVE 0 TO CLS-OUTSTANDING
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND CHECK-REGISTER
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER
           READ CHECK-REGISTER
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              IF CK-ACCT = CLS-ACCT AND CK-STATUS = 'O'
                 IF CLS-FIRSTIN = SPACES
                    OR CK-NUMBER < CLS-FIRST-LEAF
                    OR CK-NUMBER > CLS-LAST-LEAF
                    ADD 1 TO CLS-OUTSTANDING
                 END-IF
              END-IF
              READ CHECK-REGISTER
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER.
           EXIT.

      ***** INTEREST FROM THE LAST MONTHLY ACCRUAL (OR THE OPENING
      ***** ENTRY) UP TO THE BUSINESS DATE, ACTUAL DAYS OVER 365 AT
      ***** THE TIER RATE THE MONTHLY RUN WOULD HAVE APPLIED
       COMPUTE-CLOSING-INTEREST.
           MOVE 0 TO CLS-INTEREST
           MOVE 0 TO CLS-TAX
           MOVE 0 TO CLS-NET
           MOVE SPACES TO CLS-LAST-ACCRUAL
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND BANK-JOURNAL
           CLOSE BANK-JOURNAL
           OPEN INPUT BANK-JOURNAL
           READ BANK-JOURNAL
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              IF JRNL-BANKNUM = CLS-ACCT
                 IF CLS-LAST-ACCRUAL = SPACES
                    OR (JRNL-TCODE = 'I' AND JRNL-OPERATOR = "*ACCR")
                    MOVE JRNL-TIMESTAMP(1:8) TO CLS-LAST-ACCRUAL
                 END-IF
              END-IF
              READ BANK-JOURNAL
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL

           IF CLS-LAST-ACCRUAL = SPACES OR CLS-LAST-ACCRUAL >= BDT-DATE
              EXIT PARAGRAPH
           END-IF
           COMPUTE CLS-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BDT-DATE))
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CLS-LAST-ACCRUAL))

           PERFORM LOAD-RATE-TIERS
           PERFORM FIND-TIER-RATE
           COMPUTE CLS-INTEREST ROUNDED =
               CLS-BALANCE * CLS-RATE-FOUND / 100 * CLS-DAYS / 365
           COMPUTE CLS-TAX ROUNDED = CLS-INTEREST * CLS-WTAX-RATE
           COMPUTE CLS-NET = CLS-INTEREST - CLS-TAX.
           EXIT.

      ***** THE TIER SET IN FORCE ON THE BUSINESS DATE: THE LATEST
      ***** EFFECTIVE DATE NOT AFTER IT, THEN THAT SET'S BANDS. AN
      ***** EMPTY FILE FALLS BACK TO THE ACCRUAL RUN'S DEFAULT BANDS.
       LOAD-RATE-TIERS.
           MOVE 0 TO CLS-TIER-EOF
           MOVE SPACES TO CLS-SET-EFFDATE
           OPEN EXTEND RATE-TIERS
           CLOSE RATE-TIERS
           OPEN INPUT RATE-TIERS
           READ RATE-TIERS
              AT END MOVE 1 TO CLS-TIER-EOF
           END-READ
           PERFORM UNTIL CLS-TIER-EOF = 1
              PERFORM SET-TIER-CURRENCY
              IF CLS-TIER-CCY = CLS-CCY
                 AND (TIER-EFFDATE = SPACES OR TIER-EFFDATE <= BDT-DATE)
                 AND TIER-EFFDATE >= CLS-SET-EFFDATE
                 MOVE TIER-EFFDATE TO CLS-SET-EFFDATE
              END-IF
              READ RATE-TIERS
                 AT END MOVE 1 TO CLS-TIER-EOF
              END-READ
           END-PERFORM
           CLOSE RATE-TIERS

           MOVE 0 TO CLS-TIER-EOF
           MOVE 0 TO CLS-TIER-COUNT
           OPEN INPUT RATE-TIERS
           READ RATE-TIERS
              AT END MOVE 1 TO CLS-TIER-EOF
           END-READ
           PERFORM UNTIL CLS-TIER-EOF = 1
              PERFORM SET-TIER-CURRENCY
              IF CLS-TIER-CCY = CLS-CCY
                 AND TIER-EFFDATE = CLS-SET-EFFDATE
                 AND CLS-TIER-COUNT < 10
                 ADD 1 TO CLS-TIER-COUNT
                 MOVE TIER-MAXBAL TO CLS-TIER-MAXBAL(CLS-TIER-COUNT)
                 MOVE TIER-ANNUAL-RATE TO CLS-TIER-RATE(CLS-TIER-COUNT)
              END-IF
              READ RATE-TIERS
                 AT END MOVE 1 TO CLS-TIER-EOF
              END-READ
           END-PERFORM
           CLOSE RATE-TIERS

           IF CLS-TIER-COUNT = 0 AND CLS-CCY = "USD"
              MOVE 9999.99 TO CLS-TIER-MAXBAL(1)
              MOVE 0.10 TO CLS-TIER-RATE(1)
              MOVE 999999.99 TO CLS-TIER-MAXBAL(2)
              MOVE 0.25 TO CLS-TIER-RATE(2)
              MOVE 2 TO CLS-TIER-COUNT
           END-IF
           IF CLS-TIER-COUNT = 0
              MOVE 9999.99 TO CLS-TIER-MAXBAL(1)
              MOVE 0.25 TO CLS-TIER-RATE(1)
              MOVE 49999.99 TO CLS-TIER-MAXBAL(2)
              MOVE 0.50 TO CLS-TIER-RATE(2)
              MOVE 999999.99 TO CLS-TIER-MAXBAL(3)
              MOVE 1.00 TO CLS-TIER-RATE(3)
              MOVE 3 TO CLS-TIER-COUNT
           END-IF.
           EXIT.

       SET-TIER-CURRENCY.
           IF TIER-CURRENCY = SPACES
              MOVE "PHP" TO CLS-TIER-CCY
           ELSE
              MOVE TIER-CURRENCY TO CLS-TIER-CCY
           END-IF.
           EXIT.

      ***** FIRST TIER WHOSE CEILING COVERS THE BALANCE SETS THE RATE
       FIND-TIER-RATE.
           MOVE CLS-TIER-RATE(CLS-TIER-COUNT) TO CLS-RATE-FOUND
           PERFORM VARYING CLS-TIER-IDX FROM CLS-TIER-COUNT BY -1
               UNTIL CLS-TIER-IDX < 1
              IF CLS-BALANCE <= CLS-TIER-MAXBAL(CLS-TIER-IDX)
                 MOVE CLS-TIER-RATE(CLS-TIER-IDX) TO CLS-RATE-FOUND
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE FEE THE MONTH-END RUN WOULD HAVE TAKEN FOR THIS MONTH
      ***** (DORMANCY, OR FALL-BELOW ON THE MONTH'S LOWEST BALANCE),
      ***** UNLESS THAT RUN HAS ALREADY CHARGED THE ACCOUNT THIS
      ***** MONTH. NEVER MORE THAN WHAT IS LEFT ON THE ACCOUNT.
       COMPUTE-PENDING-FEE.
           MOVE 0 TO CLS-FEE
           PERFORM LOAD-FEE-SCHEDULE
      ***** THE PESO SCHEDULE IS RESTATED IN DOLLARS FOR A USD ACCOUNT
           IF CLS-CCY = "USD"
              COMPUTE CLS-MIN-BALANCE ROUNDED =
                  CLS-MIN-BALANCE / CLS-USD-BUY
              COMPUTE CLS-FALL-BELOW ROUNDED =
                  CLS-FALL-BELOW / CLS-USD-BUY
              COMPUTE CLS-DORMANCY ROUNDED =
                  CLS-DORMANCY / CLS-USD-BUY
           END-IF
           PERFORM DERIVE-MONTH-LOW
           IF CLS-FEE-CHARGED = 1
              EXIT PARAGRAPH
           END-IF
           IF CLS-STATUS = 'D'
              MOVE CLS-DORMANCY TO CLS-FEE
           ELSE
              IF CLS-MONTH-LOW < CLS-MIN-BALANCE
                 MOVE CLS-FALL-BELOW TO CLS-FEE
              END-IF
           END-IF
           IF CLS-FEE > CLS-BALANCE + CLS-NET
              COMPUTE CLS-FEE = CLS-BALANCE + CLS-NET
           END-IF.
           EXIT.

       LOAD-FEE-SCHEDULE.
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND FEE-SCHEDULE
           CLOSE FEE-SCHEDULE
           OPEN INPUT FEE-SCHEDULE
           READ FEE-SCHEDULE
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           CLOSE FEE-SCHEDULE
           IF CLS-EOF-FLAG = 0
              MOVE FEE-MIN-BALANCE TO CLS-MIN-BALANCE
              MOVE FEE-FALL-BELOW TO CLS-FALL-BELOW
              MOVE FEE-DORMANCY TO CLS-DORMANCY
           END-IF.
           EXIT.

      ***** THE LOWEST BALANCE SO FAR THIS MONTH, BUILT THE SAME WAY
      ***** AS THE MONTH-END RUN BUILDS IT, NOTING ANY FEE THAT RUN
      ***** HAS ALREADY POSTED INSIDE THE MONTH
       DERIVE-MONTH-LOW.
           MOVE BDT-DATE(1:6) TO CLS-MONTH
           MOVE 0 TO CLS-EOF-FLAG
           MOVE 0 TO CLS-START-SEEN
           MOVE 0 TO CLS-IN-MONTH
           MOVE 0 TO CLS-FEE-CHARGED
           MOVE CLS-BALANCE TO CLS-MONTH-LOW
           OPEN INPUT BANK-JOURNAL
           READ BANK-JOURNAL
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              IF JRNL-BANKNUM = CLS-ACCT
                 IF JRNL-TIMESTAMP(1:6) < CLS-MONTH
                    MOVE JRNL-BALANCE TO CLS-START-BAL
                    MOVE 1 TO CLS-START-SEEN
                 ELSE
                    IF JRNL-TIMESTAMP(1:6) = CLS-MONTH
                       IF CLS-IN-MONTH = 0
                          MOVE 1 TO CLS-IN-MONTH
                          IF CLS-START-SEEN = 1
                             MOVE CLS-START-BAL TO CLS-MONTH-LOW
                          END-IF
                       END-IF
                       IF JRNL-BALANCE < CLS-MONTH-LOW
                          MOVE JRNL-BALANCE TO CLS-MONTH-LOW
                       END-IF
                       IF JRNL-TCODE = 'F' AND JRNL-OPERATOR = "*FEES"
                          MOVE 1 TO CLS-FEE-CHARGED
                       END-IF
                    END-IF
                 END-IF
              END-IF
              READ BANK-JOURNAL
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL
           IF CLS-IN-MONTH = 0 AND CLS-START-SEEN = 1
              IF CLS-START-BAL < CLS-MONTH-LOW
                 MOVE CLS-START-BAL TO CLS-MONTH-LOW
              END-IF
           END-IF.
           EXIT.

      ***** NET INTEREST (I) AND THE TAX WITHHELD (X) GO THROUGH THE
      ***** JOURNAL EXACTLY AS THE MONTHLY RUN POSTS THEM, AND THE
      ***** WITHHOLDING JOINS THE MONTH'S REMITTANCE FILE
       POST-CLOSING-INTEREST.
           IF CLS-INTEREST = 0
              EXIT PARAGRAPH
           END-IF
           ADD CLS-NET TO CLS-BALANCE
           MOVE CLS-ACCT TO JRNL-BANKNUM
           MOVE 'I' TO JRNL-TCODE
           MOVE CLS-NET TO JRNL-AMOUNT
           MOVE "*ACCR" TO JRNL-OPERATOR
           PERFORM WRITE-CLOSURE-JOURNAL
           MOVE 'X' TO JRNL-TCODE
           MOVE CLS-TAX TO JRNL-AMOUNT
           MOVE "*WTAX" TO JRNL-OPERATOR
           PERFORM WRITE-CLOSURE-JOURNAL

      ***** THE REMITTANCE FILE IS KEPT IN PESOS
           IF CLS-CCY = "USD"
              COMPUTE CLS-PESO-INTEREST ROUNDED =
                  CLS-INTEREST * CLS-USD-BUY
              COMPUTE CLS-PESO-TAX ROUNDED = CLS-TAX * CLS-USD-BUY
           ELSE
              MOVE CLS-INTEREST TO CLS-PESO-INTEREST
              MOVE CLS-TAX TO CLS-PESO-TAX
           END-IF
           MOVE BDT-DATE(1:6) TO ITR-MONTH
           MOVE CLS-ACCT TO ITR-BANKNUM
           MOVE CLS-PESO-INTEREST TO ITR-GROSS
           MOVE CLS-PESO-TAX TO ITR-TAX
           OPEN EXTEND TAX-REMIT
              WRITE TAX-REMIT-REC
           CLOSE TAX-REMIT.
           EXIT.

       POST-PENDING-FEE.
           IF CLS-FEE = 0
              EXIT PARAGRAPH
           END-IF
           SUBTRACT CLS-FEE FROM CLS-BALANCE
           MOVE CLS-ACCT TO JRNL-BANKNUM
           MOVE 'F' TO JRNL-TCODE
           MOVE CLS-FEE TO JRNL-AMOUNT
           MOVE "*FEES" TO JRNL-OPERATOR
           PERFORM WRITE-CLOSURE-JOURNAL.
           EXIT.

      ***** THE SURRENDERED UNUSED LEAVES GO TO CANCELLED (C) SO
      ***** THEY CAN NEVER CLEAR AGAINST THE CLOSED ACCOUNT
       CANCEL-CHECK-STOCK.
           MOVE 0 TO CLS-CANCELLED
           IF CLS-FIRSTIN = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CLS-EOF-FLAG
           OPEN INPUT CHECK-REGISTER
           OPEN OUTPUT CHECK-REGISTER-TEMP
           READ CHECK-REGISTER
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              MOVE CHECK-REGISTER-REC TO TEMP-CHECK-REGISTER-REC
              IF CK-ACCT = CLS-ACCT AND CK-STATUS = 'O'
                 AND CK-NUMBER >= CLS-FIRST-LEAF
                 AND CK-NUMBER <= CLS-LAST-LEAF
                 MOVE 'C' TO TCK-STATUS
                 MOVE BDT-DATE TO TCK-STATUS-DATE
                 ADD 1 TO CLS-CANCELLED
              END-IF
              WRITE TEMP-CHECK-REGISTER-REC
              READ CHECK-REGISTER
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE CHECK-REGISTER-TEMP

           MOVE 0 TO CLS-EOF-FLAG
           OPEN OUTPUT CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER-TEMP
           READ CHECK-REGISTER-TEMP
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              WRITE CHECK-REGISTER-REC FROM TEMP-CHECK-REGISTER-REC
              READ CHECK-REGISTER-TEMP
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE CHECK-REGISTER-TEMP.
           EXIT.

      ***** EVERY ACTIVE ORDER PAYING FROM OR INTO THE ACCOUNT IS
      ***** FLAGGED INACTIVE, AS THE MAINTENANCE PROGRAM CANCELS THEM
       CANCEL-STANDING-ORDERS.
           MOVE 0 TO CLS-SO-CANCELLED
           MOVE 0 TO CLS-EOF-FLAG
           OPEN EXTEND STANDING-ORDERS
           CLOSE STANDING-ORDERS
           OPEN INPUT STANDING-ORDERS
           OPEN OUTPUT STANDING-ORDERS-TEMP
           READ STANDING-ORDERS
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              MOVE STANDING-ORDER-REC TO TEMP-STANDING-ORDER-REC
              IF (SO-ACCT = CLS-ACCT OR SO-CPARTY = CLS-ACCT)
                 AND SO-ACTIVE = 'Y'
                 MOVE 'N' TO TSO-ACTIVE
                 ADD 1 TO CLS-SO-CANCELLED
              END-IF
              WRITE TEMP-STANDING-ORDER-REC
              READ STANDING-ORDERS
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STANDING-ORDERS
           CLOSE STANDING-ORDERS-TEMP

           MOVE 0 TO CLS-EOF-FLAG
           OPEN OUTPUT STANDING-ORDERS
           OPEN INPUT STANDING-ORDERS-TEMP
           READ STANDING-ORDERS-TEMP
              AT END MOVE 1 TO CLS-EOF-FLAG
           END-READ
           PERFORM UNTIL CLS-EOF-FLAG = 1
              WRITE STANDING-ORDER-REC FROM TEMP-STANDING-ORDER-REC
              READ STANDING-ORDERS-TEMP
                 AT END MOVE 1 TO CLS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STANDING-ORDERS
           CLOSE STANDING-ORDERS-TEMP.
           EXIT.

      ***** THE NET GOES OUT AS A CASH WITHDRAWAL (W) OR A TRANSFER
      ***** PAIR (T OUT, R IN), AND THE ACCOUNT IS WRITTEN BACK AT
      ***** ZERO AND CLOSED UNDER THE SAME OPEN OF THE LEDGER
       POST-PAYOUT.
           MOVE CLS-BALANCE TO CLS-PAYOUT
           OPEN I-O BANKLEDGER
           MOVE CLS-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              NOT INVALID KEY
                 MOVE 0 TO LEDG-BALANCE
                 MOVE 'C' TO LEDG-STATUS
                 REWRITE LEDGER-REC
           END-READ
           IF CLS-PAY-MODE = 'T' AND CLS-PAYOUT > 0
              MOVE CLS-DEST TO LEDG-BANKNUM
              READ BANKLEDGER
                 NOT INVALID KEY
                    ADD CLS-PAYOUT TO LEDG-BALANCE
                    IF LEDG-STATUS = 'D'
                       MOVE 'A' TO LEDG-STATUS
                    END-IF
                    REWRITE LEDGER-REC
                    MOVE LEDG-BALANCE TO CLS-DEST-BALANCE
              END-READ
           END-IF
           CLOSE BANKLEDGER

           MOVE 0 TO CLS-BALANCE
           IF CLS-PAYOUT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE CLS-ACCT TO JRNL-BANKNUM
           IF CLS-PAY-MODE = 'T'
              MOVE 'T' TO JRNL-TCODE
           ELSE
              MOVE 'W' TO JRNL-TCODE
           END-IF
           MOVE CLS-PAYOUT TO JRNL-AMOUNT
           MOVE "*CLOS" TO JRNL-OPERATOR
           PERFORM WRITE-CLOSURE-JOURNAL
           IF CLS-PAY-MODE = 'T'
              MOVE CLS-DEST TO JRNL-BANKNUM
              MOVE 'R' TO JRNL-TCODE
              MOVE CLS-PAYOUT TO JRNL-AMOUNT
              MOVE CLS-DEST-BALANCE TO JRNL-BALANCE
              PERFORM SET-BUSINESS-STAMP
              MOVE BDT-STAMP TO JRNL-TIMESTAMP
              MOVE SPACE TO JRNL-RECON
              MOVE "*CLOS" TO JRNL-OPERATOR
              MOVE SPACES TO JRNL-BRANCH
              OPEN EXTEND BANK-JOURNAL
                 WRITE BANK-JOURNAL-REC
              CLOSE BANK-JOURNAL
           END-IF.
           EXIT.

      ***** ONE CLOSURE ENTRY ON THE ACCOUNT AT ITS RUNNING BALANCE
       WRITE-CLOSURE-JOURNAL.
           MOVE CLS-BALANCE TO JRNL-BALANCE
           PERFORM SET-BUSINESS-STAMP
           MOVE BDT-STAMP TO JRNL-TIMESTAMP
           MOVE SPACE TO JRNL-RECON
           MOVE SPACES TO JRNL-BRANCH
           OPEN EXTEND BANK-JOURNAL
              WRITE BANK-JOURNAL-REC
           CLOSE BANK-JOURNAL.
           EXIT.

      ***** THE DEPOSITOR'S COPY OF THE FINAL SETTLEMENT
       PRINT-CLOSING-STATEMENT.
           OPEN OUTPUT CLOSING-STATEMENT
           MOVE CLS-ACCT TO CLS-TTL-ACCT
           MOVE CLS-NAME TO CLS-TTL-NAME
           MOVE BDT-DATE TO CLS-TTL-DATE
           MOVE CLS-CCY TO CLS-TTL-CCY
           WRITE CLOSING-STATEMENT-REC FROM CLS-TITLE-LINE
           MOVE SPACES TO CLOSING-STATEMENT-REC
           WRITE CLOSING-STATEMENT-REC

           MOVE "BALANCE BEFORE CLOSING" TO CLS-AL-LABEL
           MOVE CLS-OLD-BALANCE TO CLS-AL-AMOUNT
           WRITE CLOSING-STATEMENT-REC FROM CLS-AMOUNT-LINE
           MOVE "GROSS INTEREST TO DATE" TO CLS-AL-LABEL
           MOVE CLS-INTEREST TO CLS-AL-AMOUNT
           WRITE CLOSING-STATEMENT-REC FROM CLS-AMOUNT-LINE
           MOVE "LESS FINAL TAX WITHHELD" TO CLS-AL-LABEL
           MOVE CLS-TAX TO CLS-AL-AMOUNT
           WRITE CLOSING-STATEMENT-REC FROM CLS-AMOUNT-LINE
           MOVE "LESS SERVICE FEE" TO CLS-AL-LABEL
           MOVE CLS-FEE TO CLS-AL-AMOUNT
           WRITE CLOSING-STATEMENT-REC FROM CLS-AMOUNT-LINE
           MOVE "NET PAID OUT" TO CLS-AL-LABEL
           MOVE CLS-PAYOUT TO CLS-AL-AMOUNT
           WRITE CLOSING-STATEMENT-REC FROM CLS-AMOUNT-LINE

           MOVE "PAID BY" TO CLS-TL-LABEL
           IF CLS-PAYOUT = 0
              MOVE "NOTHING DUE" TO CLS-TL-TEXT
           ELSE
              IF CLS-PAY-MODE = 'T'
                 MOVE SPACES TO CLS-TL-TEXT
                 STRING "TRANSFER TO " CLS-DEST
                    DELIMITED BY SIZE INTO CLS-TL-TEXT
              ELSE
                 MOVE "CASH" TO CLS-TL-TEXT
              END-IF
           END-IF
           WRITE CLOSING-STATEMENT-REC FROM CLS-TEXT-LINE

           MOVE "UNUSED LEAVES CANCELLED" TO CLS-CL-LABEL
           MOVE CLS-CANCELLED TO CLS-CL-COUNT
           WRITE CLOSING-STATEMENT-REC FROM CLS-COUNT-LINE
           MOVE "STANDING ORDERS CANCELLED" TO CLS-CL-LABEL
           MOVE CLS-SO-CANCELLED TO CLS-CL-COUNT
           WRITE CLOSING-STATEMENT-REC FROM CLS-COUNT-LINE

           MOVE SPACES TO CLOSING-STATEMENT-REC
           WRITE CLOSING-STATEMENT-REC
           MOVE "ACCOUNT CLOSED ON" TO CLS-TL-LABEL
           MOVE BDT-DATE TO CLS-TL-TEXT
           WRITE CLOSING-STATEMENT-REC FROM CLS-TEXT-LINE
           CLOSE CLOSING-STATEMENT
           CALL "SPOOL-REGISTER" USING SPL-PARM.
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

       END PROGRAM BANK-ACCOUNT-CLOSURE.
