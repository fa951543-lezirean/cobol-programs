           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT LAYAWAYS ASSIGN TO
           "C:\cobol_project\Layaways.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT LAYAWAYS-TEMP ASSIGN TO
           "C:\cobol_project\LayawaysTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT LAYAWAY-LINES ASSIGN TO
           "C:\cobol_project\LayawayLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT LAYAWAY-PAYMENTS ASSIGN TO
           "C:\cobol_project\LayawayPayments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT LAYAWAY-PARAMS ASSIGN TO
           "C:\cobol_project\LayawayParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT LAYAWAY-RECEIPT ASSIGN TO
           "C:\cobol_project\LayawayReceipt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CASHIER-SHIFTS ASSIGN TO
           "C:\cobol_project\CashierShifts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLER-MASTER ASSIGN TO
           "C:\cobol_project\BillerMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT BILL-PAYMENTS ASSIGN TO
           "C:\cobol_project\BillPayments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT BILL-PAY-ACK ASSIGN TO
           "C:\cobol_project\BillPayAck.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT TUITION-APPS ASSIGN TO 'Application.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT TUITION-ENROLL ASSIGN TO 'EnrollMaster.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT TUITION-LEDGER ASSIGN TO 'StudentBillLedger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-CURRENCY ASSIGN TO
           "C:\cobol_project\AccountCurrency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT FX-RATES ASSIGN TO
           "C:\cobol_project\FxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT TELLER-SLIP ASSIGN TO
           "C:\cobol_project\TellerSlip.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT AUTHORITY-LIMITS ASSIGN TO
           "C:\cobol_project\AuthorityLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT AUTHORITY-LOG ASSIGN TO
           "C:\cobol_project\AuthorityLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCEPTION-PARAMS ASSIGN TO
           "C:\cobol_project\ExceptionParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STOCK-LOTS ASSIGN TO
           "C:\cobol_project\StockLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STOCK-LOTS-TEMP ASSIGN TO
           "C:\cobol_project\StockLotsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT KIT-COMPONENTS ASSIGN TO
           "C:\cobol_project\KitComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OR-SERIES ASSIGN TO
           "C:\cobol_project\ORSeries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT HR-MASTER ASSIGN TO
           "C:\cobol_project\HRMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STAFF-PURCHASES ASSIGN TO
           "C:\cobol_project\EmpPurchases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STAFF-PURCHASES-TEMP ASSIGN TO
           "C:\cobol_project\EmpPurchasesTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STAFF-CHARGE-LEDGER ASSIGN TO
           "C:\cobol_project\EmpPurchaseLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT COMMISSION-JOURNAL ASSIGN TO
           "C:\cobol_project\CommissionJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD USAGE-LOG.
       01 USAGE-LOG-REC.
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
          05 TGC-REDEEMED-DATE PIC X(8).
          05 TGC-ORDERREF PIC 9(4).
      ***** HOW EACH ORDER WAS ACTUALLY SETTLED, ONE ROW PER TENDER
      ***** LINE (TN-TYPE: C=CASH A=ACCOUNT G=GIFT CERT L=POINTS
      ***** E=CHARGED TO AN EMPLOYEE)
       FD TENDER-DETAIL.
       01 TENDER-DETAIL-REC.
          05 TN-ORDER-NUM PIC 9(4).
          05 TLM-NAME PIC X(20).
          05 TLM-POINTS PIC 9(6)V9(2).
      ***** EVERY POINTS MOVEMENT NEXT TO ITS SALES LOG ENTRY
      ***** (PL-TYPE: E=EARNED R=REDEEMED X=EXPIRED AT YEAR END)
       FD POINTS-LEDGER.
       01 POINTS-LEDGER-REC.
          05 PL-MEMBER PIC X(6).
          05 HO-LINETOTAL PIC 9(6)V9(2).
          05 HO-VATCLASS PIC X(01).
          05 HO-PROMO PIC 9(5)V9(2).
      ***** WHO PARKED THE ORDER AND ON WHICH BUSINESS DATE
          05 HO-OPERATOR PIC X(5).
          05 HO-DATE PIC X(8).
       FD HELD-ORDERS-TEMP.
       01 TEMP-HELD-ORDER-REC.
          05 THO-SLOT PIC 9(2).
          05 THO-LINETOTAL PIC 9(6)V9(2).
          05 THO-VATCLASS PIC X(01).
          05 THO-PROMO PIC 9(5)V9(2).
          05 THO-OPERATOR PIC X(5).
          05 THO-DATE PIC X(8).
      ***** ONE HEADER PER LAYAWAY; THE ITEMS STAY RESERVED OUT OF
      ***** IM-STOCK UNTIL THE LAYAWAY IS RELEASED OR CANCELLED
      ***** (LAY-STATUS: O=OPEN R=RELEASED X=CANCELLED PAST DUE)
       FD LAYAWAYS.
       01 LAYAWAY-REC.
          05 LAY-NUM PIC 9(6).
          05 LAY-CUSTOMER PIC X(20).
          05 LAY-DATE PIC X(8).
          05 LAY-DUE-DATE PIC X(8).
          05 LAY-TOTAL PIC 9(6)V9(2).
          05 LAY-PAID PIC 9(6)V9(2).
          05 LAY-STATUS PIC X(01).
          05 LAY-FORFEIT PIC 9(6)V9(2).
          05 LAY-REFUND-DUE PIC 9(6)V9(2).
          05 LAY-REFUND-PAID PIC 9(6)V9(2).
          05 LAY-CLOSED-DATE PIC X(8).
          05 LAY-OR-NUM PIC 9(4).
          05 LAY-OPERATOR PIC X(5).
          05 LAY-BRANCH PIC X(3).
       FD LAYAWAYS-TEMP.
       01 TEMP-LAYAWAY-REC.
          05 TLAY-NUM PIC 9(6).
          05 TLAY-CUSTOMER PIC X(20).
          05 TLAY-DATE PIC X(8).
          05 TLAY-DUE-DATE PIC X(8).
          05 TLAY-TOTAL PIC 9(6)V9(2).
          05 TLAY-PAID PIC 9(6)V9(2).
          05 TLAY-STATUS PIC X(01).
          05 TLAY-FORFEIT PIC 9(6)V9(2).
          05 TLAY-REFUND-DUE PIC 9(6)V9(2).
          05 TLAY-REFUND-PAID PIC 9(6)V9(2).
          05 TLAY-CLOSED-DATE PIC X(8).
          05 TLAY-OR-NUM PIC 9(4).
          05 TLAY-OPERATOR PIC X(5).
          05 TLAY-BRANCH PIC X(3).
      ***** THE RESERVED LINES, PRICED AND COSTED AS AT THE DAY THE
      ***** LAYAWAY WAS TAKEN
       FD LAYAWAY-LINES.
       01 LAYAWAY-LINE-REC.
          05 LYL-NUM PIC 9(6).
          05 LYL-CODE PIC X(10).
          05 LYL-QTY PIC 9(4).
          05 LYL-PRICE PIC 9(5)V9(2).
          05 LYL-LINETOTAL PIC 9(6)V9(2).
          05 LYL-VATCLASS PIC X(01).
          05 LYL-PROMO PIC 9(5)V9(2).
          05 LYL-UNIT-COST PIC 9(5)V9(4).
      ***** EVERY PESO IN OR OUT OF A LAYAWAY
      ***** (LYP-TYPE: D=DEPOSIT I=INSTALLMENT F=FORFEITED R=REFUNDED)
       FD LAYAWAY-PAYMENTS.
       01 LAYAWAY-PAYMENT-REC.
          05 LYP-NUM PIC 9(6).
          05 LYP-DATE PIC X(8).
          05 LYP-TIME PIC X(6).
          05 LYP-OPERATOR PIC X(5).
          05 LYP-BRANCH PIC X(3).
          05 LYP-TYPE PIC X(01).
          05 LYP-AMOUNT PIC 9(6)V9(2).
          05 LYP-CASH PIC 9(6)V9(2).
      ***** LAYAWAY POLICY: MINIMUM DEPOSIT, TERM, AND WHAT HAPPENS
      ***** TO THE MONEY PAID IN WHEN A LAYAWAY GOES PAST DUE
      ***** (LYC-POLICY: F=FORFEIT ALL R=REFUND LESS THE FEE PCT)
       FD LAYAWAY-PARAMS.
       01 LAYAWAY-PARAM-REC.
          05 LYC-MIN-PCT PIC 9(2)V9(2).
          05 LYC-TERM-DAYS PIC 9(3).
          05 LYC-POLICY PIC X(01).
          05 LYC-FEE-PCT PIC 9(2)V9(2).
      ***** DEPOSIT AND INSTALLMENT RECEIPTS
       FD LAYAWAY-RECEIPT.
       01 LAYAWAY-RECEIPT-REC PIC X(60).
      ***** ONE REGISTER SHIFT PER CASHIER PER BUSINESS DATE, OPENED
      ***** AUTOMATICALLY AT SIGN-ON AND PROVED BY THE SHIFT PROGRAM
      ***** (SH-STATUS: O=OPEN C=CLOSED/PROVED)
             10 JX-TIMESTAMP PIC X(14).
             10 JX-SEQ PIC 9(3).
          05 JX-TCODE PIC X(01).
          05 JX-AMOUNT PIC 9(9)V9(2).
          05 JX-BALANCE PIC 9(9)V9(2).
          05 JX-RECON PIC X(01).
          05 JX-OPERATOR PIC X(5).
          05 JX-BRANCH PIC X(3).
       01 TEMP-BANK-JOURNAL-REC.
          05 TJR-BANKNUM PIC X(5).
          05 TJR-TCODE PIC X(01).
          05 TJR-AMOUNT PIC 9(9)V9(2).
          05 TJR-BALANCE PIC 9(9)V9(2).
          05 TJR-TIMESTAMP PIC X(14).
          05 TJR-RECON PIC X(01).
          05 TJR-OPERATOR PIC X(5).
          05 RV-ORIG-STAMP PIC X(14).
          05 RV-CONTRA-STAMP PIC X(14).
          05 RV-TCODE PIC X(01).
          05 RV-AMOUNT PIC 9(9)V9(2).
          05 RV-TELLER PIC X(5).
          05 RV-APPROVER PIC X(5).
      ***** FINAL TAX WITHHELD ON INTEREST, ACCUMULATED BY MONTH
       01 TAX-REMIT-REC.
          05 ITR-MONTH PIC X(6).
          05 ITR-BANKNUM PIC X(5).
          05 ITR-GROSS PIC 9(11)V9(2).
          05 ITR-TAX PIC 9(11)V9(2).
      ***** TERM PLACEMENTS FUNDED OUT OF DEMAND ACCOUNTS
      ***** (TD-ROLLOVER: C=CREDIT ALL AT MATURITY R=ROLL PRINCIPAL
      ***** PLUS INTEREST P=PAY INTEREST, ROLL PRINCIPAL;
       01 TIME-DEPOSIT-REC.
          05 TD-NUM PIC X(5).
          05 TD-ACCT PIC X(5).
          05 TD-PRINCIPAL PIC 9(9)V9(2).
          05 TD-TERM PIC 9(3).
          05 TD-RATE PIC 99V9(2).
          05 TD-VALUE-DATE PIC X(8).
       01 TEMP-TIME-DEPOSIT-REC.
          05 TTD-NUM PIC X(5).
          05 TTD-ACCT PIC X(5).
          05 TTD-PRINCIPAL PIC 9(9)V9(2).
          05 TTD-TERM PIC 9(3).
          05 TTD-RATE PIC 99V9(2).
          05 TTD-VALUE-DATE PIC X(8).
       FD ACCOUNT-HOLDS.
       01 ACCOUNT-HOLD-REC.
          05 HLD-BANKNUM PIC X(5).
          05 HLD-AMOUNT PIC 9(9)V9(2).
          05 HLD-REASON PIC X(10).
          05 HLD-EXPIRY PIC X(8).
          05 HLD-STATUS PIC X(01).
       FD ACCOUNT-HOLDS-TEMP.
       01 TEMP-ACCOUNT-HOLD-REC.
          05 THLD-BANKNUM PIC X(5).
          05 THLD-AMOUNT PIC 9(9)V9(2).
          05 THLD-REASON PIC X(10).
          05 THLD-EXPIRY PIC X(8).
          05 THLD-STATUS PIC X(01).
       01 PASSBOOK-POS-REC.
          05 PBP-BANKNUM PIC X(5).
          05 PBP-LAST-STAMP PIC X(14).
          05 PBP-LAST-BALANCE PIC 9(9)V9(2).
      ***** TIE-BREAK FOR ENTRIES POSTED THE SAME SECOND, MATCHING
      ***** THE JX-SEQ PART OF THE JOURNAL SHADOW KEY
          05 PBP-LAST-SEQ PIC 9(3).
       01 TEMP-PASSBOOK-POS-REC.
          05 TPBP-BANKNUM PIC X(5).
          05 TPBP-LAST-STAMP PIC X(14).
          05 TPBP-LAST-BALANCE PIC 9(9)V9(2).
          05 TPBP-LAST-SEQ PIC 9(3).
      ***** PASSBOOK LINE IMAGES READY FOR THE PASSBOOK PRINTER
       FD PASSBOOK-FILE.
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
       FD LOAN-MASTER-TEMP.
       01 TEMP-LOAN-MASTER-REC.
          05 TLN-ACCT PIC X(5).
          05 TLN-PRINCIPAL PIC 9(9)V9(2).
          05 TLN-RATE PIC 99V9(2).
          05 TLN-TERM PIC 9(3).
          05 TLN-BALANCE PIC 9(9)V9(2).
          05 TLN-DISB-DATE PIC X(8).
          05 TLN-PAID-COUNT PIC 9(3).
          05 TLN-STATUS PIC X(01).
          05 TLN-PENALTY-DUE PIC 9(9)V9(2).
          05 TLN-PENALTY-THRU PIC X(8).
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
      ***** PAYMENT ACKNOWLEDGMENT SLIPS READY FOR THE TELLER PRINTER
       FD BILL-PAY-ACK.
       01 BILL-PAY-ACK-REC PIC X(60).
      ***** THE REGISTRAR'S FILES A TUITION PAYMENT IS CHECKED AND
      ***** POSTED AGAINST: APPLICATIONS, ENROLLMENTS AND THE STUDENT
      ***** BILLING LEDGER (SB-TYPE A=CHARGE D=DISCOUNT P=PAYMENT)
       FD TUITION-APPS.
       01 TUITION-APP-REC.
          05 TAP-STUDENT-ID PIC 9(5).
          05 TAP-FNAME PIC X(10).
          05 TAP-MNAME PIC X(10).
          05 TAP-LNAME PIC X(15).
          05 TAP-YOB PIC 9(4).
          05 TAP-MOB PIC 99.
          05 TAP-DOB PIC 99.
          05 TAP-STATUS PIC X(01).
          05 TAP-DECIDED PIC X(8).
       FD TUITION-ENROLL.
       01 TUITION-ENROLL-REC.
          05 TEN-STUDENT-ID PIC 9(5).
          05 TEN-COURSE PIC X(6).
          05 TEN-SECTION PIC X(3).
          05 TEN-SY PIC X(9).
       FD TUITION-LEDGER.
       01 TUITION-LEDGER-REC.
          05 TSB-STUDENT-ID PIC 9(5).
          05 TSB-DATE PIC X(8).
          05 TSB-TYPE PIC X(01).
          05 TSB-AMOUNT PIC 9(6)V9(2).
          05 TSB-REF PIC X(10).
      ***** THE CURRENCY EACH ACCOUNT IS KEPT IN; AN ACCOUNT WITH NO
      ***** RECORD HERE IS A PESO ACCOUNT. ACY-BOOKED-PHP IS THE PESO
      ***** CARRYING VALUE MAINTAINED BY GL POSTING AND REVALUATION
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
      ***** FOREIGN-CURRENCY DEPOSIT AND WITHDRAWAL SLIPS
       FD TELLER-SLIP.
       01 TELLER-SLIP-REC PIC X(60).
      ***** HOW MUCH AN OPERATOR LEVEL MAY POST ALONE, IN PESOS, PER
      ***** TELLER CODE (D=DEPOSIT W=WITHDRAWAL T=TRANSFER P=LOAN
      ***** PAYMENT B=BILLS PAYMENT); NO ROW MEANS NO AUTHORITY
       FD AUTHORITY-LIMITS.
       01 AUTHORITY-LIMIT-REC.
          05 AL-LEVEL PIC 9.
          05 AL-TCODE PIC X(01).
          05 AL-LIMIT PIC 9(9)V9(2).
      ***** EVERY SUPERVISOR OVERRIDE OF A TELLER LIMIT, GRANTED
      ***** (AU-RESULT A) OR REFUSED (R)
       FD AUTHORITY-LOG.
       01 AUTHORITY-LOG-REC.
          05 AU-STAMP PIC X(14).
          05 AU-BANKNUM PIC X(5).
          05 AU-TCODE PIC X(01).
          05 AU-AMOUNT PIC 9(9)V9(2).
          05 AU-LIMIT PIC 9(9)V9(2).
          05 AU-TELLER PIC X(5).
          05 AU-TELLER-LEVEL PIC 9.
          05 AU-APPROVER PIC X(5).
          05 AU-APPROVER-LEVEL PIC 9.
          05 AU-RESULT PIC X(01).
          05 AU-BRANCH PIC X(3).
      ***** COMPLIANCE THRESHOLDS FOR TRANSACTION EXCEPTION TAGGING
       FD EXCEPTION-PARAMS.
       01 EXCEPTION-PARAM-REC.
          05 EX-BANKNUM PIC X(5).
          05 EX-BANKNAME PIC X(10).
          05 EX-TCODE PIC X(01).
          05 EX-AMOUNT PIC 9(9)V9(2).
          05 EX-REASON PIC X(10).
          05 EX-DATE PIC X(8).
          05 EX-BRANCH PIC X(3).
          05 SL-VATCLASS PIC X(01).
      ***** PROMO DISCOUNT ALREADY OFF THE LINE TOTAL
          05 SL-PROMO-AMT PIC 9(5)V9(2).
      ***** AVERAGE UNIT COST OF THE ITEM AT THE MOMENT OF SALE
          05 SL-UNIT-COST PIC 9(5)V9(4).
      ***** SALESMAN CREDITED WITH THE ORDER (BLANK = HOUSE SALE)
          05 SL-SALESMAN PIC X(4).
      ***** THE AUTHORITATIVE PRICE AND STOCK POSITION PER ITEM
       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
          05 IM-REORDER PIC 9(5).
          05 IM-DISCOUNTABLE PIC X(01).
          05 IM-VATCLASS PIC X(01).
      ***** WEIGHTED MOVING-AVERAGE UNIT COST AND REPORTING CATEGORY
          05 IM-AVG-COST PIC 9(5)V9(4).
          05 IM-CATEGORY PIC X(4).
       FD ITEM-MASTER-TEMP.
       01 TEMP-ITEM-MASTER-REC.
          05 TIM-CODE PIC X(10).
          05 TIM-REORDER PIC 9(5).
          05 TIM-DISCOUNTABLE PIC X(01).
          05 TIM-VATCLASS PIC X(01).
          05 TIM-AVG-COST PIC 9(5)V9(4).
          05 TIM-CATEGORY PIC X(4).
      ***** UNITS ON HAND BY LOT AND EXPIRY, ONE ROW PER ITEM AND LOT,
      ***** FOR ITEMS RECEIVED UNDER A LOT NUMBER
       FD STOCK-LOTS.
       01 STOCK-LOT-REC.
          05 LOT-ITEMCODE PIC X(10).
          05 LOT-NUMBER PIC X(12).
          05 LOT-EXPIRY PIC X(8).
          05 LOT-RECEIVED PIC X(8).
          05 LOT-QTY PIC 9(5).
          05 LOT-UNIT-COST PIC 9(5)V9(2).
          05 LOT-REFERENCE PIC X(10).
       FD STOCK-LOTS-TEMP.
       01 TEMP-STOCK-LOT-REC.
          05 TLOT-ITEMCODE PIC X(10).
          05 TLOT-NUMBER PIC X(12).
          05 TLOT-EXPIRY PIC X(8).
          05 TLOT-RECEIVED PIC X(8).
          05 TLOT-QTY PIC 9(5).
          05 TLOT-UNIT-COST PIC 9(5)V9(2).
          05 TLOT-REFERENCE PIC X(10).
      ***** BILL OF MATERIALS FOR KIT AND BUNDLE CODES: ONE ROW PER
      ***** COMPONENT ITEM AND THE UNITS OF IT IN ONE KIT
       FD KIT-COMPONENTS.
       01 KIT-COMPONENT-REC.
          05 KIT-CODE PIC X(10).
          05 KIT-COMPONENT PIC X(10).
          05 KIT-QTY PIC 9(3).
      ***** THE BIR-AUTHORIZED OFFICIAL RECEIPT RANGE AND THE LAST
      ***** NUMBER ISSUED FROM IT
       FD OR-SERIES.
          05 CU-BALANCE PIC 9(6)V9(2).
      ***** ZERO ON OLD RECORDS MEANS NO LIMIT HAS BEEN SET YET
          05 CU-LIMIT PIC 9(6)V9(2).
      ***** S = CHARGING SUSPENDED (BALANCE WRITTEN OFF TO BAD DEBT)
          05 CU-STATUS PIC X(01).
       FD CUSTOMER-MASTER-TEMP.
       01 TEMP-CUSTOMER-MASTER-REC.
          05 TCU-NUM PIC X(5).
          05 TCU-NAME PIC X(20).
          05 TCU-BALANCE PIC 9(6)V9(2).
          05 TCU-LIMIT PIC 9(6)V9(2).
          05 TCU-STATUS PIC X(01).
      ***** EVERY CHARGE (C) AND PAYMENT (P) ON ACCOUNT
       FD AR-LEDGER.
       01 AR-LEDGER-REC.
          05 AR-TYPE PIC X(01).
          05 AR-AMOUNT PIC 9(6)V9(2).
          05 AR-ORDERREF PIC 9(4).
      ***** EMPLOYMENT STATUS - ONLY ACTIVE (A) STAFF MAY CHARGE
       FD HR-MASTER.
       01 HR-MASTER-REC.
          05 HR-ID PIC X(5).
          05 HR-HIRE-DATE PIC X(8).
          05 HR-DEPT PIC X(4).
          05 HR-STATUS PIC X(01).
          05 HR-SEP-DATE PIC X(8).
      ***** WHAT EACH EMPLOYEE MAY CHARGE AND CURRENTLY OWES
       FD STAFF-PURCHASES.
       01 STAFF-PURCHASES-REC.
          05 EPR-EMPID PIC X(5).
          05 EPR-LIMIT PIC 9(6)V9(2).
          05 EPR-BALANCE PIC 9(6)V9(2).
       FD STAFF-PURCHASES-TEMP.
       01 TEMP-STAFF-PURCHASES-REC.
          05 TEPR-EMPID PIC X(5).
          05 TEPR-LIMIT PIC 9(6)V9(2).
          05 TEPR-BALANCE PIC 9(6)V9(2).
      ***** EVERY STAFF CHARGE (C), PAYROLL DEDUCTION (D) AND FINAL
      ***** PAY OFFSET (F); REF IS THE OR NUMBER OR THE PAY PERIOD
       FD STAFF-CHARGE-LEDGER.
       01 STAFF-CHARGE-LEDGER-REC.
          05 EPL-EMPID PIC X(5).
          05 EPL-DATE PIC X(8).
          05 EPL-TYPE PIC X(01).
          05 EPL-AMOUNT PIC 9(6)V9(2).
          05 EPL-REF PIC X(10).
      ***** ONE DATED DETAIL RECORD PER COMMISSION COMPUTATION SO
      ***** THE MONTHLY STATEMENT CAN SHOW WHAT MAST-COMM IS MADE OF
       FD COMMISSION-JOURNAL.
          05 CJ-UNITS PIC 9(4).
          05 CJ-TOTALSALES PIC 9(5)V9(2).
          05 CJ-COMM PIC 9(5)V9(2).
      ***** S=MONTH-END RUN ON REGISTER SALES, C=CLAWBACK ON A
      ***** RETURNED LINE (CJ-COMM COMES OFF), BLANK=OLD KEYED ENTRY
          05 CJ-TYPE PIC X(01).
          05 CJ-ORDER-NUM PIC 9(4).
       FD PRIME-BATCH-IN.
       01 PRIME-BATCH-IN-REC.
          05 PB-CANDIDATE PIC 9(5).
          05 NAMESALESMAN PIC X(10).
          05 SALESMANNUM PIC X(4).
          05 UNITSSOLD PIC 9(4) COMP.
          05 TOTALSALES PIC 9(5)V9(2) COMP.
          05 SEL-COMM PIC 9(5)V9(2) COMP.
          05 SEL-COMMDIS PIC ZZ,ZZZ.99.
          05 SEL-MODE PIC X(01).
          05 SEL-MONTH PIC X(6).
          05 SEL-MONTH-R REDEFINES SEL-MONTH.
             10 SEL-MONTH-YYYY PIC 9(4).
             10 SEL-MONTH-MM PIC 9(2).
          05 SEL-DATE-NUM PIC 9(8).
          05 SEL-EOF-FLAG PIC 9 VALUE 0.
          05 SEL-RUN-FOUND PIC 9 VALUE 0.
          05 SEL-CLAW-UNITS PIC 9(4) VALUE 0.
          05 SEL-CLAWBACK PIC 9(5)V9(2) VALUE 0.
      ***** PAID ORDERS OF THE MONTH BEING RUN, BY RECEIPT NUMBER
          05 SEL-ORDER-FLAGS.
             10 SEL-ORDER-FLAG PIC 9 OCCURS 9999 TIMES.
      *********** VOWEL OR CONSONANT
       01 SEL-VOWELORCONSO.
         02 CHAR PIC X.
       01 BANKDEPORWITH.
          05 BANKNUM PIC X(5).
          05 BANKNAME PIC X(10).
          05 BALANCE PIC 9(9)V9(2) COMP.
          05 BALANCEIN PIC X(12).
          05 BALANCEDIS PIC ZZZ,ZZZ,ZZZ.99.
          05 T-CODE PIC X.
      *T-CODE = TRANSACTION CODE
          05 T-AMOUNT PIC 9(9)V9(2) COMP.
          05 T-AMOUNTIN PIC X(12).
          05 LEDGER-FOUND-FLAG PIC 9 VALUE 0.
          05 ACCT-STATUS PIC X(01) VALUE 'A'.
      ********** BANK TRANSACTION JOURNALING
       01 JOURNAL-SEQ.
          05 JB-TCODE PIC X(01).
          05 JB-AMOUNT PIC 9(9)V9(2).
      ********** ACCOUNT-TO-ACCOUNT TRANSFER
       01 TRANSFER-SEQ.
          05 XFER-DEST-NUM PIC X(5).
          05 XFER-DEST-NAME PIC X(10).
          05 XFER-DEST-BALANCE PIC 9(9)V9(2).
          05 XFER-DEST-STATUS PIC X(01).
          05 XFER-DEST-FOUND PIC 9 VALUE 0.
          05 XFER-AMOUNT PIC 9(9)V9(2).
          05 XFER-AMOUNTIN PIC X(12).
      ********** BANK DETAILS SUBMENU CONTROL
       01 BNK-CHOICE PIC X(01) VALUE SPACE.
      ********** THE VAT RATE IN FORCE FOR THE BUSINESS DATE
          05 LOY-REDEEM PIC 9(6)V9(2) VALUE 0.
          05 LOY-EARNED PIC 9(5)V9(2).
          05 LOY-DELTA PIC S9(6)V9(2).
      ********** SALESMAN CREDITED WITH THE ORDER
       01 ORDER-SALESMAN-SEQ.
          05 OSM-EOF-FLAG PIC 9 VALUE 0.
          05 OSM-FOUND PIC 9 VALUE 0.
          05 OSM-SALESMAN PIC X(4) VALUE SPACES.
      ********** PROMO PRICING AT THE REGISTER
       01 PROMO-SEQ.
          05 PRM-EOF-FLAG PIC 9 VALUE 0.
          05 HDO-EOF-FLAG PIC 9 VALUE 0.
          05 HDO-FOUND PIC 9 VALUE 0.
          05 HDO-IDX PIC 9(2).
      ********** LAYAWAY DEPOSITS, INSTALLMENTS AND RELEASE
       01 LAYAWAY-SEQ.
          05 LYW-YN PIC X(01).
          05 LYW-EOF-FLAG PIC 9 VALUE 0.
          05 LYW-FOUND PIC 9 VALUE 0.
          05 LYW-SHORT PIC 9 VALUE 0.
          05 LYW-COMPLETES PIC 9 VALUE 0.
          05 LYW-IDX PIC 9(2).
          05 LYW-QTY-SUM PIC 9(5).
          05 LYW-NUMIN PIC X(6).
          05 LYW-NUM PIC 9(6).
          05 LYW-CUSTOMER PIC X(20).
          05 LYW-DUE-DATE PIC X(8).
          05 LYW-DUE-NUM PIC 9(8).
          05 LYW-DAYNUM PIC 9(7).
          05 LYW-TOTAL PIC 9(6)V9(2).
          05 LYW-PAID PIC 9(6)V9(2).
          05 LYW-BALANCE PIC 9(6)V9(2).
          05 LYW-MIN-DEP PIC 9(6)V9(2).
          05 LYW-AMOUNTIN PIC X(9).
          05 LYW-AMOUNT PIC 9(6)V9(2).
          05 LYW-CHANGE PIC 9(6)V9(2).
          05 LYW-NET-CASH PIC 9(6)V9(2).
          05 LYW-PAY-TYPE PIC X(01).
          05 LYW-OR-NUM PIC 9(4).
          05 LYW-LOG-FLAG PIC X(01).
          05 LYW-AMOUNTDIS PIC ZZZ,ZZ9.99.
          05 LYW-COST OCCURS 50 TIMES PIC 9(5)V9(4).
      ***** POLICY AS LOADED (DEFAULTS SEEDED WHEN THE FILE IS EMPTY)
          05 LYW-MIN-PCT PIC 9(2)V9(2) VALUE 20.
          05 LYW-TERM-DAYS PIC 9(3) VALUE 60.
       01 LYW-RCPT-TITLE.
          05 FILLER PIC X(30) VALUE "LAYAWAY RECEIPT               ".
          05 LYW-RCPT-STAMP PIC X(14).
       01 LYW-RCPT-LINE.
          05 LYW-RCPT-LABEL PIC X(22).
          05 LYW-RCPT-TEXT PIC X(30).
       01 LYW-RCPT-AMOUNT-LINE.
          05 LYW-RCPT-AMT-LABEL PIC X(22).
          05 LYW-RCPT-AMOUNT PIC ZZZ,ZZ9.99.
      ********** CASHIER SHIFT AUTO-OPEN AT SIGN-ON
       01 CSH-SEQ.
          05 CSH-EOF-FLAG PIC 9 VALUE 0.
          05 KYCW-SOF PIC X(02).
          05 KYCW-COMPLETE PIC X(01).
          05 KYCW-YN PIC X(01).
      ***** THE KYC ROW AS IT STOOD BEFORE A RECAPTURE, FOR THE AUDIT
          05 KYCW-OLD.
             10 KYCW-OLD-BANKNUM PIC X(5).
             10 KYCW-OLD-ADDRESS PIC X(30).
             10 KYCW-OLD-BIRTHDATE PIC X(8).
             10 KYCW-OLD-IDTYPE PIC X(10).
             10 KYCW-OLD-IDNUM PIC X(15).
             10 KYCW-OLD-SOF PIC X(02).
             10 KYCW-OLD-COMPLETE PIC X(01).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "AccountKyc.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
      ********** BANKING-DAY RULE FOR TIME-DEPOSIT MATURITIES
       01 BKD-PARM.
          05 BKD-P-PRODUCT PIC X(2) VALUE "TD".
          05 BKD-P-DATE PIC X(8).
          05 BKD-P-ADJUSTED PIC X(8).
          05 BKD-P-RULE PIC X(01).
      ********** PLACEMENT NUMBERS COME OFF THE SHOP'S SERIES CONTROL
       01 NSR-PARM.
          05 NSR-P-CODE PIC X(8) VALUE "TDNUMBER".
          05 NSR-P-HOWMANY PIC 9(4) VALUE 1.
          05 NSR-P-FLOOR PIC 9(6).
          05 NSR-P-CEILING PIC 9(6) VALUE 9999.
          05 NSR-P-FIRST PIC 9(6).
          05 NSR-P-RESULT PIC X(01).
      ********** SUPERVISOR-APPROVED TRANSACTION REVERSALS
       01 REVERSAL-SEQ.
          05 RVS-STAMPIN PIC X(14).
          05 RVS-ORIG-TCODE PIC X(01).
          05 RVS-AMOUNT PIC 9(9)V9(2).
          05 RVS-FOUND PIC 9 VALUE 0.
          05 RVS-EOF-FLAG PIC 9 VALUE 0.
      ***** WHICH WAY THE CONTRA MOVES THE BALANCE (A=ADD S=SUBTRACT)
          05 TDP-COUNT PIC 9(4) VALUE 0.
          05 TDP-NUM PIC X(5).
          05 TDP-NUMIN PIC X(5).
          05 TDP-AMOUNTIN PIC X(12).
          05 TDP-AMOUNT PIC 9(9)V9(2).
          05 TDP-TERMIN PIC X(3).
          05 TDP-TERM PIC 9(3).
          05 TDP-RATEIN PIC X(5).
          05 TDP-PENRATEIN PIC X(5).
          05 TDP-PENRATE PIC 99V9(2).
          05 TDP-ELAPSED PIC 9(4).
          05 TDP-INT PIC 9(9)V9(2).
          05 TDP-TAX PIC 9(9)V9(2).
          05 TDP-NET PIC 9(9)V9(2).
          05 TDP-PROCEEDS PIC 9(10)V9(2).
          05 TDP-PROCEEDSDIS PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 TDP-MM PIC 9(4).
          05 TDP-ADD-MONTHS PIC 9(3).
          05 TDP-Y1 PIC 9(4).
       01 HOLD-SEQ.
          05 HOLD-EOF-FLAG PIC 9 VALUE 0.
          05 HOLD-FOUND PIC 9 VALUE 0.
          05 HOLD-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 HOLD-TODAY PIC X(8).
          05 HOLD-CHOICE PIC X(01).
          05 HOLD-AMOUNTIN PIC X(12).
          05 HOLD-AMOUNT PIC 9(9)V9(2).
          05 HOLD-REASONIN PIC X(10).
          05 HOLD-EXPIRYIN PIC X(8).
          05 HOLD-TOTALDIS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 HOLD-AVAILABLE PIC S9(11)V9(2).
          05 HOLD-AVAILABLEDIS PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      ********** TELLER CASH DRAWER SESSIONS
       01 DRAWER-SEQ.
          05 DR-FOUND PIC 9 VALUE 0.
          05 DR-OVERSHORT PIC S9(6)V9(2).
          05 DR-OVERSHORTDIS PIC ----,--9.99.
          05 DR-POST-CODE PIC X(01).
          05 DR-POST-AMOUNT PIC 9(9)V9(2).
          05 DR-NEW-STATUS PIC X(01).
          05 DR-START-TIME PIC X(6).
          05 DR-JD-TOTAL PIC 9(8)V9(2).
          05 DR-JW-TOTAL PIC 9(8)V9(2).
          05 DR-JRNL-EOF PIC 9 VALUE 0.
          05 DR-TODAY PIC X(8).
      ***** ACCOUNTS KEPT IN A FOREIGN CURRENCY; THEIR CASH NEVER
      ***** PASSES THROUGH THE PESO DRAWER
       01 DR-FGN-TABLE.
          05 DR-FGN-ACCT PIC X(5) OCCURS 500 TIMES.
       01 DR-FGN-SEQ.
          05 DR-FGN-COUNT PIC 9(3) VALUE 0.
          05 DR-FGN-IDX PIC 9(3).
          05 DR-FGN-HIT PIC 9 VALUE 0.
          05 DR-FGN-EOF PIC 9 VALUE 0.
      ********** DRAWER PROOF SHEET LINE LAYOUTS
       01 DR-PROOF-TITLE.
          05 FILLER PIC X(22) VALUE "DRAWER PROOF - TELLER ".
          05 PBK-FOUND PIC 9 VALUE 0.
          05 PBK-EOF-FLAG PIC 9 VALUE 0.
          05 PBK-LAST-STAMP PIC X(14) VALUE SPACES.
          05 PBK-LAST-BALANCE PIC 9(9)V9(2) VALUE 0.
          05 PBK-LAST-SEQ PIC 9(3) VALUE 0.
          05 PBK-LINE-COUNT PIC 9(3) VALUE 0.
          05 PBK-LINE-COUNTDIS PIC ZZ9.
          05 PBK-TTL-BANKNAME PIC X(10).
       01 PBK-BF-LINE.
          05 FILLER PIC X(21) VALUE "BALANCE BROUGHT FWD: ".
          05 PBK-BF-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 PBK-DETAIL-LINE.
          05 PBK-DET-DATE PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 PBK-DET-TCODE PIC X(01).
          05 FILLER PIC X(3) VALUE SPACES.
          05 PBK-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 PBK-DET-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
      ********** LOAN PAYMENT SPLITTING
       01 LOANPAY-SEQ.
          05 LP-FOUND-FLAG PIC 9 VALUE 0.
          05 LP-EOF-FLAG PIC 9 VALUE 0.
          05 LP-BALANCE PIC 9(9)V9(2).
          05 LP-PENALTY PIC 9(9)V9(2).
          05 LP-RATE PIC 99V9(2).
          05 LP-PAID-COUNT PIC 9(3).
          05 LP-STATUS PIC X(01).
          05 LP-PAYMENTIN PIC X(12).
          05 LP-PAYMENT PIC 9(9)V9(2).
          05 LP-PEN-PART PIC 9(9)V9(2).
          05 LP-INT-PART PIC 9(9)V9(2).
          05 LP-PRIN-PART PIC 9(9)V9(2).
          05 LP-PEN-PARTDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 LP-INT-PARTDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 LP-PRIN-PARTDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 LP-BALANCEDIS PIC ZZZ,ZZZ,ZZ9.99.
      ********** BILLS PAYMENT COLLECTION
       01 BILLPAY-SEQ.
          05 BPM-BILLER PIC X(5).
          05 BPM-FOUND-FLAG PIC 9 VALUE 0.
          05 BPM-EOF-FLAG PIC 9 VALUE 0.
          05 BPM-REF PIC X(20).
          05 BPM-REF-OK PIC 9 VALUE 0.
          05 BPM-REF-SIZE PIC 9(2).
          05 BPM-PREFIX-SIZE PIC 9(2).
          05 BPM-AMOUNTIN PIC X(9).
          05 BPM-AMOUNT PIC 9(6)V9(2).
          05 BPM-TOTAL PIC 9(6)V9(2).
          05 BPM-TENDER PIC X(01).
          05 BPM-ACCT PIC X(5).
          05 BPM-POSTED PIC 9 VALUE 0.
          05 BPM-STAMP PIC X(14).
          05 BPM-NAME PIC X(20).
          05 BPM-REF-LEN PIC 9(2).
          05 BPM-REF-TYPE PIC X(01).
          05 BPM-REF-PREFIX PIC X(4).
          05 BPM-FEE PIC 9(3)V9(2).
          05 BPM-SETTLE-ACCT PIC X(5).
          05 BPM-AMOUNTDIS PIC ZZZ,ZZ9.99.
          05 BPM-FEEDIS PIC ZZZ,ZZ9.99.
          05 BPM-TOTALDIS PIC ZZZ,ZZ9.99.
       01 BPM-ACK-TITLE.
          05 FILLER PIC X(30) VALUE "BILLS PAYMENT ACKNOWLEDGMENT  ".
          05 BPM-ACK-STAMP PIC X(14).
       01 BPM-ACK-LINE.
          05 BPM-ACK-LABEL PIC X(22).
          05 BPM-ACK-TEXT PIC X(30).
       01 BPM-ACK-AMOUNT-LINE.
          05 BPM-ACK-AMT-LABEL PIC X(22).
          05 BPM-ACK-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
      ********** TUITION PAYMENTS TAKEN AT THE TELLER FOR THE SCHOOL
       01 TUITION-SEQ.
          05 TPM-STUDENTIN PIC X(5).
          05 TPM-STUDENT PIC 9(5).
          05 TPM-APP-FOUND PIC 9 VALUE 0.
          05 TPM-ENROLLED PIC 9 VALUE 0.
          05 TPM-EOF-FLAG PIC 9 VALUE 0.
          05 TPM-FNAME PIC X(10).
          05 TPM-LNAME PIC X(15).
          05 TPM-CHARGES PIC 9(7)V9(2).
          05 TPM-CREDITS PIC 9(7)V9(2).
          05 TPM-BALANCE PIC S9(7)V9(2).
          05 TPM-BALANCEDIS PIC -Z,ZZZ,ZZ9.99.
          05 TPM-AMOUNTIN PIC X(12).
          05 TPM-AMOUNT PIC 9(9)V9(2).
      ***** THE LARGEST SINGLE PAYMENT THE STUDENT LEDGER CAN CARRY
          05 TPM-POST-MAX PIC 9(6)V9(2) VALUE 999999.99.
          05 TPM-TENDER PIC X(01).
          05 TPM-ACCT PIC X(5).
          05 TPM-SCHOOL-ACCT PIC X(5).
          05 TPM-POSTED PIC 9 VALUE 0.
          05 TPM-STAMP PIC X(14).
          05 TPM-REF PIC X(10).
       01 TPM-ACK-TITLE.
          05 FILLER PIC X(30) VALUE "TUITION PAYMENT ACKNOWLEDGMENT".
          05 TPM-ACK-STAMP PIC X(14).
      ********** FOREIGN-CURRENCY ACCOUNTS AT THE TELLER
       01 FXT-SEQ.
          05 FXT-CURRENCY PIC X(3) VALUE "PHP".
          05 FXT-CURRENCYIN PIC X(3).
          05 FXT-DEST-CURRENCY PIC X(3).
          05 FXT-LOOKUP-ACCT PIC X(5).
          05 FXT-LOOKUP-CCY PIC X(3).
          05 FXT-EOF-FLAG PIC 9 VALUE 0.
          05 FXT-RATE-FOUND PIC 9 VALUE 0.
          05 FXT-BUY PIC 9(3)V9(4) VALUE 0.
          05 FXT-SELL PIC 9(3)V9(4) VALUE 0.
          05 FXT-RATE PIC 9(3)V9(4) VALUE 0.
          05 FXT-PESO PIC 9(9)V9(2) VALUE 0.
          05 FXT-STAMP PIC X(14).
          05 FXT-RATEDIS PIC ZZ9.9999.
          05 FXT-PESODIS PIC ZZZ,ZZZ,ZZ9.99.
       01 FXT-SLIP-TITLE.
          05 FILLER PIC X(30) VALUE "FOREIGN CURRENCY TELLER SLIP  ".
          05 FXT-SLIP-STAMP PIC X(14).
       01 FXT-SLIP-LINE.
          05 FXT-SLIP-LABEL PIC X(22).
          05 FXT-SLIP-TEXT PIC X(30).
       01 FXT-SLIP-AMOUNT-LINE.
          05 FXT-SLIP-AMT-LABEL PIC X(22).
          05 FXT-SLIP-CCY PIC X(4).
          05 FXT-SLIP-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
      ********** TRANSACTION EXCEPTION TAGGING
       01 EXCEPT-SEQ.
          05 EXC-SINGLE-LIMIT PIC 9(6)V9(2) VALUE 0.
          05 EXC-TODAY PIC X(8).
          05 EXC-TXN-COUNT PIC 9(3) VALUE 0.
          05 EXC-REASON PIC X(10).
          05 EXC-CHECK-AMOUNT PIC 9(9)V9(2) VALUE 0.
      ********** TELLER AUTHORITY LIMITS AND SUPERVISOR OVERRIDE
       01 AUT-TABLE.
          05 AUT-ENTRY OCCURS 30 TIMES.
             10 AUT-T-LEVEL PIC 9.
             10 AUT-T-TCODE PIC X(01).
             10 AUT-T-LIMIT PIC 9(9)V9(2).
       01 AUT-SEQ.
          05 AUT-COUNT PIC 9(2) VALUE 0.
          05 AUT-IDX PIC 9(2).
          05 AUT-LOADED PIC 9 VALUE 0.
          05 AUT-EOF-FLAG PIC 9 VALUE 0.
          05 AUT-TCODE PIC X(01).
          05 AUT-CURRENCY PIC X(3).
          05 AUT-AMOUNT PIC 9(9)V9(2).
          05 AUT-PESO PIC 9(9)V9(2).
          05 AUT-NO-RATE PIC 9 VALUE 0.
          05 AUT-LEVEL PIC 9.
          05 AUT-LIMIT PIC 9(9)V9(2).
          05 AUT-TELLER-LIMIT PIC 9(9)V9(2).
          05 AUT-OK PIC 9 VALUE 0.
          05 AUT-APPR-ID PIC X(5).
          05 AUT-APPR-PW PIC X(8).
          05 AUT-APPR-LEVEL PIC 9.
          05 AUT-APPR-OK PIC 9 VALUE 0.
          05 AUT-LIMITDIS PIC ZZZ,ZZZ,ZZ9.99.

      ***********************ITERATION VARIABLES************************
      ******* SPACING
          05 ITM-PRICE-FOUNDDIS PIC ZZ,ZZ9.99.
          05 ITM-DISC-FOUND PIC X(01).
          05 ITM-VAT-FOUND PIC X(01).
          05 ITM-COST-FOUND PIC 9(5)V9(4).
          05 ITM-STOCK-FOUND PIC 9(5).
          05 ITM-KIT-FLAG PIC 9 VALUE 0.
      ********** COMPONENTS OF A KIT CODE, MOVED IN ITS PLACE WHEN
      ********** THE KIT SELLS
       01 KITCOMP-SEQ.
          05 KTW-EOF-FLAG PIC 9 VALUE 0.
          05 KTW-COUNT PIC 9(2) VALUE 0.
          05 KTW-IDX PIC 9(2).
          05 KTW-CAN-MAKE PIC 9(5).
          05 KTW-KIT-CODE PIC X(10).
          05 KTW-KIT-QTY PIC 9(4).
          05 KTW-KIT-COST PIC 9(5)V9(4).
          05 KTW-ENTRY OCCURS 20 TIMES.
             10 KTW-C-CODE PIC X(10).
             10 KTW-C-QTY PIC 9(3).
             10 KTW-C-FOUND PIC 9.
      ********** THE ITEM'S OPEN LOTS, DRAWN DOWN FIRST-EXPIRING-FIRST
      ********** WHEN STOCK LEAVES THE SHELF
       01 STOCKLOT-SEQ.
          05 LTW-EOF-FLAG PIC 9 VALUE 0.
          05 LTW-REC-NO PIC 9(6).
          05 LTW-COUNT PIC 9(2) VALUE 0.
          05 LTW-IDX PIC 9(2).
          05 LTW-PICK PIC 9(2).
          05 LTW-REMAIN PIC 9(5).
          05 LTW-ENTRY OCCURS 50 TIMES.
             10 LTW-E-REC-NO PIC 9(6).
             10 LTW-E-EXPIRY PIC X(8).
             10 LTW-E-QTY PIC 9(5).
             10 LTW-E-TAKE PIC 9(5).
      ********** ORDER LINES BUFFERED UNTIL TENDER IS ACCEPTED,
      ********** SO AN ABANDONED ORDER RELIEVES NO STOCK AND LOGS
      ********** NO LINES
          05 CHG-BALANCE PIC 9(6)V9(2).
          05 CHG-BALANCEDIS PIC ZZZ,ZZ9.99.
          05 CHG-LIMIT PIC 9(6)V9(2) VALUE 0.
          05 CHG-STATUS PIC X(01).
          05 CHG-OVR PIC X(01).
      ********** EMPLOYEE CHARGE TENDER
       01 STAFF-CHARGE-SEQ.
          05 STF-EMPID PIC X(5).
          05 STF-ACTIVE PIC 9 VALUE 0.
          05 STF-FOUND PIC 9 VALUE 0.
          05 STF-EOF-FLAG PIC 9 VALUE 0.
          05 STF-LIMIT PIC 9(6)V9(2) VALUE 0.
          05 STF-BALANCE PIC 9(6)V9(2) VALUE 0.
          05 STF-AVAILABLE PIC S9(6)V9(2) VALUE 0.
          05 STF-AVAILABLEDIS PIC ZZZ,ZZ9.99.
      ********** OR-SERIES ASSIGNMENT AT THE REGISTER
       01 ORSERIES-SEQ.
          05 ORS-OK-FLAG PIC 9 VALUE 0.
            MOVE 0 TO LOY-FOUND
            MOVE 0 TO LOY-REDEEM
            MOVE SPACES TO LOY-MEMBERIN
            MOVE SPACES TO OSM-SALESMAN
            MOVE 08 TO LINEE
            MOVE 42 TO COLUMNN
      ***** A PAYMENT AGAINST AN OPEN LAYAWAY RINGS NO NEW ITEMS
            DISPLAY "LAYAWAY PAYMENT? (Y/N): " AT 0442
            ACCEPT LYW-YN AT 0466
            IF LYW-YN = 'Y' OR LYW-YN = 'y'
               PERFORM LAYAWAY-PAYMENT
               EXIT PARAGRAPH
            END-IF
      ***** THE OR NUMBER IS NOT ASSIGNED UNTIL TENDER TIME, SO A
      ***** HELD OR EMPTY ORDER NEVER BURNS A NUMBER IN THE SERIES
            DISPLAY "RECALL A HELD ORDER? (Y/N): " AT 0542
                     AT LINE LINEE COLUMN COLUMNN
                  ADD 1 TO LINEE
               ELSE
               IF ITM-KIT-FLAG = 1 AND ITM-STOCK-FOUND = 0
                  MOVE 42 TO COLUMNN
                  DISPLAY "KIT UNAVAILABLE - COMPONENT SHORT"
                     AT LINE LINEE COLUMN COLUMNN
                  ADD 1 TO LINEE
               ELSE
               IF OL-COUNT NOT < 50
      ***** A LINE THAT CANNOT BE BUFFERED IS NOT SOLD AT ALL, SO
      ***** THE TOTALS NEVER DRIFT FROM THE COMMITTED LINES
                  ADD 16 TO COLUMNN
                  ACCEPT IT-QTYIN AT LINE LINEE COLUMN COLUMNN
                  MOVE IT-QTYIN TO IT-QTY
      ***** A KIT LINE CANNOT ASK FOR MORE KITS THAN THE SHORTEST
      ***** COMPONENT ON THE SHELF CAN MAKE UP
                  IF ITM-KIT-FLAG = 1 AND IT-QTY > ITM-STOCK-FOUND
                     MOVE 42 TO COLUMNN
                     DISPLAY "KIT UNAVAILABLE - COMPONENT SHORT"
                        AT LINE LINEE COLUMN COLUMNN
                     ADD 1 TO LINEE
                  ELSE
                     MOVE ITM-PRICE-FOUND TO IT-PRICE
                     COMPUTE IT-LINETOTAL ROUNDED = IT-QTY * IT-PRICE
      ***** PROMOS PRICE THE LINE FIRST, SO THE SENIOR/PWD STEP
      ***** LATER COMPUTES ON THE PROMO PRICE
                     PERFORM APPLY-PROMO-PRICING
                     IF IT-PROMO > 0
                        MOVE IT-PROMO TO IT-PROMODIS
                        MOVE 42 TO COLUMNN
                        DISPLAY "PROMO DISCOUNT: "
                           AT LINE LINEE COLUMN COLUMNN
                        ADD 17 TO COLUMNN
                        DISPLAY IT-PROMODIS
                           AT LINE LINEE COLUMN COLUMNN
                        ADD 1 TO LINEE
                     END-IF
                     COMPUTE ORDERTOTAL = ORDERTOTAL + IT-LINETOTAL
                     IF ITM-DISC-FOUND = 'Y'
                        ADD IT-LINETOTAL TO DSC-ELIGIBLE
                        IF ITM-VAT-FOUND = 'E'
                           ADD IT-LINETOTAL TO DSC-ELIG-E
                        ELSE
                           ADD IT-LINETOTAL TO DSC-ELIG-V
                        END-IF
                     END-IF
                     IF ITM-VAT-FOUND = 'E'
                        ADD IT-LINETOTAL TO VAT-EXEMPT
                     ELSE
                        ADD IT-LINETOTAL TO VAT-GROSS-V
                     END-IF
                     ADD 1 TO OL-COUNT
                     MOVE IT-ITEMCODE TO OL-CODE(OL-COUNT)
                     MOVE IT-QTY TO OL-QTY(OL-COUNT)
                     MOVE IT-PRICE TO OL-PRICE(OL-COUNT)
                     MOVE IT-LINETOTAL TO OL-LINETOTAL(OL-COUNT)
                     MOVE ITM-VAT-FOUND TO OL-VATCLASS(OL-COUNT)
                     MOVE IT-PROMO TO OL-PROMO(OL-COUNT)
                     ADD 1 TO LINEE
                  END-IF
               END-IF
               END-IF
               END-IF
               MOVE 42 TO COLUMNN
               EXIT PARAGRAPH
            END-IF

      ***** A LAYAWAY RESERVES THE STOCK AGAINST A DEPOSIT INSTEAD;
      ***** THE SALE ITSELF IS ONLY LOGGED WHEN IT IS PAID OFF
            ADD 1 TO LINEE
            MOVE 42 TO COLUMNN
            DISPLAY "LAYAWAY THIS ORDER? (Y/N): "
               AT LINE LINEE COLUMN COLUMNN
            ADD 28 TO COLUMNN
            ACCEPT LYW-YN AT LINE LINEE COLUMN COLUMNN
            IF LYW-YN = 'Y' OR LYW-YN = 'y'
               PERFORM START-LAYAWAY
               EXIT PARAGRAPH
            END-IF

            PERFORM DISCOUNT-STEP

            PERFORM ASSIGN-OR-NUMBER
            DISPLAY "ORDER TOTAL: " AT LINE LINEE COLUMN COLUMNN
               ORDERTOTAL

      ***** THE SALESMAN WHO CLOSED THE SALE IS CREDITED ON EVERY
      ***** LINE; A BLANK ANSWER IS A HOUSE SALE WITH NO COMMISSION
            ADD 1 TO LINEE
            DISPLAY "SALESMAN NUMBER (BLANK=NONE): "
               AT LINE LINEE COLUMN 42
            ACCEPT OSM-SALESMAN AT LINE LINEE COLUMN 73
            IF OSM-SALESMAN NOT = SPACES
               PERFORM LOOKUP-ORDER-SALESMAN
               IF OSM-FOUND = 0
                  ADD 1 TO LINEE
                  DISPLAY "SALESMAN NOT ON FILE - NO COMMISSION"
                     AT LINE LINEE COLUMN 42
                  MOVE SPACES TO OSM-SALESMAN
               END-IF
            END-IF

      ***** THE POINTS CARD IS ASKED FOR ON EVERY ORDER; A BLANK
      ***** ANSWER JUST MOVES ON
            ADD 1 TO LINEE
               DISPLAY "AMOUNT DUE: " AT LINE LINEE COLUMN 42
               DISPLAY TDR-DUEDIS AT LINE LINEE COLUMN 54
               ADD 1 TO LINEE
               DISPLAY "[C]ASH [A]CCT [G]C [E]MP [X]VOID: "
                  AT LINE LINEE COLUMN 42
               ACCEPT TDR-TYPE AT LINE LINEE COLUMN 77
               EVALUATE TDR-TYPE
                  WHEN 'C' WHEN 'c'
                     PERFORM TENDER-CASH-LINE
                     PERFORM TENDER-ACCOUNT-LINE
                  WHEN 'G' WHEN 'g'
                     PERFORM TENDER-GC-LINE
                  WHEN 'E' WHEN 'e'
                     PERFORM TENDER-EMPLOYEE-LINE
                  WHEN 'X' WHEN 'x'
      ***** ONCE AN ACCOUNT HAS BEEN CHARGED THE SALE MUST FINISH
                     IF TDR-NONCASH = 1
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF
      ***** AN ACCOUNT WRITTEN OFF TO BAD DEBT TAKES NO NEW CHARGES
            IF CHG-STATUS = 'S'
               ADD 1 TO LINEE
               DISPLAY "ACCOUNT SUSPENDED - NO CHARGES"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO LINEE
            DISPLAY "CHARGE AMOUNT: " AT LINE LINEE COLUMN 42
            MOVE CHG-CUSTNUM TO TDR-T-REF(TDR-COUNT).
            EXIT.

      ***** STAFF PURCHASES ON CREDIT: ACTIVE EMPLOYEES ONLY, HELD TO
      ***** THEIR PURCHASE LIMIT WITH NO OVERRIDE, AND RECOVERED BY
      ***** THE NEXT PAYROLL RUN
       TENDER-EMPLOYEE-LINE.
            ADD 1 TO LINEE
            DISPLAY "EMPLOYEE ID: " AT LINE LINEE COLUMN 42
            ACCEPT STF-EMPID AT LINE LINEE COLUMN 56
            PERFORM LOOKUP-STAFF-MEMBER
            IF STF-ACTIVE = 0
               ADD 1 TO LINEE
               DISPLAY "NOT AN ACTIVE EMPLOYEE"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF
            PERFORM LOOKUP-STAFF-PURCHASES
            IF STF-FOUND = 0 OR STF-LIMIT = 0
               ADD 1 TO LINEE
               DISPLAY "NO PURCHASE LIMIT SET"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF
            COMPUTE STF-AVAILABLE = STF-LIMIT - STF-BALANCE
            IF STF-AVAILABLE <= 0
               ADD 1 TO LINEE
               DISPLAY "PURCHASE LIMIT REACHED"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF
            MOVE STF-AVAILABLE TO STF-AVAILABLEDIS
            ADD 1 TO LINEE
            DISPLAY "AVAILABLE: " AT LINE LINEE COLUMN 42
            DISPLAY STF-AVAILABLEDIS AT LINE LINEE COLUMN 54

            ADD 1 TO LINEE
            DISPLAY "CHARGE AMOUNT: " AT LINE LINEE COLUMN 42
            ACCEPT TDR-AMOUNTIN AT LINE LINEE COLUMN 58
            MOVE TDR-AMOUNTIN TO TDR-AMOUNT
            IF TDR-AMOUNT = 0
               EXIT PARAGRAPH
            END-IF
            IF TDR-AMOUNT > TDR-DUE
               MOVE TDR-DUE TO TDR-AMOUNT
            END-IF
            IF TDR-AMOUNT > STF-AVAILABLE
               ADD 1 TO LINEE
               DISPLAY "PURCHASE LIMIT EXCEEDED"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF

            ADD TDR-AMOUNT TO STF-BALANCE
            PERFORM SAVE-STAFF-PURCHASES
            MOVE STF-EMPID TO EPL-EMPID
            PERFORM GET-BUSINESS-DATE
            MOVE BDT-DATE TO EPL-DATE
            MOVE 'C' TO EPL-TYPE
            MOVE TDR-AMOUNT TO EPL-AMOUNT
            MOVE ORDERNUM TO EPL-REF
            OPEN EXTEND STAFF-CHARGE-LEDGER
            MOVE "STAFF-CHARGE-LEDGER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE STAFF-CHARGE-LEDGER-REC
            CLOSE STAFF-CHARGE-LEDGER

            SUBTRACT TDR-AMOUNT FROM TDR-DUE
            MOVE 1 TO TDR-NONCASH
            ADD 1 TO TDR-COUNT
            MOVE 'E' TO TDR-T-TYPE(TDR-COUNT)
            MOVE TDR-AMOUNT TO TDR-T-AMOUNT(TDR-COUNT)
            MOVE STF-EMPID TO TDR-T-REF(TDR-COUNT).
            EXIT.

      ***** A GIFT CERTIFICATE IS VALIDATED AGAINST THE REGISTER,
      ***** REDEEMS AT FACE VALUE UP TO THE AMOUNT DUE, AND NEVER
      ***** GIVES CHANGE - THE PAPER IS SURRENDERED EITHER WAY
            ACCEPT HDO-SLOTIN AT LINE LINEE COLUMN COLUMNN
            MOVE HDO-SLOTIN TO HDO-SLOT
            PERFORM DROP-HELD-SLOT
            PERFORM GET-BUSINESS-DATE
            OPEN EXTEND HELD-ORDERS
            MOVE "HELD-ORDERS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               MOVE OL-LINETOTAL(HDO-IDX) TO HO-LINETOTAL
               MOVE OL-VATCLASS(HDO-IDX) TO HO-VATCLASS
               MOVE OL-PROMO(HDO-IDX) TO HO-PROMO
               MOVE OPR-ID TO HO-OPERATOR
               MOVE BDT-DATE TO HO-DATE
               WRITE HELD-ORDER-REC
            END-PERFORM
            CLOSE HELD-ORDERS
                  MOVE 1 TO CHG-FOUND
                  MOVE CU-BALANCE TO CHG-BALANCE
                  MOVE CU-LIMIT TO CHG-LIMIT
                  MOVE CU-STATUS TO CHG-STATUS
                  MOVE 1 TO CHG-EOF-FLAG
               ELSE
                  READ CUSTOMER-MASTER
            CLOSE CUSTOMER-MASTER-TEMP.
            EXIT.

       LOOKUP-STAFF-MEMBER.
            MOVE 0 TO STF-ACTIVE
            MOVE 0 TO STF-EOF-FLAG
            OPEN EXTEND HR-MASTER
            MOVE "HR-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE HR-MASTER
            OPEN INPUT HR-MASTER
            MOVE "HR-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ HR-MASTER
               AT END MOVE 1 TO STF-EOF-FLAG
            END-READ
            PERFORM UNTIL STF-EOF-FLAG = 1
               IF HR-ID = STF-EMPID
                  IF HR-STATUS = 'A'
                     MOVE 1 TO STF-ACTIVE
                  END-IF
                  MOVE 1 TO STF-EOF-FLAG
               ELSE
                  READ HR-MASTER
                     AT END MOVE 1 TO STF-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE HR-MASTER.
            EXIT.

       LOOKUP-STAFF-PURCHASES.
            MOVE 0 TO STF-FOUND
            MOVE 0 TO STF-LIMIT
            MOVE 0 TO STF-BALANCE
            MOVE 0 TO STF-EOF-FLAG
            OPEN EXTEND STAFF-PURCHASES
            MOVE "STAFF-PURCHASES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE STAFF-PURCHASES
            OPEN INPUT STAFF-PURCHASES
            MOVE "STAFF-PURCHASES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ STAFF-PURCHASES
               AT END MOVE 1 TO STF-EOF-FLAG
            END-READ
            PERFORM UNTIL STF-EOF-FLAG = 1
               IF EPR-EMPID = STF-EMPID
                  MOVE 1 TO STF-FOUND
                  MOVE EPR-LIMIT TO STF-LIMIT
                  MOVE EPR-BALANCE TO STF-BALANCE
                  MOVE 1 TO STF-EOF-FLAG
               ELSE
                  READ STAFF-PURCHASES
                     AT END MOVE 1 TO STF-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE STAFF-PURCHASES.
            EXIT.

       SAVE-STAFF-PURCHASES.
            MOVE 0 TO STF-EOF-FLAG
            OPEN INPUT STAFF-PURCHASES
            MOVE "STAFF-PURCHASES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN OUTPUT STAFF-PURCHASES-TEMP
            MOVE "STAFF-PURCHASES-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ STAFF-PURCHASES
               AT END MOVE 1 TO STF-EOF-FLAG
            END-READ
            PERFORM UNTIL STF-EOF-FLAG = 1
               MOVE STAFF-PURCHASES-REC TO TEMP-STAFF-PURCHASES-REC
               IF EPR-EMPID = STF-EMPID
                  MOVE STF-BALANCE TO TEPR-BALANCE
               END-IF
               WRITE TEMP-STAFF-PURCHASES-REC
               READ STAFF-PURCHASES
                  AT END MOVE 1 TO STF-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE STAFF-PURCHASES
            CLOSE STAFF-PURCHASES-TEMP

            MOVE 0 TO STF-EOF-FLAG
            OPEN OUTPUT STAFF-PURCHASES
            MOVE "STAFF-PURCHASES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN INPUT STAFF-PURCHASES-TEMP
            MOVE "STAFF-PURCHASES-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ STAFF-PURCHASES-TEMP
               AT END MOVE 1 TO STF-EOF-FLAG
            END-READ
            PERFORM UNTIL STF-EOF-FLAG = 1
               WRITE STAFF-PURCHASES-REC FROM TEMP-STAFF-PURCHASES-REC
               READ STAFF-PURCHASES-TEMP
                  AT END MOVE 1 TO STF-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE STAFF-PURCHASES
            CLOSE STAFF-PURCHASES-TEMP.
            EXIT.

      ***** CONTROL FILE, NEVER FROM THE CASHIER'S KEYBOARD
       ASSIGN-OR-NUMBER.
            MOVE 0 TO ORS-OK-FLAG
                  MOVE IM-PRICE TO ITM-PRICE-FOUND
                  MOVE IM-DISCOUNTABLE TO ITM-DISC-FOUND
                  MOVE IM-VATCLASS TO ITM-VAT-FOUND
                  MOVE IM-STOCK TO ITM-STOCK-FOUND
                  IF ITM-VAT-FOUND NOT = 'E'
                     MOVE 'V' TO ITM-VAT-FOUND
                  END-IF
                  END-READ
               END-IF
            END-PERFORM
            CLOSE ITEM-MASTER
      ***** A KIT CARRIES NO STOCK OF ITS OWN: WHAT IS ON HAND IS
      ***** HOW MANY KITS THE COMPONENTS ON THE SHELF CAN MAKE UP
            MOVE 0 TO ITM-KIT-FLAG
            IF ITM-FOUND-FLAG = 1
               PERFORM LOAD-KIT-COMPONENTS
               IF KTW-COUNT > 0
                  MOVE 1 TO ITM-KIT-FLAG
                  PERFORM KIT-AVAILABILITY
               END-IF
            END-IF.
            EXIT.

      ***** THE BILL OF MATERIALS FOR IT-ITEMCODE; NO ROWS MEANS THE
      ***** CODE IS AN ORDINARY ITEM
       LOAD-KIT-COMPONENTS.
            MOVE 0 TO KTW-COUNT
            MOVE 0 TO KTW-EOF-FLAG
            OPEN EXTEND KIT-COMPONENTS
            MOVE "KIT-COMPONENTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE KIT-COMPONENTS
            OPEN INPUT KIT-COMPONENTS
            MOVE "KIT-COMPONENTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ KIT-COMPONENTS
               AT END MOVE 1 TO KTW-EOF-FLAG
            END-READ
            PERFORM UNTIL KTW-EOF-FLAG = 1
               IF KIT-CODE = IT-ITEMCODE AND KIT-QTY > 0
                  AND KTW-COUNT < 20
                  ADD 1 TO KTW-COUNT
                  MOVE KIT-COMPONENT TO KTW-C-CODE(KTW-COUNT)
                  MOVE KIT-QTY TO KTW-C-QTY(KTW-COUNT)
               END-IF
               READ KIT-COMPONENTS
                  AT END MOVE 1 TO KTW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE KIT-COMPONENTS.
            EXIT.

      ***** THE SHORTEST COMPONENT SETS THE NUMBER OF KITS THAT CAN
      ***** BE SOLD; A COMPONENT MISSING FROM THE MASTER MAKES NONE
       KIT-AVAILABILITY.
            MOVE 99999 TO KTW-CAN-MAKE
            PERFORM VARYING KTW-IDX FROM 1 BY 1
                UNTIL KTW-IDX > KTW-COUNT
               MOVE 0 TO KTW-C-FOUND(KTW-IDX)
            END-PERFORM
            MOVE 0 TO KTW-EOF-FLAG
            OPEN INPUT ITEM-MASTER
            MOVE "ITEM-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ ITEM-MASTER
               AT END MOVE 1 TO KTW-EOF-FLAG
            END-READ
            PERFORM UNTIL KTW-EOF-FLAG = 1
               PERFORM VARYING KTW-IDX FROM 1 BY 1
                   UNTIL KTW-IDX > KTW-COUNT
                  IF KTW-C-CODE(KTW-IDX) = IM-CODE
                     MOVE 1 TO KTW-C-FOUND(KTW-IDX)
                     IF IM-STOCK / KTW-C-QTY(KTW-IDX) < KTW-CAN-MAKE
                        COMPUTE KTW-CAN-MAKE =
                            IM-STOCK / KTW-C-QTY(KTW-IDX)
                     END-IF
                  END-IF
               END-PERFORM
               READ ITEM-MASTER
                  AT END MOVE 1 TO KTW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE ITEM-MASTER
            PERFORM VARYING KTW-IDX FROM 1 BY 1
                UNTIL KTW-IDX > KTW-COUNT
               IF KTW-C-FOUND(KTW-IDX) = 0
                  MOVE 0 TO KTW-CAN-MAKE
               END-IF
            END-PERFORM
            MOVE KTW-CAN-MAKE TO ITM-STOCK-FOUND.
            EXIT.

      ***** A KIT SOLD RELIEVES EACH COMPONENT BY ITS UNITS PER KIT;
      ***** THE KIT'S COST FOR THE LINE LOG IS THE SUM OF WHAT ITS
      ***** COMPONENTS LEFT AT
       DECREMENT-ITEM-STOCK.
            PERFORM LOAD-KIT-COMPONENTS
            IF KTW-COUNT = 0
               PERFORM RELIEVE-ITEM-STOCK
               EXIT PARAGRAPH
            END-IF
            MOVE IT-ITEMCODE TO KTW-KIT-CODE
            MOVE IT-QTY TO KTW-KIT-QTY
            MOVE 0 TO KTW-KIT-COST
            PERFORM VARYING KTW-IDX FROM 1 BY 1
                UNTIL KTW-IDX > KTW-COUNT
               MOVE KTW-C-CODE(KTW-IDX) TO IT-ITEMCODE
               COMPUTE IT-QTY = KTW-KIT-QTY * KTW-C-QTY(KTW-IDX)
               PERFORM RELIEVE-ITEM-STOCK
               COMPUTE KTW-KIT-COST = KTW-KIT-COST +
                   ITM-COST-FOUND * KTW-C-QTY(KTW-IDX)
            END-PERFORM
            MOVE KTW-KIT-CODE TO IT-ITEMCODE
            MOVE KTW-KIT-QTY TO IT-QTY
            MOVE KTW-KIT-COST TO ITM-COST-FOUND.
            EXIT.

      ***** RELIEVE STOCK FOR THE LINE JUST SOLD (FLOORED AT ZERO);
      ***** THE AVERAGE COST IT LEAVES AT IS CAUGHT FOR THE LINE LOG
       RELIEVE-ITEM-STOCK.
            MOVE 0 TO ITM-EOF-FLAG
            MOVE 0 TO ITM-COST-FOUND
            OPEN INPUT ITEM-MASTER
            MOVE "ITEM-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            PERFORM UNTIL ITM-EOF-FLAG = 1
               MOVE ITEM-MASTER-REC TO TEMP-ITEM-MASTER-REC
               IF IM-CODE = IT-ITEMCODE
                  IF IM-AVG-COST NUMERIC
                     MOVE IM-AVG-COST TO ITM-COST-FOUND
                  END-IF
                  IF IT-QTY > IM-STOCK
                     MOVE 0 TO TIM-STOCK
                  ELSE
               END-READ
            END-PERFORM
            CLOSE ITEM-MASTER
            CLOSE ITEM-MASTER-TEMP
            PERFORM CONSUME-STOCK-LOTS.
            EXIT.

      ***** THE UNITS LEAVING THE SHELF COME OFF THE ITEM'S LOTS IN
      ***** EXPIRY ORDER, EARLIEST FIRST. UNITS BEYOND WHAT THE LOTS
      ***** HOLD WERE NEVER LOT-TRACKED AND COME OFF IM-STOCK ONLY
       CONSUME-STOCK-LOTS.
            MOVE 0 TO LTW-COUNT
            MOVE 0 TO LTW-REC-NO
            MOVE 0 TO LTW-EOF-FLAG
            OPEN EXTEND STOCK-LOTS
            MOVE "STOCK-LOTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE STOCK-LOTS
            OPEN INPUT STOCK-LOTS
            MOVE "STOCK-LOTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ STOCK-LOTS
               AT END MOVE 1 TO LTW-EOF-FLAG
            END-READ
            PERFORM UNTIL LTW-EOF-FLAG = 1
               ADD 1 TO LTW-REC-NO
               IF LOT-ITEMCODE = IT-ITEMCODE AND LOT-QTY > 0
                  AND LTW-COUNT < 50
                  ADD 1 TO LTW-COUNT
                  MOVE LTW-REC-NO TO LTW-E-REC-NO(LTW-COUNT)
                  MOVE LOT-EXPIRY TO LTW-E-EXPIRY(LTW-COUNT)
                  MOVE LOT-QTY TO LTW-E-QTY(LTW-COUNT)
                  MOVE 0 TO LTW-E-TAKE(LTW-COUNT)
               END-IF
               READ STOCK-LOTS
                  AT END MOVE 1 TO LTW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE STOCK-LOTS
            IF LTW-COUNT = 0
               EXIT PARAGRAPH
            END-IF

            MOVE IT-QTY TO LTW-REMAIN
            MOVE 1 TO LTW-PICK
            PERFORM UNTIL LTW-REMAIN = 0 OR LTW-PICK = 0
               MOVE 0 TO LTW-PICK
               PERFORM VARYING LTW-IDX FROM 1 BY 1
                   UNTIL LTW-IDX > LTW-COUNT
                  IF LTW-E-TAKE(LTW-IDX) < LTW-E-QTY(LTW-IDX)
                     IF LTW-PICK = 0
                        MOVE LTW-IDX TO LTW-PICK
                     ELSE
                        IF LTW-E-EXPIRY(LTW-IDX) <
                           LTW-E-EXPIRY(LTW-PICK)
                           MOVE LTW-IDX TO LTW-PICK
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF LTW-PICK > 0
                  IF LTW-E-QTY(LTW-PICK) < LTW-REMAIN
                     MOVE LTW-E-QTY(LTW-PICK) TO LTW-E-TAKE(LTW-PICK)
                  ELSE
                     MOVE LTW-REMAIN TO LTW-E-TAKE(LTW-PICK)
                  END-IF
                  SUBTRACT LTW-E-TAKE(LTW-PICK) FROM LTW-REMAIN
               END-IF
            END-PERFORM

            MOVE 0 TO LTW-REC-NO
            MOVE 0 TO LTW-EOF-FLAG
            OPEN INPUT STOCK-LOTS
            MOVE "STOCK-LOTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN OUTPUT STOCK-LOTS-TEMP
            MOVE "STOCK-LOTS-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ STOCK-LOTS
               AT END MOVE 1 TO LTW-EOF-FLAG
            END-READ
            PERFORM UNTIL LTW-EOF-FLAG = 1
               ADD 1 TO LTW-REC-NO
               MOVE STOCK-LOT-REC TO TEMP-STOCK-LOT-REC
               PERFORM VARYING LTW-IDX FROM 1 BY 1
                   UNTIL LTW-IDX > LTW-COUNT
                  IF LTW-E-REC-NO(LTW-IDX) = LTW-REC-NO
                     SUBTRACT LTW-E-TAKE(LTW-IDX) FROM TLOT-QTY
                  END-IF
               END-PERFORM
               WRITE TEMP-STOCK-LOT-REC
               READ STOCK-LOTS
                  AT END MOVE 1 TO LTW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE STOCK-LOTS
            CLOSE STOCK-LOTS-TEMP

            MOVE 0 TO LTW-EOF-FLAG
            OPEN OUTPUT STOCK-LOTS
            MOVE "STOCK-LOTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN INPUT STOCK-LOTS-TEMP
            MOVE "STOCK-LOTS-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ STOCK-LOTS-TEMP
               AT END MOVE 1 TO LTW-EOF-FLAG
            END-READ
            PERFORM UNTIL LTW-EOF-FLAG = 1
               WRITE STOCK-LOT-REC FROM TEMP-STOCK-LOT-REC
               READ STOCK-LOTS-TEMP
                  AT END MOVE 1 TO LTW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE STOCK-LOTS
            CLOSE STOCK-LOTS-TEMP.
            EXIT.

      ***** APPEND THE SOLD LINE TO THE SALES LINE DETAIL FILE
       LOG-SALES-LINE.
            MOVE ORDERNUM TO SL-ORDER-NUM
            MOVE IT-ITEMCODE TO SL-ITEMCODE
            MOVE IT-QTY TO SL-QTY
            MOVE IT-PRICE TO SL-PRICE
            MOVE IT-LINETOTAL TO SL-LINETOTAL
            MOVE ITM-VAT-FOUND TO SL-VATCLASS
            MOVE IT-PROMO TO SL-PROMO-AMT
            MOVE ITM-COST-FOUND TO SL-UNIT-COST
            MOVE OSM-SALESMAN TO SL-SALESMAN
            OPEN EXTEND SALES-LINES
            MOVE "SALES-LINES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE SALES-LINE-REC
            CLOSE SALES-LINES.
            EXIT.

      ********** APPEND THE COMPLETED ORDER TO THE DAILY SALES LOG
       LOG-TRANSACTION.
            MOVE ORDERNUM TO LOG-ORDER-NUM
            MOVE ORDERTOTAL TO LOG-ORDER-TOTAL
            MOVE AMTTENDER TO LOG-AMT-TENDER
            MOVE ORDERCHANGE TO LOG-ORDER-CHANGE
            MOVE DSC-TYPE TO LOG-DISC-TYPE
            MOVE DSC-ID TO LOG-DISC-ID
            MOVE DSC-AMOUNT TO LOG-DISC-AMT
            MOVE DSC-EXEMPT TO LOG-VEXEMPT-AMT
            MOVE VAT-NET TO LOG-VATABLE
            MOVE VAT-AMOUNT TO LOG-VAT
            MOVE VAT-EXEMPT TO LOG-EXEMPT-SALES
            CLOSE SALES-LOG.
            EXIT.

      ***** RESERVE THE BUFFERED LINES AGAINST A DEPOSIT: EVERY LINE
      ***** MUST BE COVERED BY STOCK ON HAND, THE DEPOSIT MUST MEET
      ***** THE POLICY MINIMUM, AND NOTHING IS WRITTEN OR RESERVED
      ***** UNTIL THE DEPOSIT HAS BEEN TENDERED IN FULL
       START-LAYAWAY.
            IF OL-COUNT = 0
               ADD 1 TO LINEE
               DISPLAY "NO LINES TO LAY AWAY" AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-LAYAWAY-PARAMS
            PERFORM CHECK-LAYAWAY-STOCK
            IF LYW-SHORT = 1
               ADD 1 TO LINEE
               DISPLAY "NOT ENOUGH STOCK TO RESERVE: "
                  AT LINE LINEE COLUMN 42
               DISPLAY IT-ITEMCODE AT LINE LINEE COLUMN 71
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO LINEE
            DISPLAY "CUSTOMER NAME: " AT LINE LINEE COLUMN 42
            ACCEPT LYW-CUSTOMER AT LINE LINEE COLUMN 57
            IF LYW-CUSTOMER = SPACES
               ADD 1 TO LINEE
               DISPLAY "CUSTOMER NAME REQUIRED" AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF

            PERFORM GET-BUSINESS-DATE
            COMPUTE LYW-DAYNUM = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(BDT-DATE)) + LYW-TERM-DAYS
            COMPUTE LYW-DUE-NUM = FUNCTION DATE-OF-INTEGER(LYW-DAYNUM)
            MOVE LYW-DUE-NUM TO LYW-DUE-DATE
            MOVE ORDERTOTAL TO LYW-TOTAL
            MOVE 0 TO LYW-PAID
            COMPUTE LYW-MIN-DEP ROUNDED =
                LYW-TOTAL * LYW-MIN-PCT / 100

            MOVE LYW-TOTAL TO LYW-AMOUNTDIS
            ADD 1 TO LINEE
            DISPLAY "LAYAWAY TOTAL:   " AT LINE LINEE COLUMN 42
            DISPLAY LYW-AMOUNTDIS AT LINE LINEE COLUMN 59
            MOVE LYW-MIN-DEP TO LYW-AMOUNTDIS
            ADD 1 TO LINEE
            DISPLAY "MINIMUM DEPOSIT: " AT LINE LINEE COLUMN 42
            DISPLAY LYW-AMOUNTDIS AT LINE LINEE COLUMN 59
            ADD 1 TO LINEE
            DISPLAY "PAY IN FULL BY:  " AT LINE LINEE COLUMN 42
            DISPLAY LYW-DUE-DATE AT LINE LINEE COLUMN 59
            ADD 1 TO LINEE
            DISPLAY "DEPOSIT AMOUNT:  " AT LINE LINEE COLUMN 42
            ACCEPT LYW-AMOUNTIN AT LINE LINEE COLUMN 59
            MOVE FUNCTION NUMVAL(LYW-AMOUNTIN) TO LYW-AMOUNT
            IF LYW-AMOUNT = 0 OR LYW-AMOUNT < LYW-MIN-DEP
               ADD 1 TO LINEE
               DISPLAY "BELOW THE MINIMUM DEPOSIT - NOT LAID AWAY"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF
            IF LYW-AMOUNT NOT < LYW-TOTAL
               ADD 1 TO LINEE
               DISPLAY "PAID IN FULL - RING IT AS A SALE INSTEAD"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF

      ***** NO OR NUMBER IS USED UP BY A DEPOSIT; THE TENDER LINES
      ***** GO ON FILE UNDER ORDER ZERO
            MOVE 0 TO ORDERNUM
            MOVE 0 TO LOY-REDEEM
            PERFORM COLLECT-LAYAWAY-TENDER
            IF TDR-DUE > 0
               ADD 1 TO LINEE
               DISPLAY "DEPOSIT NOT TENDERED - NOTHING RESERVED"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF

            PERFORM NEXT-LAYAWAY-NUMBER
            MOVE LYW-AMOUNT TO LYW-PAID
            MOVE 0 TO LYW-COMPLETES
            MOVE 0 TO LYW-OR-NUM
            MOVE 'D' TO LYW-PAY-TYPE
            MOVE LYW-NUM TO LAY-NUM
            MOVE LYW-CUSTOMER TO LAY-CUSTOMER
            MOVE BDT-DATE TO LAY-DATE
            MOVE LYW-DUE-DATE TO LAY-DUE-DATE
            MOVE LYW-TOTAL TO LAY-TOTAL
            MOVE LYW-PAID TO LAY-PAID
            MOVE 'O' TO LAY-STATUS
            MOVE 0 TO LAY-FORFEIT
            MOVE 0 TO LAY-REFUND-DUE
            MOVE 0 TO LAY-REFUND-PAID
            MOVE SPACES TO LAY-CLOSED-DATE
            MOVE 0 TO LAY-OR-NUM
            MOVE OPR-ID TO LAY-OPERATOR
            MOVE OPR-BRANCH TO LAY-BRANCH
            OPEN EXTEND LAYAWAYS
            MOVE "LAYAWAYS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE LAYAWAY-REC
            CLOSE LAYAWAYS

      ***** THE STOCK COMES OUT OF IM-STOCK NOW, AND THE AVERAGE
      ***** COST IT LEFT AT RIDES ON THE LINE FOR THE EVENTUAL SALE
      ***** OR FOR PUTTING IT BACK IF THE LAYAWAY IS CANCELLED
            PERFORM VARYING OL-IDX FROM 1 BY 1
                UNTIL OL-IDX > OL-COUNT
               MOVE OL-CODE(OL-IDX) TO IT-ITEMCODE
               MOVE OL-QTY(OL-IDX) TO IT-QTY
               PERFORM DECREMENT-ITEM-STOCK
               MOVE LYW-NUM TO LYL-NUM
               MOVE OL-CODE(OL-IDX) TO LYL-CODE
               MOVE OL-QTY(OL-IDX) TO LYL-QTY
               MOVE OL-PRICE(OL-IDX) TO LYL-PRICE
               MOVE OL-LINETOTAL(OL-IDX) TO LYL-LINETOTAL
               MOVE OL-VATCLASS(OL-IDX) TO LYL-VATCLASS
               MOVE OL-PROMO(OL-IDX) TO LYL-PROMO
               MOVE ITM-COST-FOUND TO LYL-UNIT-COST
               OPEN EXTEND LAYAWAY-LINES
               MOVE "LAYAWAY-LINES" TO WS-ERR-FILE
               PERFORM CHECK-FILE-STATUS
                  WRITE LAYAWAY-LINE-REC
               CLOSE LAYAWAY-LINES
            END-PERFORM

            ADD 1 TO LINEE
            DISPLAY "LAYAWAY NUMBER: " AT LINE LINEE COLUMN 42
            DISPLAY LYW-NUM AT LINE LINEE COLUMN 58
            PERFORM FINISH-LAYAWAY-PAYMENT.
            EXIT.

      ***** AN INSTALLMENT AGAINST AN OPEN LAYAWAY, TAKEN THROUGH THE
      ***** NORMAL TENDERS; THE PAYMENT THAT CLEARS THE BALANCE
      ***** RELEASES THE ITEMS AND LOGS THE SALE WITH ITS VAT
       LAYAWAY-PAYMENT.
            DISPLAY "LAYAWAY NUMBER: " AT 0542
            ACCEPT LYW-NUMIN AT 0558
            MOVE FUNCTION NUMVAL(LYW-NUMIN) TO LYW-NUM
            PERFORM FIND-LAYAWAY
            IF LYW-FOUND = 0
               DISPLAY "NO OPEN LAYAWAY UNDER THAT NUMBER" AT 0642
               EXIT PARAGRAPH
            END-IF
            COMPUTE LYW-BALANCE = LYW-TOTAL - LYW-PAID
            MOVE 07 TO LINEE
            DISPLAY "CUSTOMER:        " AT LINE LINEE COLUMN 42
            DISPLAY LYW-CUSTOMER AT LINE LINEE COLUMN 59
            MOVE LYW-TOTAL TO LYW-AMOUNTDIS
            ADD 1 TO LINEE
            DISPLAY "LAYAWAY TOTAL:   " AT LINE LINEE COLUMN 42
            DISPLAY LYW-AMOUNTDIS AT LINE LINEE COLUMN 59
            MOVE LYW-PAID TO LYW-AMOUNTDIS
            ADD 1 TO LINEE
            DISPLAY "PAID TO DATE:    " AT LINE LINEE COLUMN 42
            DISPLAY LYW-AMOUNTDIS AT LINE LINEE COLUMN 59
            MOVE LYW-BALANCE TO LYW-AMOUNTDIS
            ADD 1 TO LINEE
            DISPLAY "BALANCE DUE:     " AT LINE LINEE COLUMN 42
            DISPLAY LYW-AMOUNTDIS AT LINE LINEE COLUMN 59
            ADD 1 TO LINEE
            DISPLAY "PAY IN FULL BY:  " AT LINE LINEE COLUMN 42
            DISPLAY LYW-DUE-DATE AT LINE LINEE COLUMN 59
            ADD 1 TO LINEE
            DISPLAY "AMOUNT PAID NOW (BLANK = BALANCE): "
               AT LINE LINEE COLUMN 42
            ACCEPT LYW-AMOUNTIN AT LINE LINEE COLUMN 77
            MOVE FUNCTION NUMVAL(LYW-AMOUNTIN) TO LYW-AMOUNT
            IF LYW-AMOUNT = 0 OR LYW-AMOUNT > LYW-BALANCE
               MOVE LYW-BALANCE TO LYW-AMOUNT
            END-IF

      ***** THE OR NUMBER FOR THE RELEASED SALE IS SECURED BEFORE
      ***** ANY MONEY IS TAKEN, AND VOIDED IF THE PAYMENT IS DROPPED
            MOVE 0 TO LYW-COMPLETES
            MOVE 0 TO LYW-OR-NUM
            IF LYW-AMOUNT = LYW-BALANCE
               MOVE 1 TO LYW-COMPLETES
               PERFORM ASSIGN-OR-NUMBER
               IF ORS-OK-FLAG = 0
                  ADD 1 TO LINEE
                  DISPLAY "NO OR NUMBERS LEFT - SEE THE SERIES FILE"
                     AT LINE LINEE COLUMN 42
                  EXIT PARAGRAPH
               END-IF
               MOVE ORDERNUM TO LYW-OR-NUM
            END-IF

            MOVE 0 TO ORDERNUM
            MOVE 0 TO LOY-REDEEM
            PERFORM COLLECT-LAYAWAY-TENDER
            IF TDR-DUE > 0
               IF LYW-COMPLETES = 1
                  MOVE LYW-OR-NUM TO ORDERNUM
                  PERFORM LOG-VOIDED-ORDER
               END-IF
               ADD 1 TO LINEE
               DISPLAY "PAYMENT DROPPED - LAYAWAY UNCHANGED"
                  AT LINE LINEE COLUMN 42
               EXIT PARAGRAPH
            END-IF

            ADD LYW-AMOUNT TO LYW-PAID
            MOVE 'I' TO LYW-PAY-TYPE
            PERFORM UPDATE-LAYAWAY-HEADER
            PERFORM FINISH-LAYAWAY-PAYMENT
            IF LYW-COMPLETES = 1
               PERFORM RELEASE-LAYAWAY
            END-IF.
            EXIT.

      ***** THE SAME SPLIT-TENDER LOOP A SALE GOES THROUGH, FOR THE
      ***** LAYAWAY AMOUNT IN LYW-AMOUNT; ONLY CASH GIVES CHANGE
       COLLECT-LAYAWAY-TENDER.
            MOVE 0 TO TDR-COUNT
            MOVE 0 TO TDR-CASH
            MOVE 0 TO TDR-CAP-CASH
            MOVE 0 TO TDR-NONCASH
            MOVE LYW-AMOUNT TO TDR-DUE
            PERFORM UNTIL TDR-DUE <= 0 OR TDR-COUNT >= 10
               MOVE TDR-DUE TO TDR-DUEDIS
               ADD 1 TO LINEE
               DISPLAY "AMOUNT DUE: " AT LINE LINEE COLUMN 42
               DISPLAY TDR-DUEDIS AT LINE LINEE COLUMN 54
               ADD 1 TO LINEE
               DISPLAY "TENDER ([C]ASH [A]CCT [G]C [X]VOID): "
                  AT LINE LINEE COLUMN 42
               ACCEPT TDR-TYPE AT LINE LINEE COLUMN 80
               EVALUATE TDR-TYPE
                  WHEN 'C' WHEN 'c'
                     PERFORM TENDER-CASH-LINE
                  WHEN 'A' WHEN 'a'
                     PERFORM TENDER-ACCOUNT-LINE
                  WHEN 'G' WHEN 'g'
                     PERFORM TENDER-GC-LINE
                  WHEN 'X' WHEN 'x'
                     IF TDR-NONCASH = 1
                        ADD 1 TO LINEE
                        DISPLAY "ACCOUNT CHARGED - FINISH THE PAYMENT"
                           AT LINE LINEE COLUMN 42
                     ELSE
                        MOVE 10 TO TDR-COUNT
                     END-IF
                  WHEN OTHER
                     ADD 1 TO LINEE
                     DISPLAY "INVALID TENDER TYPE"
                        AT LINE LINEE COLUMN 42
               END-EVALUATE
            END-PERFORM
            IF TDR-DUE > 0 AND TDR-NONCASH = 1
               PERFORM TENDER-CAP-CASH
            END-IF.
            EXIT.

      ***** COMMON TAIL OF A DEPOSIT OR INSTALLMENT: THE PAYMENT ROW,
      ***** A D-MARKED SALES LOG ROW FOR THE MONEY IN (NOT A SALE, SO
      ***** NO VAT), THE TENDER BREAKDOWN, AND THE CUSTOMER RECEIPT
       FINISH-LAYAWAY-PAYMENT.
            COMPUTE LYW-CHANGE = 0 - TDR-DUE
            COMPUTE LYW-NET-CASH = TDR-CASH - LYW-CHANGE
            MOVE LYW-CHANGE TO LYW-AMOUNTDIS
            ADD 1 TO LINEE
            DISPLAY "Your change is: " AT LINE LINEE COLUMN 42
            DISPLAY LYW-AMOUNTDIS AT LINE LINEE COLUMN 58

            PERFORM GET-BUSINESS-DATE
            MOVE LYW-NUM TO LYP-NUM
            MOVE BDT-DATE TO LYP-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO LYP-TIME
            MOVE OPR-ID TO LYP-OPERATOR
            MOVE OPR-BRANCH TO LYP-BRANCH
            MOVE LYW-PAY-TYPE TO LYP-TYPE
            MOVE LYW-AMOUNT TO LYP-AMOUNT
            MOVE LYW-NET-CASH TO LYP-CASH
            OPEN EXTEND LAYAWAY-PAYMENTS
            MOVE "LAYAWAY-PAYMENTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE LAYAWAY-PAYMENT-REC
            CLOSE LAYAWAY-PAYMENTS

            MOVE 0 TO ORDERNUM
            MOVE LYW-AMOUNT TO ORDERTOTAL
            MOVE TDR-CASH TO AMTTENDER
            MOVE LYW-CHANGE TO ORDERCHANGE
            MOVE 0 TO VAT-NET
            MOVE 0 TO VAT-AMOUNT
            MOVE 0 TO VAT-EXEMPT
            MOVE 'D' TO LYW-LOG-FLAG
            PERFORM LOG-LAYAWAY-ROW
            PERFORM WRITE-TENDER-DETAIL
            PERFORM PRINT-LAYAWAY-RECEIPT.
            EXIT.

      ***** PAID OFF: THE RESERVED LINES BECOME THE SALE UNDER THE OR
      ***** NUMBER SECURED FOR IT. THE MONEY ALREADY CAME IN ON THE
      ***** D ROWS, SO THE Y-MARKED SALES LOG ROW CARRIES THE ORDER
      ***** AND ITS VAT WITH NO CASH; STOCK WAS RELIEVED AT RESERVE
       RELEASE-LAYAWAY.
            MOVE 0 TO OL-COUNT
            MOVE 0 TO VAT-GROSS-V
            MOVE 0 TO VAT-EXEMPT
            MOVE 0 TO LYW-EOF-FLAG
            OPEN INPUT LAYAWAY-LINES
            MOVE "LAYAWAY-LINES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LAYAWAY-LINES
               AT END MOVE 1 TO LYW-EOF-FLAG
            END-READ
            PERFORM UNTIL LYW-EOF-FLAG = 1
               IF LYL-NUM = LYW-NUM AND OL-COUNT < 50
                  ADD 1 TO OL-COUNT
                  MOVE LYL-CODE TO OL-CODE(OL-COUNT)
                  MOVE LYL-QTY TO OL-QTY(OL-COUNT)
                  MOVE LYL-PRICE TO OL-PRICE(OL-COUNT)
                  MOVE LYL-LINETOTAL TO OL-LINETOTAL(OL-COUNT)
                  MOVE LYL-VATCLASS TO OL-VATCLASS(OL-COUNT)
                  MOVE LYL-PROMO TO OL-PROMO(OL-COUNT)
                  MOVE LYL-UNIT-COST TO LYW-COST(OL-COUNT)
                  IF LYL-VATCLASS = 'E'
                     ADD LYL-LINETOTAL TO VAT-EXEMPT
                  ELSE
                     ADD LYL-LINETOTAL TO VAT-GROSS-V
                  END-IF
               END-IF
               READ LAYAWAY-LINES
                  AT END MOVE 1 TO LYW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE LAYAWAY-LINES

            PERFORM LOAD-VAT-RATE
            COMPUTE VAT-NET ROUNDED = VAT-GROSS-V / VATR-DIVISOR
            COMPUTE VAT-AMOUNT = VAT-GROSS-V - VAT-NET
            MOVE LYW-OR-NUM TO ORDERNUM
            MOVE LYW-TOTAL TO ORDERTOTAL
            MOVE 0 TO AMTTENDER
            MOVE 0 TO ORDERCHANGE
            MOVE 'Y' TO LYW-LOG-FLAG
            PERFORM LOG-LAYAWAY-ROW
            PERFORM VARYING OL-IDX FROM 1 BY 1
                UNTIL OL-IDX > OL-COUNT
               MOVE OL-CODE(OL-IDX) TO IT-ITEMCODE
               MOVE OL-QTY(OL-IDX) TO IT-QTY
               MOVE OL-PRICE(OL-IDX) TO IT-PRICE
               MOVE OL-LINETOTAL(OL-IDX) TO IT-LINETOTAL
               MOVE OL-VATCLASS(OL-IDX) TO ITM-VAT-FOUND
               MOVE OL-PROMO(OL-IDX) TO IT-PROMO
               MOVE LYW-COST(OL-IDX) TO ITM-COST-FOUND
               PERFORM LOG-SALES-LINE
            END-PERFORM

            MOVE VAT-NET TO VAT-NETDIS
            MOVE VAT-AMOUNT TO VAT-AMOUNTDIS
            MOVE VAT-EXEMPT TO VAT-EXEMPTDIS
            ADD 1 TO LINEE
            DISPLAY "ITEMS RELEASED - OFFICIAL RECEIPT NUMBER: "
               AT LINE LINEE COLUMN 12
            DISPLAY ORDERNUM AT LINE LINEE COLUMN 54
            ADD 1 TO LINEE
            DISPLAY "VATABLE SALES:  " AT LINE LINEE COLUMN 42
               VAT-NETDIS
            ADD 1 TO LINEE
            COMPUTE VAT-RL-PCT = VATR-RATE * 100
            DISPLAY VAT-RATE-LABEL AT LINE LINEE COLUMN 42
            DISPLAY VAT-AMOUNTDIS AT LINE LINEE COLUMN 58
            ADD 1 TO LINEE
            DISPLAY "VAT-EXEMPT:     " AT LINE LINEE COLUMN 42
               VAT-EXEMPTDIS.
            EXIT.

      ***** A LAYAWAY ROW ON THE DAILY SALES LOG: D FOR MONEY PAID IN,
      ***** Y FOR THE RELEASED SALE (REASON CODE LY ON BOTH)
       LOG-LAYAWAY-ROW.
            MOVE ORDERNUM TO LOG-ORDER-NUM
            MOVE ORDERTOTAL TO LOG-ORDER-TOTAL
            MOVE AMTTENDER TO LOG-AMT-TENDER
            MOVE ORDERCHANGE TO LOG-ORDER-CHANGE
            MOVE SPACE TO LOG-DISC-TYPE
            MOVE SPACES TO LOG-DISC-ID
            MOVE 0 TO LOG-DISC-AMT
            MOVE 0 TO LOG-VEXEMPT-AMT
            MOVE VAT-NET TO LOG-VATABLE
            MOVE VAT-AMOUNT TO LOG-VAT
            MOVE VAT-EXEMPT TO LOG-EXEMPT-SALES
            MOVE LYW-LOG-FLAG TO LOG-REFUND-FLAG
            MOVE "LY" TO LOG-REASON-CODE
            MOVE OPR-ID TO LOG-OPERATOR
            MOVE OPR-BRANCH TO LOG-BRANCH
            PERFORM GET-BUSINESS-DATE
            MOVE BDT-DATE TO LOG-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-TIME
            OPEN EXTEND SALES-LOG
            MOVE "SALES-LOG" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE SALES-LOG-REC
            CLOSE SALES-LOG.
            EXIT.

      ***** THE SAME ITEM MAY BE RUNG ON MORE THAN ONE LINE, SO EACH
      ***** CODE IS CHECKED FOR ITS WHOLE QUANTITY ON THE ORDER
       CHECK-LAYAWAY-STOCK.
            MOVE 0 TO LYW-SHORT
            PERFORM VARYING OL-IDX FROM 1 BY 1
                UNTIL OL-IDX > OL-COUNT OR LYW-SHORT = 1
               MOVE 0 TO LYW-QTY-SUM
               PERFORM VARYING LYW-IDX FROM 1 BY 1
                   UNTIL LYW-IDX > OL-COUNT
                  IF OL-CODE(LYW-IDX) = OL-CODE(OL-IDX)
                     ADD OL-QTY(LYW-IDX) TO LYW-QTY-SUM
                  END-IF
               END-PERFORM
               MOVE OL-CODE(OL-IDX) TO IT-ITEMCODE
               PERFORM LOOKUP-ITEM
               IF ITM-FOUND-FLAG = 0 OR
                  LYW-QTY-SUM > ITM-STOCK-FOUND
                  MOVE 1 TO LYW-SHORT
               END-IF
            END-PERFORM.
            EXIT.

      ***** LAYAWAY POLICY FROM ITS PARAMETER FILE; THE DEFAULT ROW
      ***** (20 PCT DOWN, 60 DAYS, DEPOSIT FORFEITED, 10 PCT FEE IF
      ***** THE POLICY IS CHANGED TO REFUND) IS SEEDED WHEN EMPTY
       LOAD-LAYAWAY-PARAMS.
            MOVE 0 TO LYW-EOF-FLAG
            OPEN EXTEND LAYAWAY-PARAMS
            MOVE "LAYAWAY-PARAMS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE LAYAWAY-PARAMS
            OPEN INPUT LAYAWAY-PARAMS
            MOVE "LAYAWAY-PARAMS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LAYAWAY-PARAMS
               AT END MOVE 1 TO LYW-EOF-FLAG
               NOT AT END
                  MOVE LYC-MIN-PCT TO LYW-MIN-PCT
                  MOVE LYC-TERM-DAYS TO LYW-TERM-DAYS
            END-READ
            CLOSE LAYAWAY-PARAMS
            IF LYW-EOF-FLAG = 1
               MOVE 20 TO LYW-MIN-PCT
               MOVE 60 TO LYW-TERM-DAYS
               MOVE LYW-MIN-PCT TO LYC-MIN-PCT
               MOVE LYW-TERM-DAYS TO LYC-TERM-DAYS
               MOVE 'F' TO LYC-POLICY
               MOVE 10 TO LYC-FEE-PCT
               OPEN OUTPUT LAYAWAY-PARAMS
               MOVE "LAYAWAY-PARAMS" TO WS-ERR-FILE
               PERFORM CHECK-FILE-STATUS
                  WRITE LAYAWAY-PARAM-REC
               CLOSE LAYAWAY-PARAMS
            END-IF.
            EXIT.

      ***** LAYAWAY NUMBERS RUN ONE PAST THE HIGHEST ON FILE
       NEXT-LAYAWAY-NUMBER.
            MOVE 0 TO LYW-NUM
            MOVE 0 TO LYW-EOF-FLAG
            OPEN EXTEND LAYAWAYS
            MOVE "LAYAWAYS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE LAYAWAYS
            OPEN INPUT LAYAWAYS
            MOVE "LAYAWAYS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LAYAWAYS
               AT END MOVE 1 TO LYW-EOF-FLAG
            END-READ
            PERFORM UNTIL LYW-EOF-FLAG = 1
               IF LAY-NUM > LYW-NUM
                  MOVE LAY-NUM TO LYW-NUM
               END-IF
               READ LAYAWAYS
                  AT END MOVE 1 TO LYW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE LAYAWAYS
            ADD 1 TO LYW-NUM.
            EXIT.

      ***** AN OPEN LAYAWAY BY NUMBER INTO THE LYW- FIELDS
       FIND-LAYAWAY.
            MOVE 0 TO LYW-FOUND
            MOVE 0 TO LYW-EOF-FLAG
            OPEN EXTEND LAYAWAYS
            MOVE "LAYAWAYS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE LAYAWAYS
            OPEN INPUT LAYAWAYS
            MOVE "LAYAWAYS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LAYAWAYS
               AT END MOVE 1 TO LYW-EOF-FLAG
            END-READ
            PERFORM UNTIL LYW-EOF-FLAG = 1
               IF LAY-NUM = LYW-NUM AND LAY-STATUS = 'O'
                  MOVE 1 TO LYW-FOUND
                  MOVE LAY-CUSTOMER TO LYW-CUSTOMER
                  MOVE LAY-DUE-DATE TO LYW-DUE-DATE
                  MOVE LAY-TOTAL TO LYW-TOTAL
                  MOVE LAY-PAID TO LYW-PAID
                  MOVE 1 TO LYW-EOF-FLAG
               ELSE
                  READ LAYAWAYS
                     AT END MOVE 1 TO LYW-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE LAYAWAYS.
            EXIT.

      ***** THE NEW PAID-TO-DATE GOES ON THE HEADER; A PAID-OFF
      ***** LAYAWAY IS CLOSED AS RELEASED UNDER ITS OR NUMBER
       UPDATE-LAYAWAY-HEADER.
            PERFORM GET-BUSINESS-DATE
            MOVE 0 TO LYW-EOF-FLAG
            OPEN INPUT LAYAWAYS
            MOVE "LAYAWAYS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN OUTPUT LAYAWAYS-TEMP
            MOVE "LAYAWAYS-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LAYAWAYS
               AT END MOVE 1 TO LYW-EOF-FLAG
            END-READ
            PERFORM UNTIL LYW-EOF-FLAG = 1
               MOVE LAYAWAY-REC TO TEMP-LAYAWAY-REC
               IF LAY-NUM = LYW-NUM AND LAY-STATUS = 'O'
                  MOVE LYW-PAID TO TLAY-PAID
                  IF LYW-COMPLETES = 1
                     MOVE 'R' TO TLAY-STATUS
                     MOVE BDT-DATE TO TLAY-CLOSED-DATE
                     MOVE LYW-OR-NUM TO TLAY-OR-NUM
                  END-IF
               END-IF
               WRITE TEMP-LAYAWAY-REC
               READ LAYAWAYS
                  AT END MOVE 1 TO LYW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE LAYAWAYS
            CLOSE LAYAWAYS-TEMP

            MOVE 0 TO LYW-EOF-FLAG
            OPEN OUTPUT LAYAWAYS
            MOVE "LAYAWAYS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN INPUT LAYAWAYS-TEMP
            MOVE "LAYAWAYS-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LAYAWAYS-TEMP
               AT END MOVE 1 TO LYW-EOF-FLAG
            END-READ
            PERFORM UNTIL LYW-EOF-FLAG = 1
               WRITE LAYAWAY-REC FROM TEMP-LAYAWAY-REC
               READ LAYAWAYS-TEMP
                  AT END MOVE 1 TO LYW-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE LAYAWAYS
            CLOSE LAYAWAYS-TEMP.
            EXIT.

      ***** THE CUSTOMER'S COPY OF EVERY DEPOSIT AND INSTALLMENT
       PRINT-LAYAWAY-RECEIPT.
            COMPUTE LYW-BALANCE = LYW-TOTAL - LYW-PAID
            OPEN EXTEND LAYAWAY-RECEIPT
            MOVE "LAYAWAY-RECEIPT" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            PERFORM GET-BUSINESS-DATE
            MOVE BDT-DATE TO LYW-RCPT-STAMP(1:8)
            MOVE FUNCTION CURRENT-DATE(9:6) TO LYW-RCPT-STAMP(9:6)
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-TITLE
            MOVE "LAYAWAY NUMBER:       " TO LYW-RCPT-LABEL
            MOVE LYW-NUM TO LYW-RCPT-TEXT
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-LINE
            MOVE "CUSTOMER:             " TO LYW-RCPT-LABEL
            MOVE LYW-CUSTOMER TO LYW-RCPT-TEXT
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-LINE
            MOVE "PAYMENT:              " TO LYW-RCPT-LABEL
            IF LYW-PAY-TYPE = 'D'
               MOVE "DEPOSIT" TO LYW-RCPT-TEXT
            ELSE
               MOVE "INSTALLMENT" TO LYW-RCPT-TEXT
            END-IF
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-LINE
            MOVE "AMOUNT PAID:          " TO LYW-RCPT-AMT-LABEL
            MOVE LYW-AMOUNT TO LYW-RCPT-AMOUNT
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-AMOUNT-LINE
            MOVE "CHANGE:               " TO LYW-RCPT-AMT-LABEL
            MOVE LYW-CHANGE TO LYW-RCPT-AMOUNT
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-AMOUNT-LINE
            MOVE "LAYAWAY TOTAL:        " TO LYW-RCPT-AMT-LABEL
            MOVE LYW-TOTAL TO LYW-RCPT-AMOUNT
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-AMOUNT-LINE
            MOVE "PAID TO DATE:         " TO LYW-RCPT-AMT-LABEL
            MOVE LYW-PAID TO LYW-RCPT-AMOUNT
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-AMOUNT-LINE
            MOVE "BALANCE DUE:          " TO LYW-RCPT-AMT-LABEL
            MOVE LYW-BALANCE TO LYW-RCPT-AMOUNT
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-AMOUNT-LINE
            IF LYW-COMPLETES = 1
               MOVE "RELEASED UNDER OR NO: " TO LYW-RCPT-LABEL
               MOVE LYW-OR-NUM TO LYW-RCPT-TEXT
            ELSE
               MOVE "PAY IN FULL BY:       " TO LYW-RCPT-LABEL
               MOVE LYW-DUE-DATE TO LYW-RCPT-TEXT
            END-IF
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-LINE
            MOVE "CASHIER / BRANCH:     " TO LYW-RCPT-LABEL
            MOVE SPACES TO LYW-RCPT-TEXT
            MOVE OPR-ID TO LYW-RCPT-TEXT(1:5)
            MOVE OPR-BRANCH TO LYW-RCPT-TEXT(9:3)
            WRITE LAYAWAY-RECEIPT-REC FROM LYW-RCPT-LINE
            MOVE SPACES TO LAYAWAY-RECEIPT-REC
            WRITE LAYAWAY-RECEIPT-REC
            CLOSE LAYAWAY-RECEIPT.
            EXIT.

      ********** ROOTS OF QUADRATIC EQUATION
       QUADRA.
            DISPLAY CLRSCR
            DISPLAY "Enter the first constant: "AT 0642
            ACCEPT A-IN AT 0668
            DISPLAY "Enter the second constant: " AT 0742
            ACCEPT B-IN AT 0770
            DISPLAY "Enter the third constant: " AT 0842
            ACCEPT C-IN AT 0869
            MOVE A-IN TO A-DIS
            MOVE B-IN TO B-DIS
            MOVE C-IN TO C-DIS

            DISPLAY "Quadratic equation: " AT 1042 A-DIS AT 1062 "x^2"
             AT 1066 B-DIS at 1069 "x" AT 1073 C-DIS

            MOVE A-IN TO A
            MOVE B-IN TO B
            MOVE C-IN TO C

            COMPUTE DISCRI = (B*B) - (4*A*C).

            IF DISCRI >= 0
                COMPUTE X1 = (-B + FUNCTION SQRT(DISCRI)) / (2*A)
                COMPUTE X2 = (-B - FUNCTION SQRT(DISCRI)) / (2*A)
                MOVE X1 TO X1DIS
                MOVE X2 TO X2DIS
                DISPLAY "x1: " AT 1142 X1DIS AT 1147 " x2: " AT 1160
                   X2DIS
            ELSE
                COMPUTE REAL-PART = -B / (2*A)
                COMPUTE IMAG-PART = FUNCTION SQRT(-DISCRI) / (2*A)
                MOVE REAL-PART TO REAL-PARTDIS
                MOVE IMAG-PART TO IMAG-PARTDIS
                DISPLAY "x1: " AT 1142 REAL-PARTDIS AT 1147 " + "
                   AT 1152 IMAG-PARTDIS AT 1155 "i"
                DISPLAY "x2: " AT 1242 REAL-PARTDIS AT 1247 " - "
                   AT 1252 IMAG-PARTDIS AT 1255 "i"
            END-IF.

            COMPUTE VERTEX-H = -B / (2*A).
            COMPUTE VERTEX-K = C - ((B*B) / (4*A)).
            MOVE VERTEX-H TO VERTEX-HDIS
            MOVE VERTEX-K TO VERTEX-KDIS
            DISPLAY "VERTEX: (" AT 1342 VERTEX-HDIS AT 1352 ", "
               AT 1357 VERTEX-KDIS AT 1360 ")"
            DISPLAY "AXIS OF SYMMETRY: x = " AT 1442 VERTEX-HDIS
               AT 1464.
            EXIT.
      ************************ C O N D I T I O N A L   F U N C T I O N S
       CONDI.
             PERFORM UNTIL MMCHOICE = 'K' OR MMCHOICE = 'k'
                DISPLAY CLRSCR
                      DISPLAY " " AT 0230 FOREGROUND-COLOUR CYAN
           "##########################################################" AT 0230

            FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 0331 FOREGROUND-COLOUR CYAN
            "##" AT 0387 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 0431 FOREGROUND-COLOUR CYAN
            "##" AT 0487 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 0531 FOREGROUND-COLOUR CYAN
            "##" AT 0587 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 0631 FOREGROUND-COLOUR CYAN
            "##" AT 0687 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 0731 FOREGROUND-COLOUR CYAN
            "##" AT 0787 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 0831 FOREGROUND-COLOUR CYAN
            "##" AT 0887 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 0931 FOREGROUND-COLOUR CYAN
            "##" AT 0987 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 1031 FOREGROUND-COLOUR CYAN
            "##" AT 1087 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 1131 FOREGROUND-COLOUR CYAN
            "##" AT 1187 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 1231 FOREGROUND-COLOUR CYAN
            "##" AT 1287 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 1331 FOREGROUND-COLOUR CYAN
            "##" AT 1387 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 1431 FOREGROUND-COLOUR CYAN
            "##" AT 1487 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 1531 FOREGROUND-COLOUR CYAN
            "##" AT 1587 FOREGROUND-COLOUR CYAN
            DISPLAY "##" AT 1631 FOREGROUND-COLOUR CYAN
            "##" AT 1687 FOREGROUND-COLOUR CYAN
            DISPLAY " " AT 1730 FOREGROUND-COLOUR CYAN
           "##########################################################" AT 0730
            FOREGROUND-COLOUR CYAN
       DISPLAY "S E L E C T I O N" AT 0451 BACKGROUND-COLOUR MAGENTA

                DISPLAY "[A]"  AT 0634 FOREGROUND-COLOR BROWN
                DISPLAY "NUMBER SIGN" AT 0638 FOREGROUND-COLOR BROWN
                DISPLAY "[B]" AT 0734 FOREGROUND-COLOR BROWN
                DISPLAY "ODD OR EVEN" AT 0738 FOREGROUND-COLOR BROWN
                DISPLAY "[C]" AT 0834 FOREGROUND-COLOR BROWN
           DISPLAY "LARGEST IN 3 NUMBERS" AT 0838 FOREGROUND-COLOR BROWN
                DISPLAY "[D]" AT 0934 FOREGROUND-COLOR BROWN
           DISPLAY "LARGER IN 2 NUMBERS " AT 0938 FOREGROUND-COLOR BROWN
                DISPLAY "[E]" AT 1034 FOREGROUND-COLOR BROWN
                DISPLAY "PRIME NUMBER" AT 1038 FOREGROUND-COLOR BROWN
                DISPLAY "[F]" AT 0663 FOREGROUND-COLOR BROWN
               DISPLAY "PASSED OR FAILED" AT 0667 FOREGROUND-COLOR BROWN
                DISPLAY "[G]" AT 0763 FOREGROUND-COLOR BROWN
                DISPLAY "COMMISSION" AT 0767 FOREGROUND-COLOR BROWN
                DISPLAY "[H]" AT 0863 FOREGROUND-COLOR BROWN
                DISPLAY "VOWEL/CONSONANT" AT 0867 FOREGROUND-COLOR BROWN
                DISPLAY "[I]" AT 0963 FOREGROUND-COLOR BROWN
                DISPLAY "AMOUNT TENDERED" AT 0967 FOREGROUND-COLOR BROWN
                DISPLAY "[J]" AT 1063 FOREGROUND-COLOR BROWN
                DISPLAY "BANK DETAILS" AT 1067 FOREGROUND-COLOR BROWN
                DISPLAY "[K]" AT 1163 FOREGROUND-COLOR BROWN
                DISPLAY "EXIT" AT 1167 FOREGROUND-COLOR BROWN


         DISPLAY "ENTER YOUR CHOICE:" AT 1550 BACKGROUND-COLOUR MAGENTA
                ACCEPT CHOICE AT 1569

                MOVE CHOICE TO MMCHOICE

                MOVE "SELECTION" TO UL-SUBMENU-NAME
                MOVE MMCHOICE TO UL-OPTION-CHOICE

      *********** COMMISSION OF SALESMAN
       COMMISSION.
           DISPLAY CLRSCR
            DISPLAY "[1] MONTH-END COMMISSION RUN" AT 0642
            DISPLAY "[2] ENROL A SALESMAN" AT 0742
            DISPLAY "ENTER YOUR CHOICE: " AT 0842
            ACCEPT SEL-MODE AT 0862
            IF SEL-MODE NOT = '1' AND SEL-MODE NOT = '2'
               DISPLAY "INVALID CHOICE" AT 0942
               EXIT PARAGRAPH
            END-IF

           DISPLAY CLRSCR
            DISPLAY "ENTER SALESMAN'S NAME: " AT 0642
            ACCEPT NAMESALESMAN AT 0666
            DISPLAY "ENTER SALESMAN'S NUMBER: " AT 0742
            ACCEPT SALESMANNUM AT 0768

      ***** A SALESMAN MUST BE ON THE MASTER BEFORE THE REGISTER
      ***** WILL CREDIT SALES TO THE NUMBER
            IF SEL-MODE = '2'
               PERFORM LOOKUP-SALESMAN
               IF MASTER-FOUND-FLAG = 1
                  DISPLAY "ALREADY ON THE SALESMAN MASTER" AT 0842
               ELSE
                  PERFORM SAVE-SALESMAN
                  DISPLAY "SALESMAN ENROLLED" AT 0842
               END-IF
               EXIT PARAGRAPH
            END-IF

            DISPLAY "MONTH YYYYMM (BLANK=THIS MONTH): " AT 0842
            ACCEPT SEL-MONTH AT 0876
            IF SEL-MONTH = SPACES
               PERFORM GET-BUSINESS-DATE
               MOVE BDT-DATE(1:6) TO SEL-MONTH
            END-IF
            IF SEL-MONTH NOT NUMERIC OR
               SEL-MONTH-MM < 1 OR SEL-MONTH-MM > 12
               DISPLAY "INVALID MONTH" AT 0942
               EXIT PARAGRAPH
            END-IF

      ***** ONE MONTH-END RUN PER SALESMAN PER MONTH; A SECOND RUN
      ***** WOULD PAY THE SAME SALES TWICE
            PERFORM CHECK-COMMISSION-RUN
            IF SEL-RUN-FOUND = 1
               DISPLAY "COMMISSION ALREADY RUN FOR THAT MONTH" AT 0942
               EXIT PARAGRAPH
            END-IF

      ***** THE BASE IS WHAT THE REGISTER ACTUALLY SOLD UNDER THE
      ***** SALESMAN'S NUMBER IN THE MONTH, NET OF PROMOTIONS
            PERFORM FLAG-COMMISSION-ORDERS
            PERFORM TOTAL-SALESMAN-LINES
            DISPLAY "UNITS SOLD: " AT 0942 UNITSSOLD
            MOVE TOTALSALES TO SEL-COMMDIS
            DISPLAY "SALES: " AT 1042 SEL-COMMDIS

      ***** MARGINAL-BRACKET-PLUS-BASE-AMOUNT COMMISSION (NOT A FLAT
      ***** RATE ON THE WHOLE TOTAL, SO A BRACKET CROSSING DOESN'T

            PERFORM LOG-COMMISSION-DETAIL

      ***** CLAWBACKS RUNG ON RETURNS DURING THE MONTH COME OFF THE
      ***** PERIOD-TO-DATE FIGURES WITH THE SAME RUN
            PERFORM TOTAL-MONTH-CLAWBACKS
            MOVE SEL-CLAWBACK TO SEL-COMMDIS
            DISPLAY "CLAWED BACK ON RETURNS: " AT 1242 SEL-COMMDIS

            PERFORM LOOKUP-SALESMAN
            ADD UNITSSOLD TO MASTER-UNITSSOLD
            ADD SEL-COMM TO MASTER-COMM
            IF SEL-CLAW-UNITS > MASTER-UNITSSOLD
               MOVE 0 TO MASTER-UNITSSOLD
            ELSE
               SUBTRACT SEL-CLAW-UNITS FROM MASTER-UNITSSOLD
            END-IF
            IF SEL-CLAWBACK > MASTER-COMM
               MOVE 0 TO MASTER-COMM
            ELSE
               SUBTRACT SEL-CLAWBACK FROM MASTER-COMM
            END-IF
            PERFORM SAVE-SALESMAN
            DISPLAY "PERIOD-TO-DATE UNITS SOLD: " AT 1342
             MASTER-UNITSSOLD
            DISPLAY "PERIOD-TO-DATE COMMISSION: " AT 1442
             MASTER-COMM.
            EXIT.

       CHECK-COMMISSION-RUN.
            MOVE 0 TO SEL-RUN-FOUND
            MOVE 0 TO SEL-EOF-FLAG
            OPEN EXTEND COMMISSION-JOURNAL
            MOVE "COMMISSION-JOURNAL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE COMMISSION-JOURNAL
            OPEN INPUT COMMISSION-JOURNAL
            MOVE "COMMISSION-JOURNAL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ COMMISSION-JOURNAL
               AT END MOVE 1 TO SEL-EOF-FLAG
            END-READ
            PERFORM UNTIL SEL-EOF-FLAG = 1
               IF CJ-SALESMANNUM = SALESMANNUM AND
                  CJ-TYPE = 'S' AND
                  CJ-DATE(1:6) = SEL-MONTH
                  MOVE 1 TO SEL-RUN-FOUND
               END-IF
               READ COMMISSION-JOURNAL
                  AT END MOVE 1 TO SEL-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE COMMISSION-JOURNAL.
            EXIT.

      ***** MARK EVERY PAID ORDER OF THE MONTH SO THE LINE PASS CAN
      ***** DATE ITS LINES WITHOUT RE-READING THE LOG PER LINE
       FLAG-COMMISSION-ORDERS.
            MOVE ZEROS TO SEL-ORDER-FLAGS
            MOVE 0 TO SEL-EOF-FLAG
            OPEN EXTEND SALES-LOG
            MOVE "SALES-LOG" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE SALES-LOG
            OPEN INPUT SALES-LOG
            MOVE "SALES-LOG" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ SALES-LOG
               AT END MOVE 1 TO SEL-EOF-FLAG
            END-READ
            PERFORM UNTIL SEL-EOF-FLAG = 1
               IF LOG-DATE(1:6) = SEL-MONTH AND
                  LOG-REFUND-FLAG NOT = 'V' AND
                  LOG-REFUND-FLAG NOT = 'R' AND
                  LOG-ORDER-NUM > 0
                  MOVE 1 TO SEL-ORDER-FLAG(LOG-ORDER-NUM)
               END-IF
               READ SALES-LOG
                  AT END MOVE 1 TO SEL-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE SALES-LOG.
            EXIT.

       TOTAL-SALESMAN-LINES.
            MOVE 0 TO UNITSSOLD
            MOVE 0 TO TOTALSALES
            MOVE 0 TO SEL-EOF-FLAG
            OPEN EXTEND SALES-LINES
            MOVE "SALES-LINES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE SALES-LINES
            OPEN INPUT SALES-LINES
            MOVE "SALES-LINES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ SALES-LINES
               AT END MOVE 1 TO SEL-EOF-FLAG
            END-READ
            PERFORM UNTIL SEL-EOF-FLAG = 1
               IF SL-SALESMAN = SALESMANNUM AND SL-ORDER-NUM > 0
                  IF SEL-ORDER-FLAG(SL-ORDER-NUM) = 1
                     ADD SL-QTY TO UNITSSOLD
                     ADD SL-LINETOTAL TO TOTALSALES
                  END-IF
               END-IF
               READ SALES-LINES
                  AT END MOVE 1 TO SEL-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE SALES-LINES.
            EXIT.

       TOTAL-MONTH-CLAWBACKS.
            MOVE 0 TO SEL-CLAW-UNITS
            MOVE 0 TO SEL-CLAWBACK
            MOVE 0 TO SEL-EOF-FLAG
            OPEN INPUT COMMISSION-JOURNAL
            MOVE "COMMISSION-JOURNAL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ COMMISSION-JOURNAL
               AT END MOVE 1 TO SEL-EOF-FLAG
            END-READ
            PERFORM UNTIL SEL-EOF-FLAG = 1
               IF CJ-SALESMANNUM = SALESMANNUM AND
                  CJ-TYPE = 'C' AND
                  CJ-DATE(1:6) = SEL-MONTH
                  ADD CJ-UNITS TO SEL-CLAW-UNITS
                  ADD CJ-COMM TO SEL-CLAWBACK
               END-IF
               READ COMMISSION-JOURNAL
                  AT END MOVE 1 TO SEL-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE COMMISSION-JOURNAL.
            EXIT.

      ***** THE REGISTER ONLY CREDITS A NUMBER ON THE SALESMAN
      ***** MASTER (THE CONTROL TRAILER IS NOT A SALESMAN)
       LOOKUP-ORDER-SALESMAN.
            MOVE 0 TO OSM-FOUND
            MOVE 0 TO OSM-EOF-FLAG
            OPEN EXTEND SALESMAN-MASTER
            MOVE "SALESMAN-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE SALESMAN-MASTER
            OPEN INPUT SALESMAN-MASTER
            MOVE "SALESMAN-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ SALESMAN-MASTER
               AT END MOVE 1 TO OSM-EOF-FLAG
            END-READ
            PERFORM UNTIL OSM-EOF-FLAG = 1
               IF MAST-SALESMANNUM = OSM-SALESMAN AND
                  MAST-SALESMANNUM NOT = "*TRL"
                  MOVE 1 TO OSM-FOUND
                  MOVE 1 TO OSM-EOF-FLAG
               ELSE
                  READ SALESMAN-MASTER
                     AT END MOVE 1 TO OSM-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE SALESMAN-MASTER.
            EXIT.

      ***** APPEND THE DATED DETAIL BEHIND EVERY COMMISSION POSTING
       LOG-COMMISSION-DETAIL.
            MOVE SALESMANNUM TO CJ-SALESMANNUM
            PERFORM GET-BUSINESS-DATE
            MOVE BDT-DATE TO CJ-DATE
      ***** A RUN FOR A CLOSED MONTH IS DATED ITS LAST DAY SO THE
      ***** STATEMENT AND QUOTA REPORTS FILE IT IN THAT MONTH
            IF BDT-DATE(1:6) NOT = SEL-MONTH
               IF SEL-MONTH-MM = 12
                  COMPUTE SEL-DATE-NUM =
                     (SEL-MONTH-YYYY + 1) * 10000 + 101
               ELSE
                  COMPUTE SEL-DATE-NUM =
                     SEL-MONTH-YYYY * 10000 + (SEL-MONTH-MM + 1) * 100
                     + 1
               END-IF
               COMPUTE SEL-DATE-NUM = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(SEL-DATE-NUM) - 1)
               MOVE SEL-DATE-NUM TO CJ-DATE
            END-IF
            MOVE UNITSSOLD TO CJ-UNITS
            MOVE TOTALSALES TO CJ-TOTALSALES
            MOVE SEL-COMM TO CJ-COMM
            MOVE 'S' TO CJ-TYPE
            MOVE 0 TO CJ-ORDER-NUM
            OPEN EXTEND COMMISSION-JOURNAL
            MOVE "COMMISSION-JOURNAL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
                  FOREGROUND-COLOR BROWN
               DISPLAY "[F] REVERSE A TRANSACTION" AT 1145
                  FOREGROUND-COLOR BROWN
               DISPLAY "[G] BILLS PAYMENT" AT 1245
                  FOREGROUND-COLOR BROWN
               DISPLAY "[H] TUITION PAYMENT" AT 1345
                  FOREGROUND-COLOR BROWN
               DISPLAY "[X] EXIT" AT 1445 FOREGROUND-COLOR BROWN
               DISPLAY "ENTER YOUR CHOICE: " AT 1545
                  BACKGROUND-COLOUR MAGENTA
               ACCEPT BNK-CHOICE AT 1565

               MOVE "BANKDET" TO UL-SUBMENU-NAME
               MOVE BNK-CHOICE TO UL-OPTION-CHOICE
                  WHEN 'F' WHEN 'f'
                     PERFORM REVERSE-TRANSACTION
                     PERFORM GETCH
                  WHEN 'G' WHEN 'g'
                     PERFORM BILLS-PAYMENT
                     PERFORM GETCH
                  WHEN 'H' WHEN 'h'
                     PERFORM TUITION-PAYMENT
                     PERFORM GETCH
                  WHEN 'X' WHEN 'x'
                     CONTINUE
                  WHEN OTHER
             DISPLAY "EXISTING ACCOUNT - NAME: " AT 0742 BANKNAME
             MOVE BALANCE TO BALANCEDIS
             DISPLAY "CURRENT BALANCE ON FILE: " AT 0842 BALANCEDIS
             DISPLAY FXT-CURRENCY AT 0878
            ELSE
             MOVE 'A' TO ACCT-STATUS
             DISPLAY "ENTER BANK ACCOUNT NAME: " AT 0742
             ACCEPT BANKNAME AT 0768
             DISPLAY "ENTER BALANCE: " AT 0842 ACCEPT BALANCEIN AT 0858
             MOVE BALANCEIN TO BALANCE
             DISPLAY "ACCOUNT CURRENCY (PHP/USD): " AT 0942
             ACCEPT FXT-CURRENCYIN AT 0970
             IF FXT-CURRENCYIN = "USD" OR FXT-CURRENCYIN = "usd"
                MOVE "USD" TO FXT-CURRENCY
             ELSE
                MOVE "PHP" TO FXT-CURRENCY
             END-IF
             PERFORM CAPTURE-SIGNATORIES
             PERFORM CAPTURE-KYC
            END-IF

            DISPLAY "ENTER TRANSACTION CODE " AT 0942
            "([W]DRAW [D]EP [T]RANSFER [L]OANPAY [P]ASSBOOK): " AT 0965
             ACCEPT T-CODE AT 0999

            IF T-CODE IS EQUAL TO 'D' OR 'd'
             DISPLAY "ENTER DEPOSIT AMOUNT: " AT 1042
             ACCEPT T-AMOUNTIN AT 1064
             MOVE T-AMOUNTIN TO T-AMOUNT
      ***** FOREIGN CASH IS TAKEN IN AT THE DAY'S BUYING RATE
             IF FXT-CURRENCY NOT = "PHP"
                PERFORM LOOKUP-TODAYS-FX-RATE
                IF FXT-RATE-FOUND = 0
                   DISPLAY "NO " AT 1142 FXT-CURRENCY
                      " RATE ENTERED FOR TODAY - NOT POSTED"
                   EXIT PARAGRAPH
                END-IF
                MOVE FXT-BUY TO FXT-RATE
                PERFORM SHOW-PESO-EQUIVALENT
             END-IF
      ***** A NEW ACCOUNT'S OPENING CASH COUNTS TOWARD THE DEPOSIT
             MOVE 'D' TO AUT-TCODE
             MOVE FXT-CURRENCY TO AUT-CURRENCY
             MOVE T-AMOUNT TO AUT-AMOUNT
             IF LEDGER-FOUND-FLAG = 0
                ADD BALANCE TO AUT-AMOUNT
             END-IF
             PERFORM CHECK-TELLER-AUTHORITY
             IF AUT-OK = 0
                EXIT PARAGRAPH
             END-IF
             PERFORM JOURNAL-OPENING-IF-NEW
             COMPUTE BALANCE = BALANCE + T-AMOUNT
             MOVE BALANCE TO BALANCEDIS
             DISPLAY "YOUR NEW BALANCE IS: " AT 1242 BALANCEDIS
             PERFORM SAVE-LEDGER
             MOVE 'D' TO JB-TCODE
             MOVE T-AMOUNT TO JB-AMOUNT
             PERFORM LOG-BANK-TRANSACTION
             IF FXT-CURRENCY = "PHP"
                MOVE 'I' TO DR-POST-CODE
                MOVE T-AMOUNT TO DR-POST-AMOUNT
                PERFORM DRAWER-POST-CASH
             ELSE
                PERFORM PRINT-TELLER-SLIP
             END-IF

            ELSE IF T-CODE IS EQUAL TO 'W' OR 'w'
             DISPLAY "ENTER WITHDRAWAL AMOUNT: " AT 1042
             ACCEPT T-AMOUNTIN AT 1067
             MOVE T-AMOUNTIN TO T-AMOUNT
             IF ACCT-STATUS = 'R'
                DISPLAY "RESTRICTED ACCOUNT - DEPOSITS ONLY" AT 1242
                EXIT PARAGRAPH
             END-IF
      ***** FOREIGN CASH IS PAID OUT AT THE DAY'S SELLING RATE
             IF FXT-CURRENCY NOT = "PHP"
                PERFORM LOOKUP-TODAYS-FX-RATE
                IF FXT-RATE-FOUND = 0
                   DISPLAY "NO " AT 1142 FXT-CURRENCY
                      " RATE ENTERED FOR TODAY - NOT POSTED"
                   EXIT PARAGRAPH
                END-IF
                MOVE FXT-SELL TO FXT-RATE
                PERFORM SHOW-PESO-EQUIVALENT
             END-IF
      ***** THE TELLER PAYS AGAINST THE AVAILABLE BALANCE, NOT THE
      ***** RAW LEDGER BALANCE: ACTIVE HOLDS COME OFF THE TOP
             PERFORM COMPUTE-ACTIVE-HOLDS
             IF T-AMOUNT > BALANCE - HOLD-TOTAL
                DISPLAY "INSUFFICIENT AVAILABLE FUNDS" AT 1242
                IF HOLD-TOTAL > 0
                   MOVE HOLD-TOTAL TO HOLD-TOTALDIS
                   DISPLAY "AMOUNT UNDER HOLD: " AT 1342 HOLD-TOTALDIS
                END-IF
             ELSE
      ***** A JOINT ACCOUNT PAYS OUT ONLY TO THE RIGHT COMBINATION
      ***** OF SIGNATORIES RECORDED AT OPENING
              PERFORM VERIFY-SIGNATORIES
              IF SIG-OK = 0
                DISPLAY "WITHDRAWAL REFUSED - SIGNATORY RULE" AT 1242
              ELSE
                MOVE 'W' TO AUT-TCODE
                MOVE FXT-CURRENCY TO AUT-CURRENCY
                MOVE T-AMOUNT TO AUT-AMOUNT
                PERFORM CHECK-TELLER-AUTHORITY
                IF AUT-OK = 1
                   PERFORM JOURNAL-OPENING-IF-NEW
                   COMPUTE BALANCE = BALANCE - T-AMOUNT
                   MOVE BALANCE TO BALANCEDIS
                   DISPLAY "YOUR NEW BALANCE IS: " AT 1242 BALANCEDIS
                   PERFORM SAVE-LEDGER
                   MOVE 'W' TO JB-TCODE
                   MOVE T-AMOUNT TO JB-AMOUNT
                   PERFORM LOG-BANK-TRANSACTION
                   IF FXT-CURRENCY = "PHP"
                      MOVE 'O' TO DR-POST-CODE
                      MOVE T-AMOUNT TO DR-POST-AMOUNT
                      PERFORM DRAWER-POST-CASH
                   ELSE
                      PERFORM PRINT-TELLER-SLIP
                   END-IF
                END-IF
              END-IF
             END-IF

            ELSE IF T-CODE IS EQUAL TO 'T' OR 't'
             PERFORM TRANSFER-FUNDS

            ELSE IF T-CODE IS EQUAL TO 'L' OR 'l'
             PERFORM LOAN-PAYMENT

            ELSE IF T-CODE IS EQUAL TO 'P' OR 'p'
             PERFORM PASSBOOK-UPDATE

            ELSE
             DISPLAY "INVALID ENTRY." AT 1242
            END-IF.
           EXIT.

      ***** SPLIT A LOAN PAYMENT INTO PENALTY DUE, INTEREST AND
      ***** PRINCIPAL, IN THAT ORDER, AND BRING DOWN THE OUTSTANDING
      ***** BALANCE ON THE LOAN MASTER
       LOAN-PAYMENT.
            PERFORM LOOKUP-LOAN
            IF LP-FOUND-FLAG = 0
               DISPLAY "NO ACTIVE LOAN FOR THIS ACCOUNT" AT 1042
               EXIT PARAGRAPH
            END-IF.

            MOVE LP-BALANCE TO LP-BALANCEDIS
            DISPLAY "LOAN BALANCE OUTSTANDING: " AT 1042 LP-BALANCEDIS
            DISPLAY "ENTER PAYMENT AMOUNT: " AT 1142
            ACCEPT LP-PAYMENTIN AT 1165
            MOVE LP-PAYMENTIN TO LP-PAYMENT

            MOVE LP-PENALTY TO LP-PEN-PART
            COMPUTE LP-INT-PART ROUNDED =
                LP-BALANCE * LP-RATE / 100 / 12
            IF LP-PAYMENT <= LP-PEN-PART + LP-INT-PART
               DISPLAY "PAYMENT DOES NOT COVER PENALTY AND INTEREST"
                  AT 1242
               EXIT PARAGRAPH
            END-IF.

            COMPUTE LP-PRIN-PART =
                LP-PAYMENT - LP-PEN-PART - LP-INT-PART
            IF LP-PRIN-PART > LP-BALANCE
               MOVE LP-BALANCE TO LP-PRIN-PART
               COMPUTE LP-PAYMENT =
                   LP-PEN-PART + LP-INT-PART + LP-PRIN-PART
               DISPLAY "PAYMENT REDUCED TO SETTLE THE LOAN EXACTLY"
                  AT 1242
            END-IF.

      ***** LOANS ARE BOOKED IN PESOS WHATEVER THE DEPOSIT ACCOUNT
            MOVE 'P' TO AUT-TCODE
            MOVE "PHP" TO AUT-CURRENCY
            MOVE LP-PAYMENT TO AUT-AMOUNT
            PERFORM CHECK-TELLER-AUTHORITY
            IF AUT-OK = 0
               EXIT PARAGRAPH
            END-IF.

            SUBTRACT LP-PRIN-PART FROM LP-BALANCE
            MOVE 0 TO LP-PENALTY
            ADD 1 TO LP-PAID-COUNT
            IF LP-BALANCE = 0
               MOVE 'P' TO LP-STATUS
            END-IF
            PERFORM SAVE-LOAN

            MOVE LP-PEN-PART TO LP-PEN-PARTDIS
            MOVE LP-INT-PART TO LP-INT-PARTDIS
            MOVE LP-PRIN-PART TO LP-PRIN-PARTDIS
            MOVE LP-BALANCE TO LP-BALANCEDIS
            DISPLAY "PENALTY PORTION:   " AT 1342 LP-PEN-PARTDIS
            DISPLAY "INTEREST PORTION:  " AT 1442 LP-INT-PARTDIS
            DISPLAY "PRINCIPAL PORTION: " AT 1542 LP-PRIN-PARTDIS
            DISPLAY "NEW LOAN BALANCE:  " AT 1642 LP-BALANCEDIS
            IF LP-STATUS = 'P'
               DISPLAY "LOAN FULLY PAID" AT 1742
            END-IF

            MOVE 'P' TO JB-TCODE
            MOVE LP-PAYMENT TO JB-AMOUNT
            PERFORM LOG-BANK-TRANSACTION.
            EXIT.

      ***** FIND THE ACCOUNT'S ACTIVE LOAN ON THE LOAN MASTER
       LOOKUP-LOAN.
            MOVE 0 TO LP-FOUND-FLAG
            MOVE 0 TO LP-EOF-FLAG
            OPEN EXTEND LOAN-MASTER
            MOVE "LOAN-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE LOAN-MASTER
            OPEN INPUT LOAN-MASTER
            MOVE "LOAN-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LOAN-MASTER
               AT END MOVE 1 TO LP-EOF-FLAG
            END-READ
            PERFORM UNTIL LP-EOF-FLAG = 1
               IF LN-ACCT = BANKNUM AND LN-STATUS = 'A'
                  MOVE 1 TO LP-FOUND-FLAG
                  MOVE LN-BALANCE TO LP-BALANCE
                  MOVE LN-PENALTY-DUE TO LP-PENALTY
                  IF LP-PENALTY IS NOT NUMERIC
                     MOVE 0 TO LP-PENALTY
                  END-IF
                  MOVE LN-RATE TO LP-RATE
                  MOVE LN-PAID-COUNT TO LP-PAID-COUNT
                  MOVE LN-STATUS TO LP-STATUS
                  MOVE 1 TO LP-EOF-FLAG
               ELSE
                  READ LOAN-MASTER
                     AT END MOVE 1 TO LP-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE LOAN-MASTER.
            EXIT.

      ***** REWRITE THE LOAN MASTER WITH THE REDUCED BALANCE
       SAVE-LOAN.
            MOVE 0 TO LP-EOF-FLAG
            OPEN INPUT LOAN-MASTER
            MOVE "LOAN-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN OUTPUT LOAN-MASTER-TEMP
            MOVE "LOAN-MASTER-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ LOAN-MASTER
               AT END MOVE 1 TO LP-EOF-FLAG
            END-READ
            PERFORM UNTIL LP-EOF-FLAG = 1
               IF LN-ACCT = BANKNUM AND LN-STATUS = 'A'
                  MOVE LN-ACCT TO TLN-ACCT
                  MOVE LN-PRINCIPAL TO TLN-PRINCIPAL
                  MOVE LN-RATE TO TLN-RATE
                  MOVE LN-TERM TO TLN-TERM
                  MOVE LP-BALANCE TO TLN-BALANCE
                  MOVE LN-DISB-DATE TO TLN-DISB-DATE
                  MOVE LP-PAID-COUNT TO TLN-PAID-COUNT
                  MOVE LP-STATUS TO TLN-STATUS
                  MOVE LP-PENALTY TO TLN-PENALTY-DUE
                  MOVE LN-PENALTY-THRU TO TLN-PENALTY-THRU
                  WRITE TEMP-LOAN-MASTER-REC
               ELSE
                  WRITE TEMP-LOAN-MASTER-REC FROM LOAN-MASTER-REC
               END-IF
               READ LOAN-MASTER
                  AT END MOVE 1 TO LP-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE LOAN-MASTER
            CLOSE LOAN-MASTER-TEMP

            OPEN OUTPUT LOAN-MASTER
            MOVE "LOAN-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN INPUT LOAN-MASTER-TEMP
            MOVE "LOAN-MASTER-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            MOVE 0 TO LP-EOF-FLAG
            READ LOAN-MASTER-TEMP
               AT END MOVE 1 TO LP-EOF-FLAG
            END-READ
            PERFORM UNTIL LP-EOF-FLAG = 1
               WRITE LOAN-MASTER-REC FROM TEMP-LOAN-MASTER-REC
               READ LOAN-MASTER-TEMP
                  AT END MOVE 1 TO LP-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE LOAN-MASTER
            CLOSE LOAN-MASTER-TEMP.
            EXIT.

      ***** MOVE MONEY BETWEEN TWO OF OUR OWN ACCOUNTS AS ONE UNIT:
      ***** BOTH SIDES ARE REWRITTEN IN A SINGLE PASS OVER THE LEDGER
       TRANSFER-FUNDS.
            IF LEDGER-FOUND-FLAG = 0
               DISPLAY "SOURCE ACCOUNT MUST ALREADY BE ON THE LEDGER"
                  AT 1042
               EXIT PARAGRAPH
            END-IF.
            IF ACCT-STATUS = 'R'
               DISPLAY "RESTRICTED ACCOUNT - DEPOSITS ONLY" AT 1042
               EXIT PARAGRAPH
            END-IF.

            DISPLAY "ENTER DESTINATION ACCOUNT NUMBER: " AT 1042
            ACCEPT XFER-DEST-NUM AT 1077

            IF XFER-DEST-NUM = BANKNUM
               DISPLAY "CANNOT TRANSFER AN ACCOUNT TO ITSELF" AT 1242
               EXIT PARAGRAPH
            END-IF.

            PERFORM LOOKUP-TRANSFER-DEST
            IF XFER-DEST-FOUND = 0
               DISPLAY "DESTINATION ACCOUNT NOT ON THE LEDGER" AT 1242
               EXIT PARAGRAPH
            END-IF.
            IF XFER-DEST-STATUS = 'F' OR XFER-DEST-STATUS = 'C'
               DISPLAY "DESTINATION ACCOUNT CANNOT ACCEPT POSTINGS"
                  AT 1242
               EXIT PARAGRAPH
            END-IF.
            IF XFER-DEST-STATUS = 'D'
               MOVE 'A' TO XFER-DEST-STATUS
            END-IF.
            MOVE XFER-DEST-NUM TO FXT-LOOKUP-ACCT
            PERFORM LOOKUP-ACCOUNT-CURRENCY
            IF FXT-LOOKUP-CCY NOT = FXT-CURRENCY
               DISPLAY "ACCOUNTS ARE IN DIFFERENT CURRENCIES" AT 1242
               EXIT PARAGRAPH
            END-IF.

            DISPLAY "ENTER TRANSFER AMOUNT: " AT 1142
            ACCEPT XFER-AMOUNTIN AT 1166
            MOVE XFER-AMOUNTIN TO XFER-AMOUNT

            PERFORM COMPUTE-ACTIVE-HOLDS
            IF XFER-AMOUNT > BALANCE - HOLD-TOTAL
               DISPLAY "INSUFFICIENT AVAILABLE FUNDS" AT 1242
               EXIT PARAGRAPH
            END-IF.

            MOVE 'T' TO AUT-TCODE
            MOVE FXT-CURRENCY TO AUT-CURRENCY
            MOVE XFER-AMOUNT TO AUT-AMOUNT
            PERFORM CHECK-TELLER-AUTHORITY
            IF AUT-OK = 0
               EXIT PARAGRAPH
            END-IF.

            COMPUTE BALANCE = BALANCE - XFER-AMOUNT
            COMPUTE XFER-DEST-BALANCE = XFER-DEST-BALANCE + XFER-AMOUNT
            PERFORM SAVE-TRANSFER-PAIR

            MOVE BALANCE TO BALANCEDIS
            DISPLAY "SOURCE BALANCE AFTER TRANSFER: " AT 1242
               BALANCEDIS

            MOVE 'T' TO JB-TCODE
            MOVE XFER-AMOUNT TO JB-AMOUNT
            PERFORM LOG-BANK-TRANSACTION

            MOVE XFER-DEST-NUM TO JRNL-BANKNUM
            MOVE 'R' TO JRNL-TCODE
            MOVE XFER-AMOUNT TO JRNL-AMOUNT
            MOVE XFER-DEST-BALANCE TO JRNL-BALANCE
            PERFORM SET-BUSINESS-STAMP
            MOVE BDT-STAMP TO JRNL-TIMESTAMP
            MOVE SPACE TO JRNL-RECON
            MOVE OPR-ID TO JRNL-OPERATOR
            MOVE OPR-BRANCH TO JRNL-BRANCH
            OPEN EXTEND BANK-JOURNAL
            MOVE "BANK-JOURNAL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE BANK-JOURNAL-REC
            CLOSE BANK-JOURNAL.
            EXIT.

      ***** DIRECT KEYED READ OF THE TRANSFER DESTINATION ACCOUNT
       LOOKUP-TRANSFER-DEST.
            MOVE 0 TO XFER-DEST-FOUND
            OPEN INPUT BANKLEDGER
            MOVE "BANKLEDGER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            MOVE XFER-DEST-NUM TO LEDG-BANKNUM
            READ BANKLEDGER
               INVALID KEY
                  MOVE 0 TO XFER-DEST-FOUND
               NOT INVALID KEY
                  MOVE 1 TO XFER-DEST-FOUND
                  MOVE LEDG-BANKNAME TO XFER-DEST-NAME
                  MOVE LEDG-BALANCE TO XFER-DEST-BALANCE
                  MOVE LEDG-STATUS TO XFER-DEST-STATUS
                  IF XFER-DEST-STATUS = SPACE
                     MOVE 'A' TO XFER-DEST-STATUS
                  END-IF
            END-READ
            CLOSE BANKLEDGER.
            EXIT.

      ***** REWRITE BOTH SIDES OF THE TRANSFER UNDER A SINGLE OPEN
      ***** OF THE INDEXED LEDGER SO NO TELLER WORK CAN INTERLEAVE
       SAVE-TRANSFER-PAIR.
            OPEN I-O BANKLEDGER
            MOVE "BANKLEDGER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            MOVE BANKNUM TO LEDG-BANKNUM
            READ BANKLEDGER
               NOT INVALID KEY
                  MOVE BANKNAME TO LEDG-BANKNAME
                  MOVE BALANCE TO LEDG-BALANCE
                  MOVE ACCT-STATUS TO LEDG-STATUS
                  REWRITE LEDGER-REC
            END-READ
            MOVE XFER-DEST-NUM TO LEDG-BANKNUM
            READ BANKLEDGER
               NOT INVALID KEY
                  MOVE XFER-DEST-NAME TO LEDG-BANKNAME
                  MOVE XFER-DEST-BALANCE TO LEDG-BALANCE
                  MOVE XFER-DEST-STATUS TO LEDG-STATUS
                  REWRITE LEDGER-REC
            END-READ
            CLOSE BANKLEDGER.
            EXIT.

      ***** COLLECT A BILL FOR A BILLER ON THE BILLER MASTER, IN
      ***** CASH OR BY DEBIT TO A DEPOSITOR'S ACCOUNT; THE PAYMENT
      ***** WAITS ON BILL-PAYMENTS FOR THE END-OF-DAY REMITTANCE
       BILLS-PAYMENT.
            DISPLAY CLRSCR
            MOVE 0 TO BPM-POSTED
            DISPLAY "ENTER BILLER CODE: " AT 0642
            ACCEPT BPM-BILLER AT 0661
            PERFORM LOOKUP-BILLER
            IF BPM-FOUND-FLAG = 0
               DISPLAY "BILLER NOT ON FILE OR NOT ACTIVE" AT 0742
               EXIT PARAGRAPH
            END-IF

      ***** NO COLLECTION FOR A BILLER WHOSE SETTLEMENT ACCOUNT CAN
      ***** NO LONGER RECEIVE THE REMITTANCE
            MOVE BPM-SETTLE-ACCT TO BANKNUM
            PERFORM LOOKUP-LEDGER
            IF LEDGER-FOUND-FLAG = 0 OR ACCT-STATUS = 'F' OR
               ACCT-STATUS = 'C'
               DISPLAY "BILLER SETTLEMENT ACCOUNT NOT AVAILABLE" AT 0742
               EXIT PARAGRAPH
            END-IF

            MOVE BPM-FEE TO BPM-FEEDIS
            DISPLAY "BILLER: " AT 0742 BPM-NAME
            DISPLAY "FEE: " AT 0772 BPM-FEEDIS

            DISPLAY "SUBSCRIBER REFERENCE: " AT 0842
            ACCEPT BPM-REF AT 0864
            PERFORM VALIDATE-BILL-REFERENCE
            IF BPM-REF-OK = 0
               DISPLAY "INVALID REFERENCE FOR THIS BILLER" AT 0942
               EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER AMOUNT TO PAY: " AT 0942
            ACCEPT BPM-AMOUNTIN AT 0963
            MOVE BPM-AMOUNTIN TO BPM-AMOUNT
            IF BPM-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO" AT 1042
               EXIT PARAGRAPH
            END-IF
            COMPUTE BPM-TOTAL = BPM-AMOUNT + BPM-FEE
            MOVE BPM-TOTAL TO BPM-TOTALDIS
            DISPLAY "TOTAL TO COLLECT: " AT 1042 BPM-TOTALDIS
            MOVE 'B' TO AUT-TCODE
            MOVE "PHP" TO AUT-CURRENCY
            MOVE BPM-TOTAL TO AUT-AMOUNT
            PERFORM CHECK-TELLER-AUTHORITY
            IF AUT-OK = 0
               EXIT PARAGRAPH
            END-IF

            DISPLAY "TENDER ([C]ASH [D]EBIT ACCOUNT): " AT 1142
            ACCEPT BPM-TENDER AT 1176
            EVALUATE BPM-TENDER
               WHEN 'C' WHEN 'c'
                  MOVE 'C' TO BPM-TENDER
                  PERFORM BILLS-CASH-TENDER
               WHEN 'D' WHEN 'd'
                  MOVE 'D' TO BPM-TENDER
                  PERFORM BILLS-DEBIT-TENDER
               WHEN OTHER
                  DISPLAY "INVALID TENDER - NOTHING POSTED" AT 1242
            END-EVALUATE

            IF BPM-POSTED = 1
               PERFORM RECORD-BILL-PAYMENT
               PERFORM PRINT-BILL-PAY-ACK
               DISPLAY "PAYMENT ACCEPTED - ACKNOWLEDGMENT PRINTED"
                  AT 1942
               DISPLAY "ACKNOWLEDGMENT NO: " AT 2042 BPM-STAMP
                  OPR-ID
            END-IF.
            EXIT.

      ***** FIND AN ACTIVE BILLER AND KEEP ITS RULES IN WORKING
      ***** STORAGE FOR THE REST OF THE COLLECTION
       LOOKUP-BILLER.
            MOVE 0 TO BPM-FOUND-FLAG
            MOVE 0 TO BPM-EOF-FLAG
            OPEN EXTEND BILLER-MASTER
            MOVE "BILLER-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE BILLER-MASTER
            OPEN INPUT BILLER-MASTER
            MOVE "BILLER-MASTER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ BILLER-MASTER
               AT END MOVE 1 TO BPM-EOF-FLAG
            END-READ
            PERFORM UNTIL BPM-EOF-FLAG = 1
               IF BLR-CODE = BPM-BILLER AND BLR-ACTIVE = 'Y'
                  MOVE 1 TO BPM-FOUND-FLAG
                  MOVE BLR-NAME TO BPM-NAME
                  MOVE BLR-REF-LEN TO BPM-REF-LEN
                  MOVE BLR-REF-TYPE TO BPM-REF-TYPE
                  MOVE BLR-REF-PREFIX TO BPM-REF-PREFIX
                  MOVE BLR-FEE TO BPM-FEE
                  MOVE BLR-SETTLE-ACCT TO BPM-SETTLE-ACCT
                  MOVE 1 TO BPM-EOF-FLAG
               ELSE
                  READ BILLER-MASTER
                     AT END MOVE 1 TO BPM-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE BILLER-MASTER.
            EXIT.

      ***** THE SUBSCRIBER REFERENCE MUST MATCH THE BILLER'S FORMAT:
      ***** EXACT LENGTH WITH NO EMBEDDED BLANKS, DIGITS ONLY FOR A
      ***** NUMERIC BILLER, AND THE BILLER'S PREFIX WHEN IT HAS ONE
       VALIDATE-BILL-REFERENCE.
            MOVE 1 TO BPM-REF-OK
            MOVE 0 TO BPM-REF-SIZE
            INSPECT BPM-REF TALLYING BPM-REF-SIZE
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF BPM-REF-SIZE NOT = BPM-REF-LEN OR BPM-REF-SIZE = 0
               MOVE 0 TO BPM-REF-OK
               EXIT PARAGRAPH
            END-IF
            IF BPM-REF-SIZE < 20
               IF BPM-REF(BPM-REF-SIZE + 1:) NOT = SPACES
                  MOVE 0 TO BPM-REF-OK
                  EXIT PARAGRAPH
               END-IF
            END-IF
            IF BPM-REF-TYPE = 'N'
               IF BPM-REF(1:BPM-REF-SIZE) IS NOT NUMERIC
                  MOVE 0 TO BPM-REF-OK
                  EXIT PARAGRAPH
               END-IF
            END-IF
            MOVE 0 TO BPM-PREFIX-SIZE
            INSPECT BPM-REF-PREFIX TALLYING BPM-PREFIX-SIZE
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF BPM-PREFIX-SIZE > 0
               IF BPM-PREFIX-SIZE > BPM-REF-SIZE
                  MOVE 0 TO BPM-REF-OK
               ELSE
                  IF BPM-REF(1:BPM-PREFIX-SIZE) NOT =
                     BPM-REF-PREFIX(1:BPM-PREFIX-SIZE)
                     MOVE 0 TO BPM-REF-OK
                  END-IF
               END-IF
            END-IF.
            EXIT.

      ***** CASH GOES INTO THE DRAWER; THE COLLECTION AND THE FEE ARE
      ***** JOURNALED AGAINST THE SETTLEMENT ACCOUNT WITHOUT MOVING
      ***** ITS BALANCE UNTIL THE END-OF-DAY REMITTANCE PAYS IT OVER
       BILLS-CASH-TENDER.
            MOVE BPM-SETTLE-ACCT TO BANKNUM
            PERFORM LOOKUP-LEDGER
            MOVE 'G' TO JB-TCODE
            MOVE BPM-AMOUNT TO JB-AMOUNT
            PERFORM JOURNAL-BILLS-CASH
            IF BPM-FEE > 0
               MOVE 'H' TO JB-TCODE
               MOVE BPM-FEE TO JB-AMOUNT
               PERFORM JOURNAL-BILLS-CASH
            END-IF
            MOVE 'I' TO DR-POST-CODE
            MOVE BPM-TOTAL TO DR-POST-AMOUNT
            PERFORM DRAWER-POST-CASH
            MOVE SPACES TO BPM-ACCT
            MOVE 1 TO BPM-POSTED.
            EXIT.

      ***** THE DEPOSITOR PAYS FROM THE AVAILABLE BALANCE UNDER THE
      ***** SAME RULES AS A TELLER WITHDRAWAL
       BILLS-DEBIT-TENDER.
            DISPLAY "DEBIT ACCOUNT NUMBER: " AT 1242
            ACCEPT BANKNUM AT 1264
            PERFORM LOOKUP-LEDGER
            IF LEDGER-FOUND-FLAG = 0
               DISPLAY "ACCOUNT NOT ON THE LEDGER" AT 1342
               EXIT PARAGRAPH
            END-IF
            IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C' OR
               ACCT-STATUS = 'R'
               DISPLAY "ACCOUNT CANNOT BE DEBITED - STATUS " AT 1342
                  ACCT-STATUS
               EXIT PARAGRAPH
            END-IF
            IF FXT-CURRENCY NOT = "PHP"
               DISPLAY "BILLS ARE PAID FROM PESO ACCOUNTS ONLY" AT 1342
               EXIT PARAGRAPH
            END-IF
            IF ACCT-STATUS = 'D'
               DISPLAY "DORMANT ACCOUNT REACTIVATED BY THIS VISIT"
                  AT 1442
               MOVE 'A' TO ACCT-STATUS
            END-IF
            PERFORM COMPUTE-ACTIVE-HOLDS
            IF BPM-TOTAL > BALANCE - HOLD-TOTAL
               DISPLAY "INSUFFICIENT AVAILABLE FUNDS" AT 1342
               EXIT PARAGRAPH
            END-IF
            PERFORM VERIFY-SIGNATORIES
            IF SIG-OK = 0
               DISPLAY "DEBIT REFUSED - SIGNATORY RULE" AT 1342
               EXIT PARAGRAPH
            END-IF

            COMPUTE BALANCE = BALANCE - BPM-AMOUNT
            PERFORM SAVE-LEDGER
            MOVE 'B' TO JB-TCODE
            MOVE BPM-AMOUNT TO JB-AMOUNT
            PERFORM LOG-BANK-TRANSACTION
            IF BPM-FEE > 0
               COMPUTE BALANCE = BALANCE - BPM-FEE
               PERFORM SAVE-LEDGER
               MOVE 'F' TO JB-TCODE
               MOVE BPM-FEE TO JB-AMOUNT
               PERFORM LOG-BANK-TRANSACTION
            END-IF
            MOVE BALANCE TO BALANCEDIS
            DISPLAY "NEW ACCOUNT BALANCE: " AT 1342 BALANCEDIS
            MOVE BANKNUM TO BPM-ACCT
            MOVE 1 TO BPM-POSTED.
            EXIT.

      ***** TUITION PAID AT THE TELLER FOR AN ENROLLED STUDENT. THE
      ***** SCHOOL IS SET UP ON THE BILLER MASTER AS SCHOL AND ITS
      ***** SETTLEMENT ACCOUNT IS THE SCHOOL'S COLLECTION ACCOUNT,
      ***** WHICH IS CREDITED AT ONCE; THE PAYMENT GOES STRAIGHT ONTO
      ***** THE STUDENT BILLING LEDGER UNDER THE JOURNAL TIMESTAMP
       TUITION-PAYMENT.
            DISPLAY CLRSCR
            MOVE 0 TO TPM-POSTED
            MOVE "SCHOL" TO BPM-BILLER
            PERFORM LOOKUP-BILLER
            IF BPM-FOUND-FLAG = 0
               DISPLAY "SCHOOL BILLER SCHOL NOT ON FILE OR NOT ACTIVE"
                  AT 0642
               EXIT PARAGRAPH
            END-IF
            MOVE BPM-SETTLE-ACCT TO TPM-SCHOOL-ACCT
            MOVE TPM-SCHOOL-ACCT TO BANKNUM
            PERFORM LOOKUP-LEDGER
            IF LEDGER-FOUND-FLAG = 0 OR ACCT-STATUS = 'F' OR
               ACCT-STATUS = 'C'
               DISPLAY "SCHOOL COLLECTION ACCOUNT NOT AVAILABLE" AT 0642
               EXIT PARAGRAPH
            END-IF

            DISPLAY "STUDENT ID: " AT 0642
            ACCEPT TPM-STUDENTIN AT 0655
            IF TPM-STUDENTIN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT ID" AT 0742
               EXIT PARAGRAPH
            END-IF
            MOVE TPM-STUDENTIN TO TPM-STUDENT
            PERFORM LOOKUP-TUITION-STUDENT
            IF TPM-APP-FOUND = 0
               DISPLAY "NO APPROVED APPLICATION FOR THAT ID" AT 0742
               EXIT PARAGRAPH
            END-IF
            IF TPM-ENROLLED = 0
               DISPLAY "STUDENT IS NOT ENROLLED" AT 0742
               EXIT PARAGRAPH
            END-IF
            DISPLAY "STUDENT: " AT 0742 TPM-FNAME " " TPM-LNAME

            PERFORM COMPUTE-TUITION-BALANCE
            MOVE TPM-BALANCE TO TPM-BALANCEDIS
            DISPLAY "OUTSTANDING BALANCE: " AT 0842 TPM-BALANCEDIS
            IF TPM-BALANCE NOT > 0
               DISPLAY "NOTHING OUTSTANDING - NO PAYMENT TAKEN" AT 0942
               EXIT PARAGRAPH
            END-IF

            DISPLAY "ENTER AMOUNT TO PAY: " AT 0942
            ACCEPT TPM-AMOUNTIN AT 0963
            MOVE TPM-AMOUNTIN TO TPM-AMOUNT
            IF TPM-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO" AT 1042
               EXIT PARAGRAPH
            END-IF
            IF TPM-AMOUNT > TPM-BALANCE
               DISPLAY "AMOUNT IS MORE THAN THE BALANCE" AT 1042
               EXIT PARAGRAPH
            END-IF
            IF TPM-AMOUNT > TPM-POST-MAX
               DISPLAY "SPLIT PAYMENTS OVER 999,999.99" AT 1042
               EXIT PARAGRAPH
            END-IF
      ***** TUITION IS HELD TO THE SAME TELLER LIMIT AS ANY BILL
            MOVE 'B' TO AUT-TCODE
            MOVE "PHP" TO AUT-CURRENCY
            MOVE TPM-AMOUNT TO AUT-AMOUNT
            PERFORM CHECK-TELLER-AUTHORITY
            IF AUT-OK = 0
               EXIT PARAGRAPH
            END-IF

            DISPLAY "TENDER ([C]ASH [D]EBIT ACCOUNT): " AT 1142
            ACCEPT TPM-TENDER AT 1176
            EVALUATE TPM-TENDER
               WHEN 'C' WHEN 'c'
                  MOVE 'C' TO TPM-TENDER
                  PERFORM TUITION-CASH-TENDER
               WHEN 'D' WHEN 'd'
                  MOVE 'D' TO TPM-TENDER
                  PERFORM TUITION-DEBIT-TENDER
               WHEN OTHER
                  DISPLAY "INVALID TENDER - NOTHING POSTED" AT 1242
            END-EVALUATE

            IF TPM-POSTED = 1
               PERFORM POST-TUITION-TO-LEDGER
               PERFORM PRINT-TUITION-ACK
               DISPLAY "PAYMENT POSTED TO THE STUDENT LEDGER" AT 1942
               DISPLAY "REFERENCE: " AT 2042 TPM-STAMP
            END-IF.
            EXIT.

      ***** AN APPROVED APPLICATION AND AT LEAST ONE ENROLLMENT
       LOOKUP-TUITION-STUDENT.
            MOVE 0 TO TPM-APP-FOUND
            MOVE 0 TO TPM-ENROLLED
            MOVE 0 TO TPM-EOF-FLAG
            OPEN EXTEND TUITION-APPS
            MOVE "TUITION-APPS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE TUITION-APPS
            OPEN INPUT TUITION-APPS
            MOVE "TUITION-APPS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ TUITION-APPS
               AT END MOVE 1 TO TPM-EOF-FLAG
            END-READ
            PERFORM UNTIL TPM-EOF-FLAG = 1
               IF TAP-STUDENT-ID = TPM-STUDENT AND TAP-STATUS = 'A'
                  MOVE 1 TO TPM-APP-FOUND
                  MOVE TAP-FNAME TO TPM-FNAME
                  MOVE TAP-LNAME TO TPM-LNAME
                  MOVE 1 TO TPM-EOF-FLAG
               ELSE
                  READ TUITION-APPS
                     AT END MOVE 1 TO TPM-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE TUITION-APPS
            IF TPM-APP-FOUND = 0
               EXIT PARAGRAPH
            END-IF

            MOVE 0 TO TPM-EOF-FLAG
            OPEN EXTEND TUITION-ENROLL
            MOVE "TUITION-ENROLL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE TUITION-ENROLL
            OPEN INPUT TUITION-ENROLL
            MOVE "TUITION-ENROLL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ TUITION-ENROLL
               AT END MOVE 1 TO TPM-EOF-FLAG
            END-READ
            PERFORM UNTIL TPM-EOF-FLAG = 1
               IF TEN-STUDENT-ID = TPM-STUDENT
                  MOVE 1 TO TPM-ENROLLED
                  MOVE 1 TO TPM-EOF-FLAG
               ELSE
                  READ TUITION-ENROLL
                     AT END MOVE 1 TO TPM-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE TUITION-ENROLL.
            EXIT.

      ***** CHARGES LESS DISCOUNTS AND PAYMENTS ON THE BILLING LEDGER
       COMPUTE-TUITION-BALANCE.
            MOVE 0 TO TPM-CHARGES
            MOVE 0 TO TPM-CREDITS
            MOVE 0 TO TPM-EOF-FLAG
            OPEN EXTEND TUITION-LEDGER
            MOVE "TUITION-LEDGER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE TUITION-LEDGER
            OPEN INPUT TUITION-LEDGER
            MOVE "TUITION-LEDGER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ TUITION-LEDGER
               AT END MOVE 1 TO TPM-EOF-FLAG
            END-READ
            PERFORM UNTIL TPM-EOF-FLAG = 1
               IF TSB-STUDENT-ID = TPM-STUDENT
                  IF TSB-TYPE = 'A'
                     ADD TSB-AMOUNT TO TPM-CHARGES
                  ELSE
                     ADD TSB-AMOUNT TO TPM-CREDITS
                  END-IF
               END-IF
               READ TUITION-LEDGER
                  AT END MOVE 1 TO TPM-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE TUITION-LEDGER
            COMPUTE TPM-BALANCE = TPM-CHARGES - TPM-CREDITS.
            EXIT.

      ***** CASH GOES INTO THE DRAWER AND STRAIGHT ONTO THE SCHOOL'S
      ***** COLLECTION ACCOUNT
       TUITION-CASH-TENDER.
            MOVE TPM-SCHOOL-ACCT TO BANKNUM
            PERFORM LOOKUP-LEDGER
            COMPUTE BALANCE = BALANCE + TPM-AMOUNT
            PERFORM SAVE-LEDGER
            MOVE 'Y' TO JB-TCODE
            MOVE TPM-AMOUNT TO JB-AMOUNT
            PERFORM JOURNAL-BILLS-CASH
            MOVE JRNL-TIMESTAMP TO TPM-STAMP
            MOVE 'I' TO DR-POST-CODE
            MOVE TPM-AMOUNT TO DR-POST-AMOUNT
            PERFORM DRAWER-POST-CASH
            MOVE SPACES TO TPM-ACCT
            MOVE 1 TO TPM-POSTED.
            EXIT.

      ***** THE DEPOSITOR PAYS FROM THE AVAILABLE BALANCE UNDER THE
      ***** SAME RULES AS A BILLS DEBIT, AND THE SCHOOL'S ACCOUNT
      ***** TAKES THE OTHER SIDE
       TUITION-DEBIT-TENDER.
            DISPLAY "DEBIT ACCOUNT NUMBER: " AT 1242
            ACCEPT BANKNUM AT 1264
            IF BANKNUM = TPM-SCHOOL-ACCT
               DISPLAY "CANNOT DEBIT THE SCHOOL'S OWN ACCOUNT" AT 1342
               EXIT PARAGRAPH
            END-IF
            PERFORM LOOKUP-LEDGER
            IF LEDGER-FOUND-FLAG = 0
               DISPLAY "ACCOUNT NOT ON THE LEDGER" AT 1342
               EXIT PARAGRAPH
            END-IF
            IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C' OR
               ACCT-STATUS = 'R'
               DISPLAY "ACCOUNT CANNOT BE DEBITED - STATUS " AT 1342
                  ACCT-STATUS
               EXIT PARAGRAPH
            END-IF
            IF FXT-CURRENCY NOT = "PHP"
               DISPLAY "TUITION IS PAID FROM PESO ACCOUNTS ONLY" AT 1342
               EXIT PARAGRAPH
            END-IF
            IF ACCT-STATUS = 'D'
               DISPLAY "DORMANT ACCOUNT REACTIVATED BY THIS VISIT"
                  AT 1442
               MOVE 'A' TO ACCT-STATUS
            END-IF
            PERFORM COMPUTE-ACTIVE-HOLDS
            IF TPM-AMOUNT > BALANCE - HOLD-TOTAL
               DISPLAY "INSUFFICIENT AVAILABLE FUNDS" AT 1342
               EXIT PARAGRAPH
            END-IF
            PERFORM VERIFY-SIGNATORIES
            IF SIG-OK = 0
               DISPLAY "DEBIT REFUSED - SIGNATORY RULE" AT 1342
               EXIT PARAGRAPH
            END-IF

            COMPUTE BALANCE = BALANCE - TPM-AMOUNT
            PERFORM SAVE-LEDGER
            MOVE 'S' TO JB-TCODE
            MOVE TPM-AMOUNT TO JB-AMOUNT
            PERFORM LOG-BANK-TRANSACTION
            MOVE BALANCE TO BALANCEDIS
            DISPLAY "NEW ACCOUNT BALANCE: " AT 1342 BALANCEDIS
            MOVE BANKNUM TO TPM-ACCT

            MOVE TPM-SCHOOL-ACCT TO BANKNUM
            PERFORM LOOKUP-LEDGER
            COMPUTE BALANCE = BALANCE + TPM-AMOUNT
            PERFORM SAVE-LEDGER
            MOVE 'A' TO JB-TCODE
            MOVE TPM-AMOUNT TO JB-AMOUNT
            PERFORM JOURNAL-BILLS-CASH
            MOVE JRNL-TIMESTAMP TO TPM-STAMP
            MOVE 1 TO TPM-POSTED.
            EXIT.

      ***** THE LEDGER REFERENCE IS "BANK" AND THE TIME OF THE SCHOOL
      ***** ACCOUNT'S JOURNAL LINE; WITH THE LEDGER DATE IT GIVES THE
      ***** FULL JOURNAL TIMESTAMP THE COLLECTIONS REPORT MATCHES ON
       POST-TUITION-TO-LEDGER.
            MOVE SPACES TO TPM-REF
            STRING "BANK" TPM-STAMP(9:6) DELIMITED BY SIZE
               INTO TPM-REF
            MOVE TPM-STUDENT TO TSB-STUDENT-ID
            MOVE TPM-STAMP(1:8) TO TSB-DATE
            MOVE 'P' TO TSB-TYPE
            MOVE TPM-AMOUNT TO TSB-AMOUNT
            MOVE TPM-REF TO TSB-REF
            OPEN EXTEND TUITION-LEDGER
            MOVE "TUITION-LEDGER" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE TUITION-LEDGER-REC
            CLOSE TUITION-LEDGER.
            EXIT.

       PRINT-TUITION-ACK.
            OPEN EXTEND BILL-PAY-ACK
            MOVE "BILL-PAY-ACK" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            MOVE TPM-STAMP TO TPM-ACK-STAMP
            WRITE BILL-PAY-ACK-REC FROM TPM-ACK-TITLE
            MOVE "STUDENT:              " TO BPM-ACK-LABEL
            MOVE SPACES TO BPM-ACK-TEXT
            MOVE TPM-STUDENT TO BPM-ACK-TEXT(1:5)
            MOVE TPM-LNAME TO BPM-ACK-TEXT(7:15)
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE "LEDGER REFERENCE:     " TO BPM-ACK-LABEL
            MOVE SPACES TO BPM-ACK-TEXT
            MOVE TPM-REF TO BPM-ACK-TEXT(1:10)
            MOVE TPM-STAMP(1:8) TO BPM-ACK-TEXT(12:8)
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE "TENDER:               " TO BPM-ACK-LABEL
            IF TPM-TENDER = 'C'
               MOVE "CASH" TO BPM-ACK-TEXT
            ELSE
               MOVE SPACES TO BPM-ACK-TEXT
               MOVE "DEBIT TO ACCOUNT" TO BPM-ACK-TEXT(1:16)
               MOVE TPM-ACCT TO BPM-ACK-TEXT(18:5)
            END-IF
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE "AMOUNT PAID:          " TO BPM-ACK-AMT-LABEL
            MOVE TPM-AMOUNT TO BPM-ACK-AMOUNT
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-AMOUNT-LINE
            MOVE "TELLER / BRANCH:      " TO BPM-ACK-LABEL
            MOVE SPACES TO BPM-ACK-TEXT
            MOVE OPR-ID TO BPM-ACK-TEXT(1:5)
            MOVE OPR-BRANCH TO BPM-ACK-TEXT(9:3)
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE SPACES TO BILL-PAY-ACK-REC
            WRITE BILL-PAY-ACK-REC
            CLOSE BILL-PAY-ACK.
            EXIT.

      ***** A CASH COLLECTION LINE UNDER THE SETTLEMENT ACCOUNT; THE
      ***** BALANCE CARRIED IS THE ACCOUNT'S UNCHANGED LEDGER BALANCE
       JOURNAL-BILLS-CASH.
            MOVE BANKNUM TO JRNL-BANKNUM
            MOVE JB-TCODE TO JRNL-TCODE
            MOVE JB-AMOUNT TO JRNL-AMOUNT
            MOVE BALANCE TO JRNL-BALANCE
            PERFORM SET-BUSINESS-STAMP
            MOVE BDT-STAMP TO JRNL-TIMESTAMP
            MOVE SPACE TO JRNL-RECON
            CLOSE BANK-JOURNAL.
            EXIT.

       RECORD-BILL-PAYMENT.
            PERFORM SET-BUSINESS-STAMP
            MOVE BDT-STAMP TO BPM-STAMP
            MOVE BPM-STAMP TO BPY-STAMP
            MOVE BPM-BILLER TO BPY-BILLER
            MOVE BPM-REF TO BPY-REF
            MOVE BPM-AMOUNT TO BPY-AMOUNT
            MOVE BPM-FEE TO BPY-FEE
            MOVE BPM-TENDER TO BPY-TENDER
            MOVE BPM-ACCT TO BPY-ACCT
            MOVE OPR-ID TO BPY-TELLER
            MOVE OPR-BRANCH TO BPY-BRANCH
            MOVE 'P' TO BPY-STATUS
            OPEN EXTEND BILL-PAYMENTS
            MOVE "BILL-PAYMENTS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE BILL-PAYMENT-REC
            CLOSE BILL-PAYMENTS.
            EXIT.

      ***** THE CUSTOMER'S COPY: BILLER, REFERENCE, AMOUNT, FEE AND
      ***** THE ACKNOWLEDGMENT NUMBER (STAMP + TELLER) TO QUOTE
       PRINT-BILL-PAY-ACK.
            OPEN EXTEND BILL-PAY-ACK
            MOVE "BILL-PAY-ACK" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            MOVE BPM-STAMP TO BPM-ACK-STAMP
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-TITLE
            MOVE "ACKNOWLEDGMENT NO:    " TO BPM-ACK-LABEL
            MOVE SPACES TO BPM-ACK-TEXT
            MOVE BPM-STAMP TO BPM-ACK-TEXT(1:14)
            MOVE OPR-ID TO BPM-ACK-TEXT(15:5)
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE "BILLER:               " TO BPM-ACK-LABEL
            MOVE SPACES TO BPM-ACK-TEXT
            MOVE BPM-BILLER TO BPM-ACK-TEXT(1:5)
            MOVE BPM-NAME TO BPM-ACK-TEXT(7:20)
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE "SUBSCRIBER REFERENCE: " TO BPM-ACK-LABEL
            MOVE BPM-REF TO BPM-ACK-TEXT
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE "TENDER:               " TO BPM-ACK-LABEL
            IF BPM-TENDER = 'C'
               MOVE "CASH" TO BPM-ACK-TEXT
            ELSE
               MOVE SPACES TO BPM-ACK-TEXT
               MOVE "DEBIT TO ACCOUNT" TO BPM-ACK-TEXT(1:16)
               MOVE BPM-ACCT TO BPM-ACK-TEXT(18:5)
            END-IF
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE "AMOUNT PAID:          " TO BPM-ACK-AMT-LABEL
            MOVE BPM-AMOUNT TO BPM-ACK-AMOUNT
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-AMOUNT-LINE
            MOVE "SERVICE FEE:          " TO BPM-ACK-AMT-LABEL
            MOVE BPM-FEE TO BPM-ACK-AMOUNT
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-AMOUNT-LINE
            MOVE "TOTAL COLLECTED:      " TO BPM-ACK-AMT-LABEL
            MOVE BPM-TOTAL TO BPM-ACK-AMOUNT
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-AMOUNT-LINE
            MOVE "TELLER / BRANCH:      " TO BPM-ACK-LABEL
            MOVE SPACES TO BPM-ACK-TEXT
            MOVE OPR-ID TO BPM-ACK-TEXT(1:5)
            MOVE OPR-BRANCH TO BPM-ACK-TEXT(9:3)
            WRITE BILL-PAY-ACK-REC FROM BPM-ACK-LINE
            MOVE SPACES TO BILL-PAY-ACK-REC
            WRITE BILL-PAY-ACK-REC
            CLOSE BILL-PAY-ACK.
            EXIT.

      ***** A BRAND-NEW ACCOUNT'S STARTING BALANCE IS JOURNALED AS ITS
      ***** OPENING ENTRY BEFORE THE FIRST TRANSACTION POSTS AGAINST IT
       JOURNAL-OPENING-IF-NEW.
            IF LEDGER-FOUND-FLAG = 0
               IF FXT-CURRENCY NOT = "PHP"
                  PERFORM SAVE-ACCOUNT-CURRENCY
               END-IF
               MOVE 'O' TO JB-TCODE
               MOVE BALANCE TO JB-AMOUNT
               PERFORM LOG-BANK-TRANSACTION
            END-IF.
            EXIT.

      ***** THE CURRENCY OF ONE ACCOUNT (FXT-LOOKUP-ACCT) INTO
      ***** FXT-LOOKUP-CCY; NO RECORD ON FILE MEANS PESOS
       LOOKUP-ACCOUNT-CURRENCY.
            MOVE "PHP" TO FXT-LOOKUP-CCY
            MOVE 0 TO FXT-EOF-FLAG
            OPEN EXTEND ACCOUNT-CURRENCY
            MOVE "ACCOUNT-CURRENCY" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE ACCOUNT-CURRENCY
            OPEN INPUT ACCOUNT-CURRENCY
            MOVE "ACCOUNT-CURRENCY" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ ACCOUNT-CURRENCY
               AT END MOVE 1 TO FXT-EOF-FLAG
            END-READ
            PERFORM UNTIL FXT-EOF-FLAG = 1
               IF ACY-BANKNUM = FXT-LOOKUP-ACCT
                  MOVE ACY-CURRENCY TO FXT-LOOKUP-CCY
                  MOVE 1 TO FXT-EOF-FLAG
               ELSE
                  READ ACCOUNT-CURRENCY
                     AT END MOVE 1 TO FXT-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE ACCOUNT-CURRENCY.
            EXIT.

      ***** RECORD A NEW FOREIGN-CURRENCY ACCOUNT; ITS PESO CARRYING
      ***** VALUE STARTS AT ZERO AND IS BUILT UP BY GL POSTING
       SAVE-ACCOUNT-CURRENCY.
            MOVE BANKNUM TO ACY-BANKNUM
            MOVE FXT-CURRENCY TO ACY-CURRENCY
            MOVE 0 TO ACY-BOOKED-PHP
            OPEN EXTEND ACCOUNT-CURRENCY
            MOVE "ACCOUNT-CURRENCY" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE ACCOUNT-CURRENCY-REC
            CLOSE ACCOUNT-CURRENCY.
            EXIT.

      ***** THE TELLER TRADES ONLY ON THE BUSINESS DATE'S OWN RATE
       LOOKUP-TODAYS-FX-RATE.
            PERFORM GET-BUSINESS-DATE
            MOVE 0 TO FXT-RATE-FOUND
            MOVE 0 TO FXT-EOF-FLAG
            OPEN EXTEND FX-RATES
            MOVE "FX-RATES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE FX-RATES
            OPEN INPUT FX-RATES
            MOVE "FX-RATES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ FX-RATES
               AT END MOVE 1 TO FXT-EOF-FLAG
            END-READ
            PERFORM UNTIL FXT-EOF-FLAG = 1
               IF FXR-DATE = BDT-DATE AND FXR-CURRENCY = FXT-CURRENCY
                  MOVE FXR-BUY TO FXT-BUY
                  MOVE FXR-SELL TO FXT-SELL
                  MOVE 1 TO FXT-RATE-FOUND
               END-IF
               READ FX-RATES
                  AT END MOVE 1 TO FXT-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE FX-RATES.
            EXIT.

      ***** SHOW THE RATE APPLIED AND THE PESO VALUE OF T-AMOUNT
       SHOW-PESO-EQUIVALENT.
            COMPUTE FXT-PESO ROUNDED = T-AMOUNT * FXT-RATE
            MOVE FXT-RATE TO FXT-RATEDIS
            MOVE FXT-PESO TO FXT-PESODIS
            DISPLAY "RATE " AT 1142 FXT-RATEDIS
               "  PESO EQUIVALENT " FXT-PESODIS.
            EXIT.

      ***** DEPOSIT OR WITHDRAWAL SLIP FOR A FOREIGN-CURRENCY ACCOUNT,
      ***** SHOWING THE RATE APPLIED AND THE PESO EQUIVALENT
       PRINT-TELLER-SLIP.
            PERFORM SET-BUSINESS-STAMP
            MOVE BDT-STAMP TO FXT-STAMP
            OPEN EXTEND TELLER-SLIP
            MOVE "TELLER-SLIP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            MOVE FXT-STAMP TO FXT-SLIP-STAMP
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-TITLE
            MOVE "TRANSACTION:          " TO FXT-SLIP-LABEL
            IF JB-TCODE = 'D'
               MOVE "DEPOSIT" TO FXT-SLIP-TEXT
            ELSE
               MOVE "WITHDRAWAL" TO FXT-SLIP-TEXT
            END-IF
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-LINE
            MOVE "ACCOUNT:              " TO FXT-SLIP-LABEL
            MOVE SPACES TO FXT-SLIP-TEXT
            MOVE BANKNUM TO FXT-SLIP-TEXT(1:5)
            MOVE BANKNAME TO FXT-SLIP-TEXT(7:10)
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-LINE
            MOVE "AMOUNT:               " TO FXT-SLIP-AMT-LABEL
            MOVE FXT-CURRENCY TO FXT-SLIP-CCY
            MOVE T-AMOUNT TO FXT-SLIP-AMOUNT
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-AMOUNT-LINE
            MOVE "RATE APPLIED:         " TO FXT-SLIP-LABEL
            MOVE SPACES TO FXT-SLIP-TEXT
            MOVE FXT-RATEDIS TO FXT-SLIP-TEXT(1:8)
            IF JB-TCODE = 'D'
               MOVE "BUYING" TO FXT-SLIP-TEXT(10:7)
            ELSE
               MOVE "SELLING" TO FXT-SLIP-TEXT(10:7)
            END-IF
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-LINE
            MOVE "PESO EQUIVALENT:      " TO FXT-SLIP-AMT-LABEL
            MOVE "PHP" TO FXT-SLIP-CCY
            MOVE FXT-PESO TO FXT-SLIP-AMOUNT
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-AMOUNT-LINE
            MOVE "NEW BALANCE:          " TO FXT-SLIP-AMT-LABEL
            MOVE FXT-CURRENCY TO FXT-SLIP-CCY
            MOVE BALANCE TO FXT-SLIP-AMOUNT
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-AMOUNT-LINE
            MOVE "TELLER / BRANCH:      " TO FXT-SLIP-LABEL
            MOVE SPACES TO FXT-SLIP-TEXT
            MOVE OPR-ID TO FXT-SLIP-TEXT(1:5)
            MOVE OPR-BRANCH TO FXT-SLIP-TEXT(9:3)
            WRITE TELLER-SLIP-REC FROM FXT-SLIP-LINE
            MOVE SPACES TO TELLER-SLIP-REC
            WRITE TELLER-SLIP-REC
            CLOSE TELLER-SLIP.
            EXIT.

      ***** APPEND ONE POSTED TRANSACTION TO THE BANK JOURNAL
       LOG-BANK-TRANSACTION.
            MOVE BANKNUM TO JRNL-BANKNUM
               PERFORM LOAD-EXCEPTION-PARAMS
            END-IF.

      ***** THE LIMIT IS IN PESOS; A FOREIGN-CURRENCY WITHDRAWAL IS
      ***** MEASURED AT THE DAY'S SELLING RATE
            MOVE JB-AMOUNT TO EXC-CHECK-AMOUNT
            IF FXT-CURRENCY NOT = "PHP"
               IF FXT-RATE-FOUND = 0
                  PERFORM LOOKUP-TODAYS-FX-RATE
               END-IF
               IF FXT-RATE-FOUND = 1
                  COMPUTE EXC-CHECK-AMOUNT ROUNDED =
                     JB-AMOUNT * FXT-SELL
               END-IF
            END-IF.
            IF JB-TCODE = 'W' AND EXC-CHECK-AMOUNT > EXC-SINGLE-LIMIT
               MOVE "LARGE-WDRL" TO EXC-REASON
               PERFORM LOG-EXCEPTION
            END-IF.
                     MOVE 'A' TO ACCT-STATUS
                  END-IF
            END-READ
            CLOSE BANKLEDGER
            MOVE BANKNUM TO FXT-LOOKUP-ACCT
            PERFORM LOOKUP-ACCOUNT-CURRENCY
            MOVE FXT-LOOKUP-CCY TO FXT-CURRENCY
            MOVE 0 TO FXT-RATE-FOUND.
            EXIT.

      ********** DIRECT KEYED REWRITE (OR WRITE FOR A NEW ACCOUNT)
       SAVE-KYC-RECORD.
            MOVE 0 TO KYCW-EOF-FLAG
            MOVE 0 TO KYCW-FOUND
            MOVE SPACES TO KYCW-OLD
            OPEN EXTEND KYC-FILE
            MOVE "KYC-FILE" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            PERFORM UNTIL KYCW-EOF-FLAG = 1
               MOVE KYC-REC TO TEMP-KYC-REC
               IF KYC-BANKNUM = BANKNUM
                  MOVE KYC-REC TO KYCW-OLD
                  MOVE KYCW-ADDRESS TO TKYC-ADDRESS
                  MOVE KYCW-BIRTHDATE TO TKYC-BIRTHDATE
                  MOVE KYCW-IDTYPE TO TKYC-IDTYPE
               END-READ
            END-PERFORM
            CLOSE KYC-FILE
            CLOSE KYC-FILE-TEMP
            IF KYCW-FOUND = 1
               PERFORM LOG-KYC-CHANGES
            END-IF.
            EXIT.

      ***** A RECAPTURE OVER AN EXISTING KYC ROW LEAVES ONE AUDIT
      ***** ROW PER DETAIL THAT CHANGED, UNDER THE SIGNED-ON OPERATOR
       LOG-KYC-CHANGES.
            MOVE BANKNUM TO MAL-P-KEY
            MOVE OPR-ID TO MAL-P-OPERATOR
            MOVE "ADDRESS" TO MAL-P-FIELD
            MOVE KYCW-OLD-ADDRESS TO MAL-P-BEFORE
            MOVE KYCW-ADDRESS TO MAL-P-AFTER
            CALL "MASTER-AUDIT-LOG" USING MAL-PARM
            MOVE "BIRTH DATE" TO MAL-P-FIELD
            MOVE KYCW-OLD-BIRTHDATE TO MAL-P-BEFORE
            MOVE KYCW-BIRTHDATE TO MAL-P-AFTER
            CALL "MASTER-AUDIT-LOG" USING MAL-PARM
            MOVE "ID TYPE" TO MAL-P-FIELD
            MOVE KYCW-OLD-IDTYPE TO MAL-P-BEFORE
            MOVE KYCW-IDTYPE TO MAL-P-AFTER
            CALL "MASTER-AUDIT-LOG" USING MAL-PARM
            MOVE "ID NUMBER" TO MAL-P-FIELD
            MOVE KYCW-OLD-IDNUM TO MAL-P-BEFORE
            MOVE KYCW-IDNUM TO MAL-P-AFTER
            CALL "MASTER-AUDIT-LOG" USING MAL-PARM
            MOVE "SOURCE OF FUNDS" TO MAL-P-FIELD
            MOVE KYCW-OLD-SOF TO MAL-P-BEFORE
            MOVE KYCW-SOF TO MAL-P-AFTER
            CALL "MASTER-AUDIT-LOG" USING MAL-PARM
            MOVE "COMPLETE" TO MAL-P-FIELD
            MOVE KYCW-OLD-COMPLETE TO MAL-P-BEFORE
            MOVE KYCW-COMPLETE TO MAL-P-AFTER
            CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
            EXIT.

      ***** BACK OUT A FAT-FINGERED POSTING PROPERLY: A LEVEL-3
            CLOSE OPERATOR-FILE.
            EXIT.

      ***** HOLD A POSTING THAT IS OVER THE SIGNED-ON OPERATOR'S
      ***** LIMIT FOR AUT-TCODE UNTIL A HIGHER-LEVEL OPERATOR SIGNS
      ***** FOR IT ON THE SPOT; AUT-OK 1 LETS THE POSTING GO AHEAD.
      ***** A FOREIGN-CURRENCY AMOUNT IS MEASURED AT THE DAY'S
      ***** SELLING RATE, AND WITH NO RATE IT ALWAYS NEEDS OVERRIDE
       CHECK-TELLER-AUTHORITY.
            MOVE 0 TO AUT-OK
            IF AUT-LOADED = 0
               PERFORM LOAD-AUTHORITY-LIMITS
            END-IF
            MOVE 0 TO AUT-NO-RATE
            MOVE AUT-AMOUNT TO AUT-PESO
            IF AUT-CURRENCY NOT = "PHP"
               IF FXT-RATE-FOUND = 0
                  PERFORM LOOKUP-TODAYS-FX-RATE
               END-IF
               IF FXT-RATE-FOUND = 1
                  COMPUTE AUT-PESO ROUNDED = AUT-AMOUNT * FXT-SELL
               ELSE
                  MOVE 1 TO AUT-NO-RATE
               END-IF
            END-IF

            MOVE OPR-LEVEL TO AUT-LEVEL
            PERFORM FIND-AUTHORITY-LIMIT
            MOVE AUT-LIMIT TO AUT-TELLER-LIMIT
            IF AUT-NO-RATE = 0 AND AUT-PESO <= AUT-TELLER-LIMIT
               MOVE 1 TO AUT-OK
               EXIT PARAGRAPH
            END-IF

            MOVE AUT-TELLER-LIMIT TO AUT-LIMITDIS
            DISPLAY "OVER YOUR LIMIT OF " AT 2042 AUT-LIMITDIS
               " - SUPERVISOR OVERRIDE"
            DISPLAY "SUPERVISOR ID: " AT 2142
            ACCEPT AUT-APPR-ID AT 2158
            DISPLAY "SUPERVISOR PASSWORD: " AT 2242
            ACCEPT AUT-APPR-PW AT 2264
            PERFORM CHECK-OVERRIDE-APPROVER
            PERFORM LOG-AUTHORITY-OVERRIDE
            IF AUT-APPR-OK = 1
               MOVE 1 TO AUT-OK
               DISPLAY "OVERRIDE GRANTED BY " AT 2342 AUT-APPR-ID
            ELSE
               DISPLAY "OVERRIDE REFUSED - NOT POSTED" AT 2342
            END-IF.
            EXIT.

      ***** AUT-LEVEL'S LIMIT FOR AUT-TCODE INTO AUT-LIMIT (ZERO WHEN
      ***** THE TABLE HAS NO ROW FOR THE PAIR)
       FIND-AUTHORITY-LIMIT.
            MOVE 0 TO AUT-LIMIT
            PERFORM VARYING AUT-IDX FROM 1 BY 1
                UNTIL AUT-IDX > AUT-COUNT
               IF AUT-T-LEVEL(AUT-IDX) = AUT-LEVEL
                  AND AUT-T-TCODE(AUT-IDX) = AUT-TCODE
                  MOVE AUT-T-LIMIT(AUT-IDX) TO AUT-LIMIT
               END-IF
            END-PERFORM.
            EXIT.

      ***** THE OVERRIDE MUST COME FROM AN ACTIVE OPERATOR OF A HIGHER
      ***** LEVEL THAN THE TELLER, SIGNING WITH THEIR OWN ID AND
      ***** PASSWORD, WHOSE OWN LIMIT COVERS THE AMOUNT
       CHECK-OVERRIDE-APPROVER.
            MOVE 0 TO AUT-APPR-OK
            MOVE 0 TO AUT-APPR-LEVEL
            MOVE 0 TO AUT-EOF-FLAG
            OPEN INPUT OPERATOR-FILE
            MOVE "OPERATOR-FILE" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ OPERATOR-FILE
               AT END MOVE 1 TO AUT-EOF-FLAG
            END-READ
            PERFORM UNTIL AUT-EOF-FLAG = 1
               IF OP-ID = AUT-APPR-ID AND OP-PASSWORD = AUT-APPR-PW
                  AND OP-LEVEL > OPR-LEVEL
                  AND OP-STATUS NOT = 'D' AND OP-STATUS NOT = 'L'
                  MOVE OP-LEVEL TO AUT-APPR-LEVEL
                  MOVE 1 TO AUT-APPR-OK
                  MOVE 1 TO AUT-EOF-FLAG
               ELSE
                  READ OPERATOR-FILE
                     AT END MOVE 1 TO AUT-EOF-FLAG
                  END-READ
               END-IF
            END-PERFORM
            CLOSE OPERATOR-FILE
            IF AUT-APPR-OK = 1
               MOVE AUT-APPR-LEVEL TO AUT-LEVEL
               PERFORM FIND-AUTHORITY-LIMIT
               IF AUT-NO-RATE = 0 AND AUT-PESO > AUT-LIMIT
                  MOVE 0 TO AUT-APPR-OK
               END-IF
            END-IF.
            EXIT.

       LOG-AUTHORITY-OVERRIDE.
            PERFORM SET-BUSINESS-STAMP
            MOVE BDT-STAMP TO AU-STAMP
            MOVE BANKNUM TO AU-BANKNUM
            MOVE AUT-TCODE TO AU-TCODE
            MOVE AUT-PESO TO AU-AMOUNT
            MOVE AUT-TELLER-LIMIT TO AU-LIMIT
            MOVE OPR-ID TO AU-TELLER
            MOVE OPR-LEVEL TO AU-TELLER-LEVEL
            MOVE AUT-APPR-ID TO AU-APPROVER
            MOVE AUT-APPR-LEVEL TO AU-APPROVER-LEVEL
            IF AUT-APPR-OK = 1
               MOVE 'A' TO AU-RESULT
            ELSE
               MOVE 'R' TO AU-RESULT
            END-IF
            MOVE OPR-BRANCH TO AU-BRANCH
            OPEN EXTEND AUTHORITY-LOG
            MOVE "AUTHORITY-LOG" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               WRITE AUTHORITY-LOG-REC
            CLOSE AUTHORITY-LOG.
            EXIT.

      ***** LOAD THE LIMITS TABLE, SEEDING THE STANDARD LIMITS THE
      ***** FIRST TIME: TELLERS (1), POSTING CLERKS (2), ADMIN (3)
       LOAD-AUTHORITY-LIMITS.
            MOVE 0 TO AUT-COUNT
            MOVE 0 TO AUT-EOF-FLAG
            OPEN EXTEND AUTHORITY-LIMITS
            MOVE "AUTHORITY-LIMITS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE AUTHORITY-LIMITS
            OPEN INPUT AUTHORITY-LIMITS
            MOVE "AUTHORITY-LIMITS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ AUTHORITY-LIMITS
               AT END MOVE 1 TO AUT-EOF-FLAG
            END-READ
            PERFORM UNTIL AUT-EOF-FLAG = 1
               IF AUT-COUNT < 30
                  ADD 1 TO AUT-COUNT
                  MOVE AL-LEVEL TO AUT-T-LEVEL(AUT-COUNT)
                  MOVE AL-TCODE TO AUT-T-TCODE(AUT-COUNT)
                  MOVE AL-LIMIT TO AUT-T-LIMIT(AUT-COUNT)
               END-IF
               READ AUTHORITY-LIMITS
                  AT END MOVE 1 TO AUT-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE AUTHORITY-LIMITS
            IF AUT-COUNT = 0
               PERFORM SEED-AUTHORITY-LIMITS
            END-IF
            MOVE 1 TO AUT-LOADED.
            EXIT.

       SEED-AUTHORITY-LIMITS.
            OPEN OUTPUT AUTHORITY-LIMITS
            MOVE "AUTHORITY-LIMITS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            MOVE 1 TO AL-LEVEL
            MOVE 100000.00 TO AL-LIMIT
            PERFORM SEED-ONE-LEVEL
            MOVE 2 TO AL-LEVEL
            MOVE 500000.00 TO AL-LIMIT
            PERFORM SEED-ONE-LEVEL
            MOVE 3 TO AL-LEVEL
            MOVE 999999999.99 TO AL-LIMIT
            PERFORM SEED-ONE-LEVEL
            CLOSE AUTHORITY-LIMITS
            PERFORM LOAD-AUTHORITY-LIMITS.
            EXIT.

      ***** ONE LEVEL'S ROWS: CASH PAID OUT (WITHDRAWALS AND BILLS
      ***** DEBITS) IS ALLOWED HALF WHAT MAY BE TAKEN IN OR MOVED
       SEED-ONE-LEVEL.
            MOVE 'D' TO AL-TCODE
            WRITE AUTHORITY-LIMIT-REC
            MOVE 'T' TO AL-TCODE
            WRITE AUTHORITY-LIMIT-REC
            MOVE 'P' TO AL-TCODE
            WRITE AUTHORITY-LIMIT-REC
            IF AL-LEVEL < 3
               COMPUTE AL-LIMIT = AL-LIMIT / 2
            END-IF
            MOVE 'W' TO AL-TCODE
            WRITE AUTHORITY-LIMIT-REC
            MOVE 'B' TO AL-TCODE
            WRITE AUTHORITY-LIMIT-REC.
            EXIT.

      ***** PLACE A TERM DEPOSIT OUT OF A DEMAND ACCOUNT, OR PAY ONE
      ***** OUT EARLY AT A PENALTY RATE; THE NIGHTLY MATURITY RUN
      ***** HANDLES EVERYTHING THAT REACHES ITS MATURITY DATE
               DISPLAY "ACCOUNT STATUS BLOCKS POSTINGS" AT 0842
               EXIT PARAGRAPH
            END-IF
            IF FXT-CURRENCY NOT = "PHP"
               DISPLAY "TIME DEPOSITS ARE PLACED FROM PESO ACCOUNTS"
                  AT 0842
               EXIT PARAGRAPH
            END-IF

            DISPLAY "PLACEMENT AMOUNT: " AT 0842
            ACCEPT TDP-AMOUNTIN AT 0861
               MOVE 'C' TO TDP-ROLL
            END-IF

            PERFORM ASSIGN-TD-NUMBER
            IF NSR-P-RESULT NOT = 'Y'
               DISPLAY "PLACEMENT NUMBER SERIES EXHAUSTED" AT 1242
               EXIT PARAGRAPH
            END-IF

      ***** THE PLACEMENT DEBITS THE SOURCE ACCOUNT THROUGH THE
      ***** NORMAL JOURNAL PATH WITH ITS OWN TRANSACTION CODE (V)
            COMPUTE BALANCE = BALANCE - TDP-AMOUNT
            MOVE TDP-AMOUNT TO JB-AMOUNT
            PERFORM LOG-BANK-TRANSACTION

            MOVE TDP-NUM TO TD-NUM
            MOVE BANKNUM TO TD-ACCT
            MOVE TDP-AMOUNT TO TD-PRINCIPAL
               WRITE TIME-DEPOSIT-REC
            CLOSE TIME-DEPOSITS

      ***** THE CUSTOMER IS QUOTED THE BANKING DAY THE MATURITY
      ***** WILL ACTUALLY BE PAID ON
            MOVE TD-MATURITY-DATE TO BKD-P-DATE
            CALL "BANKING-DAY-ADJUST" USING BKD-PARM
            DISPLAY "PLACEMENT NUMBER: " AT 1342 TDP-NUM
            DISPLAY "MATURES ON: " AT 1442 BKD-P-ADJUSTED.
            EXIT.

      ***** PLACEMENT NUMBERS RUN T0001 UPWARD OFF THE TDNUMBER
      ***** SERIES, WHICH STARTS FROM THE RECORD COUNT THE FIRST TIME
      ***** AND RESTARTS AT THE YEAR-END ROLLOVER; A NUMBER STILL
      ***** HELD BY AN ACTIVE PLACEMENT IS PASSED OVER
       ASSIGN-TD-NUMBER.
            MOVE 0 TO TDP-COUNT
            MOVE 0 TO TDP-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE TIME-DEPOSITS
            MOVE TDP-COUNT TO NSR-P-FLOOR
            MOVE 1 TO TDP-FOUND
            PERFORM UNTIL TDP-FOUND = 0
               CALL "NUMBER-SERIES-NEXT" USING NSR-PARM
               IF NSR-P-RESULT NOT = 'Y'
                  EXIT PARAGRAPH
               END-IF
               MOVE 'T' TO TDP-NUM(1:1)
               MOVE NSR-P-FIRST(3:4) TO TDP-NUM(2:4)
               PERFORM CHECK-TD-NUMBER-ACTIVE
            END-PERFORM.
            EXIT.

       CHECK-TD-NUMBER-ACTIVE.
            MOVE 0 TO TDP-FOUND
            MOVE 0 TO TDP-EOF-FLAG
            OPEN INPUT TIME-DEPOSITS
            MOVE "TIME-DEPOSITS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ TIME-DEPOSITS
               AT END MOVE 1 TO TDP-EOF-FLAG
            END-READ
            PERFORM UNTIL TDP-EOF-FLAG = 1
               IF TD-NUM = TDP-NUM AND TD-STATUS = 'A'
                  MOVE 1 TO TDP-FOUND
               END-IF
               READ TIME-DEPOSITS
                  AT END MOVE 1 TO TDP-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE TIME-DEPOSITS.
            EXIT.

      ***** ROLL A YYYYMMDD DATE FORWARD BY WHOLE MONTHS, CLAMPING
            END-READ
            PERFORM UNTIL TDP-EOF-FLAG = 1
               MOVE TIME-DEPOSIT-REC TO TEMP-TIME-DEPOSIT-REC
               IF TD-NUM = TDP-NUMIN AND TD-STATUS = 'A'
                  MOVE 'P' TO TTD-STATUS
               END-IF
               WRITE TEMP-TIME-DEPOSIT-REC
            MOVE 0 TO DR-JD-TOTAL
            MOVE 0 TO DR-JW-TOTAL
            MOVE 0 TO DR-JRNL-EOF
            PERFORM LOAD-FOREIGN-ACCOUNTS
            OPEN EXTEND BANK-JOURNAL
            MOVE "BANK-JOURNAL" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
               IF JRNL-OPERATOR = OPR-ID AND
                  JRNL-TIMESTAMP(1:8) = DR-TODAY AND
                  JRNL-TIMESTAMP(9:6) >= DR-START-TIME
      ***** FOREIGN-CURRENCY DEPOSITS AND WITHDRAWALS ARE HANDLED
      ***** ON A SLIP, NOT THROUGH THE PESO DRAWER
                  PERFORM FIND-FOREIGN-ACCOUNT
      ***** CASH BILLS PAYMENTS AND THEIR FEES, AND CASH TUITION,
      ***** COME INTO THE DRAWER THE SAME WAY A CASH DEPOSIT DOES
                  IF DR-FGN-HIT = 0
                     IF JRNL-TCODE = 'D' OR JRNL-TCODE = 'G' OR
                        JRNL-TCODE = 'H' OR JRNL-TCODE = 'Y'
                        ADD JRNL-AMOUNT TO DR-JD-TOTAL
                     END-IF
                     IF JRNL-TCODE = 'W'
                        ADD JRNL-AMOUNT TO DR-JW-TOTAL
                     END-IF
                  END-IF
               END-IF
               READ BANK-JOURNAL
            CLOSE BANK-JOURNAL.
            EXIT.

      ***** EVERY ACCOUNT WHOSE CURRENCY RECORD IS NOT PESOS
       LOAD-FOREIGN-ACCOUNTS.
            MOVE 0 TO DR-FGN-COUNT
            MOVE 0 TO DR-FGN-EOF
            OPEN EXTEND ACCOUNT-CURRENCY
            MOVE "ACCOUNT-CURRENCY" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE ACCOUNT-CURRENCY
            OPEN INPUT ACCOUNT-CURRENCY
            MOVE "ACCOUNT-CURRENCY" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ ACCOUNT-CURRENCY
               AT END MOVE 1 TO DR-FGN-EOF
            END-READ
            PERFORM UNTIL DR-FGN-EOF = 1
               IF ACY-CURRENCY NOT = "PHP" AND DR-FGN-COUNT < 500
                  ADD 1 TO DR-FGN-COUNT
                  MOVE ACY-BANKNUM TO DR-FGN-ACCT(DR-FGN-COUNT)
               END-IF
               READ ACCOUNT-CURRENCY
                  AT END MOVE 1 TO DR-FGN-EOF
               END-READ
            END-PERFORM
            CLOSE ACCOUNT-CURRENCY.
            EXIT.

       FIND-FOREIGN-ACCOUNT.
            MOVE 0 TO DR-FGN-HIT
            PERFORM VARYING DR-FGN-IDX FROM 1 BY 1
                UNTIL DR-FGN-IDX > DR-FGN-COUNT OR DR-FGN-HIT = 1
               IF DR-FGN-ACCT(DR-FGN-IDX) = JRNL-BANKNUM
                  MOVE 1 TO DR-FGN-HIT
               END-IF
            END-PERFORM.
            EXIT.

      ***** THE SUPERVISOR'S OVER/SHORT PROOF SHEET FOR THE SHIFT
       WRITE-DRAWER-PROOF.
            OPEN EXTEND DRAWER-PROOF
