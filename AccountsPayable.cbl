      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JULY 29, 2024
      * Purpose: SUPPLIER INVOICES MATCHED THREE WAYS AGAINST THE
      *          PURCHASE ORDER AND THE GOODS RECEIVED, ACCOUNTS-PAYABLE
      *          AGING BY SUPPLIER, AND THE PAYMENT RUN THAT WRITES
      *          CHECKS ON THE SHOP'S OWN ACCOUNT IN THE CHECK REGISTER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS-PAYABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICES ASSIGN TO
           "C:\cobol_project\SupplierInvoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AP-INVOICES-TEMP ASSIGN TO
           "C:\cobol_project\SupplierInvoicesTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AP-INVOICE-LINES ASSIGN TO
           "C:\cobol_project\SupplierInvoiceLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AP-PARAMS ASSIGN TO
           "C:\cobol_project\APParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SUPPLIER-MASTER ASSIGN TO
           "C:\cobol_project\SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PURCHASE-ORDERS ASSIGN TO
           "C:\cobol_project\PurchaseOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PO-LINES ASSIGN TO
           "C:\cobol_project\PurchaseOrderLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RECEIVING-JOURNAL ASSIGN TO
           "C:\cobol_project\ReceivingJournal.dat"
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
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AP-AGING ASSIGN TO
           "C:\cobol_project\APAging.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AP-PAYMENT-REGISTER ASSIGN TO
           "C:\cobol_project\APPaymentRun.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE HEADER PER SUPPLIER INVOICE (INV-MATCH: M=MATCHED
      ***** V=VARIANCE ON ONE OR MORE LINES; INV-STATUS: O=APPROVED
      ***** AND OPEN FOR PAYMENT H=HELD ON A VARIANCE P=PAID)
       FD AP-INVOICES.
       01 AP-INVOICE-REC.
          05 INV-SUPPLIER PIC X(5).
          05 INV-NUMBER PIC X(10).
          05 INV-DATE PIC X(8).
          05 INV-DUE-DATE PIC X(8).
          05 INV-PO-NUM PIC 9(6).
          05 INV-AMOUNT PIC 9(9)V9(2).
          05 INV-MATCH PIC X(01).
          05 INV-STATUS PIC X(01).
          05 INV-ENTERED PIC X(8).
          05 INV-PAY-DATE PIC X(8).
          05 INV-CHECK-NUM PIC 9(6).
       FD AP-INVOICES-TEMP.
       01 TEMP-AP-INVOICE-REC.
          05 TINV-SUPPLIER PIC X(5).
          05 TINV-NUMBER PIC X(10).
          05 TINV-DATE PIC X(8).
          05 TINV-DUE-DATE PIC X(8).
          05 TINV-PO-NUM PIC 9(6).
          05 TINV-AMOUNT PIC 9(9)V9(2).
          05 TINV-MATCH PIC X(01).
          05 TINV-STATUS PIC X(01).
          05 TINV-ENTERED PIC X(8).
          05 TINV-PAY-DATE PIC X(8).
          05 TINV-CHECK-NUM PIC 9(6).
      ***** WHAT THE SUPPLIER BILLED, LINE BY LINE, WITH THE PO LINE
      ***** AND THE GOODS RECEIVED IT WAS MATCHED TO (INL-MATCH:
      ***** M=MATCHED Q=BILLED MORE THAN RECEIVED P=PRICE OTHER THAN
      ***** THE PO COST B=BOTH N=ITEM NOT ON THE PO)
       FD AP-INVOICE-LINES.
       01 AP-INVOICE-LINE-REC.
          05 INL-SUPPLIER PIC X(5).
          05 INL-NUMBER PIC X(10).
          05 INL-LINE PIC 9(3).
          05 INL-ITEMCODE PIC X(10).
          05 INL-QTY PIC 9(5).
          05 INL-UNIT-COST PIC 9(5)V9(2).
          05 INL-PO-NUM PIC 9(6).
          05 INL-PO-LINE PIC 9(3).
          05 INL-PO-COST PIC 9(5)V9(2).
          05 INL-RCV-QTY PIC 9(5).
          05 INL-MATCH PIC X(01).
      ***** THE SHOP'S OWN CHECKING ACCOUNT ON THE BANK LEDGER AND THE
      ***** TERMS USED FOR A SUPPLIER WITH NONE ON FILE
       FD AP-PARAMS.
       01 AP-PARAM-REC.
          05 APP-SHOP-ACCT PIC X(5).
          05 APP-DEFAULT-TERMS PIC 9(3).
      ***** (SUP-TERMS-DAYS: DAYS FROM INVOICE DATE TO DUE DATE)
       FD SUPPLIER-MASTER.
       01 SUPPLIER-MASTER-REC.
          05 SUP-CODE PIC X(5).
          05 SUP-NAME PIC X(20).
          05 SUP-CONTACT PIC X(20).
          05 SUP-TERMS-DAYS PIC 9(3).
       FD PURCHASE-ORDERS.
       01 PURCHASE-ORDER-REC.
          05 PO-NUM PIC 9(6).
          05 PO-SUPPLIER PIC X(5).
          05 PO-DATE PIC X(8).
          05 PO-SOURCE PIC X(01).
          05 PO-STATUS PIC X(01).
          05 PO-CLOSED-DATE PIC X(8).
       FD PO-LINES.
       01 PO-LINE-REC.
          05 POL-NUM PIC 9(6).
          05 POL-LINE PIC 9(3).
          05 POL-ITEMCODE PIC X(10).
          05 POL-QTY PIC 9(5).
          05 POL-UNIT-COST PIC 9(5)V9(2).
          05 POL-RECEIVED PIC 9(5).
          05 POL-STATUS PIC X(01).
       FD RECEIVING-JOURNAL.
       01 RECEIVING-JOURNAL-REC.
          05 GR-DATE PIC X(8).
          05 GR-SUPPLIER PIC X(5).
          05 GR-REFERENCE PIC X(10).
          05 GR-ITEMCODE PIC X(10).
          05 GR-QTY PIC 9(5).
          05 GR-UNIT-COST PIC 9(5)V9(2).
          05 GR-PO-NUM PIC 9(6).
          05 GR-PO-LINE PIC 9(3).
          05 GR-PO-COST PIC 9(5)V9(2).
          05 GR-OVER-QTY PIC 9(5).
          05 GR-FLAG PIC X(01).
      ***** (CK-STATUS: O=OUTSTANDING P=PRESENTED R=RETURNED
      *****  S=STOPPED C=CANCELLED; AN OUTSTANDING LEAF WITH NO
      *****  AMOUNT IS STILL BLANK IN THE CHECKBOOK)
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
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE S MARKS
      ***** SUPPLIER PAYABLES: INVOICES APPROVED AND CHECKS WRITTEN)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
       FD AP-AGING.
       01 AP-AGING-REC PIC X(120).
       FD AP-PAYMENT-REGISTER.
       01 AP-PAYMENT-REGISTER-REC PIC X(90).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ***** THE SHOP'S PAYABLES ACCOUNTS ON THE GL BATCH
       01 APW-INVENTORY-ACCT PIC X(4) VALUE "1400".
       01 APW-PAYABLE-ACCT PIC X(4) VALUE "2600".
       01 APW-CASH-ACCT PIC X(4) VALUE "1110".
      ********** PAYABLES WORK FIELDS
       01 APW-SEQ.
          05 APW-MODE PIC X(01).
          05 APW-EOF-FLAG PIC 9 VALUE 0.
          05 APW-SUB-EOF PIC 9 VALUE 0.
          05 APW-FOUND PIC 9 VALUE 0.
          05 APW-COUNT PIC 9(5) VALUE 0.
          05 APW-SUPPLIER PIC X(5).
          05 APW-SUPNAME PIC X(20).
          05 APW-TERMS PIC 9(3).
          05 APW-INVNUM PIC X(10).
          05 APW-INVDATE PIC X(8).
          05 APW-DUE-DATE PIC X(8).
          05 APW-PO-NUMIN PIC X(6).
          05 APW-PO-NUM PIC 9(6).
          05 APW-ITEMCODE PIC X(10).
          05 APW-QTYIN PIC X(5).
          05 APW-QTY PIC 9(5).
          05 APW-COSTIN PIC X(9).
          05 APW-COST PIC 9(5)V9(2).
          05 APW-MORE PIC X(01).
          05 APW-YN PIC X(01).
          05 APW-INV-STATUS PIC X(01).
          05 APW-INV-AMOUNT PIC 9(9)V9(2).
          05 APW-LINE-VALUE PIC 9(9)V9(2).
          05 APW-VARIANCES PIC 9(3).
          05 APW-DAYNUM PIC 9(8).
          05 APW-TERMSIN PIC X(3).
          05 APW-ACCTIN PIC X(5).
          05 APW-QTYDIS PIC ZZZZ9.
          05 APW-COSTDIS PIC ZZ,ZZ9.99.
          05 APW-AMOUNTDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 APW-TOTALDIS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      ***** ONE GL PAIR: DEBIT ACCOUNT, CREDIT ACCOUNT AND AMOUNT
          05 APW-GL-DR PIC X(4).
          05 APW-GL-CR PIC X(4).
          05 APW-GL-AMOUNT PIC 9(11)V9(2).
      ***** THE PO'S LINES WITH WHAT HAS COME IN AND WHAT HAS ALREADY
      ***** BEEN BILLED, SO ONLY GOODS RECEIVED AND NOT YET BILLED PASS
       01 APW-PO-TABLE.
          05 APW-PO-ENTRY OCCURS 50 TIMES.
             10 APW-P-LINE PIC 9(3).
             10 APW-P-ITEMCODE PIC X(10).
             10 APW-P-COST PIC 9(5)V9(2).
             10 APW-P-RECEIVED PIC 9(7).
             10 APW-P-BILLED PIC 9(7).
       01 APW-PO-COUNT PIC 9(3) VALUE 0.
       01 APW-IDX PIC 9(3).
       01 APW-HIT PIC 9(3).
       01 APW-BILLABLE PIC S9(7).
      ***** THE INVOICE LINES BEING KEYED, HELD UNTIL IT IS SAVED
       01 APW-INV-TABLE.
          05 APW-INV-ENTRY OCCURS 50 TIMES.
             10 APW-I-ITEMCODE PIC X(10).
             10 APW-I-QTY PIC 9(5).
             10 APW-I-COST PIC 9(5)V9(2).
             10 APW-I-PO-LINE PIC 9(3).
             10 APW-I-PO-COST PIC 9(5)V9(2).
             10 APW-I-RCV-QTY PIC 9(5).
             10 APW-I-MATCH PIC X(01).
       01 APW-INV-COUNT PIC 9(3) VALUE 0.
       01 APW-LINE-IDX PIC 9(3).
      ********** AP SETTINGS AS LOADED
       01 APP-SEQ.
          05 APP-W-SHOP-ACCT PIC X(5) VALUE SPACES.
          05 APP-W-DEFAULT-TERMS PIC 9(3) VALUE 30.
      ********** AP AGING BY SUPPLIER
      ***** BUCKETS: 1=NOT YET DUE 2=1-30 3=31-60 4=61-90 5=OVER 90
      ***** DAYS PAST DUE; HELD INVOICES ARE AGED WITH THE REST
       01 AGE-SEQ.
          05 AGE-DAYS PIC S9(5).
          05 AGE-BUCKET PIC 9.
          05 AGE-SUP-COUNT PIC 9(3) VALUE 0.
          05 AGE-SUP-IDX PIC 9(3).
          05 AGE-SUP-HIT PIC 9(3).
          05 AGE-GRAND PIC 9(11)V9(2) OCCURS 5 TIMES.
          05 AGE-GRAND-TOTAL PIC 9(11)V9(2).
          05 AGE-GRAND-HELD PIC 9(11)V9(2).
       01 AGE-SUP-TABLE.
          05 AGE-SUP-ENTRY OCCURS 200 TIMES.
             10 AGE-S-CODE PIC X(5).
             10 AGE-S-AMOUNT PIC 9(11)V9(2) OCCURS 5 TIMES.
             10 AGE-S-HELD PIC 9(11)V9(2).
       01 AGE-TITLE-LINE.
          05 FILLER PIC X(34)
             VALUE "ACCOUNTS PAYABLE AGING AS OF      ".
          05 AGE-TTL-DATE PIC X(8).
       01 AGE-COL-LINE.
          05 FILLER PIC X(7) VALUE "SUPP".
          05 FILLER PIC X(21) VALUE "SUPPLIER NAME".
          05 FILLER PIC X(14) VALUE "   NOT YET DUE".
          05 FILLER PIC X(14) VALUE "     1-30 DAYS".
          05 FILLER PIC X(14) VALUE "    31-60 DAYS".
          05 FILLER PIC X(14) VALUE "    61-90 DAYS".
          05 FILLER PIC X(14) VALUE "  OVER 90 DAYS".
          05 FILLER PIC X(17) VALUE "            TOTAL".
       01 AGE-DETAIL-LINE.
          05 AGE-DET-CODE PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGE-DET-NAME PIC X(20).
          05 AGE-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99 OCCURS 5 TIMES.
          05 AGE-DET-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 AGE-HELD-LINE.
          05 FILLER PIC X(27) VALUE SPACES.
          05 FILLER PIC X(26) VALUE "OF WHICH HELD ON VARIANCE ".
          05 AGE-HELD-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      ********** PAYMENT RUN
       01 PAY-SEQ.
          05 PAY-CUTOFF PIC X(8).
          05 PAY-CUTOFFIN PIC X(8).
          05 PAY-SUP-COUNT PIC 9(3) VALUE 0.
          05 PAY-SUP-IDX PIC 9(3).
          05 PAY-SUP-HIT PIC 9(3).
          05 PAY-LEAF-COUNT PIC 9(3) VALUE 0.
          05 PAY-LEAF-NEXT PIC 9(3) VALUE 0.
          05 PAY-LEDG-BALANCE PIC 9(9)V9(2).
          05 PAY-LEDG-STATUS PIC X(01).
          05 PAY-WRITTEN PIC 9(11)V9(2).
          05 PAY-AVAILABLE PIC S9(11)V9(2).
          05 PAY-CHECKS PIC 9(3) VALUE 0.
          05 PAY-CHECK-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 PAY-SKIPPED PIC 9(3) VALUE 0.
      ***** ONE CHECK PER SUPPLIER FOR ALL ITS INVOICES DUE
       01 PAY-SUP-TABLE.
          05 PAY-SUP-ENTRY OCCURS 200 TIMES.
             10 PAY-S-CODE PIC X(5).
             10 PAY-S-AMOUNT PIC 9(9)V9(2).
             10 PAY-S-INVOICES PIC 9(3).
             10 PAY-S-CHECK PIC 9(6).
             10 PAY-S-RESULT PIC X(20).
      ***** BLANK LEAVES OF THE SHOP'S CHECKBOOK, IN REGISTER ORDER
       01 PAY-LEAF-TABLE.
          05 PAY-LEAF PIC 9(6) OCCURS 200 TIMES.
       01 PAY-TITLE-LINE.
          05 FILLER PIC X(24) VALUE "SUPPLIER PAYMENT RUN    ".
          05 PAY-TTL-DATE PIC X(8).
          05 FILLER PIC X(17) VALUE "  DUE ON/BEFORE  ".
          05 PAY-TTL-CUTOFF PIC X(8).
          05 FILLER PIC X(12) VALUE "  ACCOUNT   ".
          05 PAY-TTL-ACCT PIC X(5).
       01 PAY-INV-COLS.
          05 FILLER PIC X(8) VALUE "CHECK".
          05 FILLER PIC X(7) VALUE "SUPP".
          05 FILLER PIC X(12) VALUE "INVOICE".
          05 FILLER PIC X(10) VALUE "INV DATE".
          05 FILLER PIC X(10) VALUE "DUE DATE".
          05 FILLER PIC X(8) VALUE "PO NO.".
          05 FILLER PIC X(14) VALUE "        AMOUNT".
       01 PAY-INV-LINE.
          05 PAY-INV-CHECK PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-INV-SUPPLIER PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-INV-NUMBER PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-INV-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-INV-DUE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-INV-PO PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-INV-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 PAY-CHK-COLS.
          05 FILLER PIC X(8) VALUE "CHECK".
          05 FILLER PIC X(7) VALUE "SUPP".
          05 FILLER PIC X(22) VALUE "PAY TO THE ORDER OF".
          05 FILLER PIC X(6) VALUE "INVS".
          05 FILLER PIC X(16) VALUE "          AMOUNT".
          05 FILLER PIC X(20) VALUE "  RESULT".
       01 PAY-CHK-LINE.
          05 PAY-CHK-NUMBER PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-CHK-SUPPLIER PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-CHK-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PAY-CHK-INVOICES PIC ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 PAY-CHK-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 PAY-CHK-RESULT PIC X(20).
       01 PAY-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "CHECKS WRITTEN: ".
          05 PAY-TOT-CHECKS PIC ZZ9.
          05 FILLER PIC X(9) VALUE "  TOTAL: ".
          05 PAY-TOT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(12) VALUE "  SKIPPED: ".
          05 PAY-TOT-SKIPPED PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-AP-PARAMS
           DISPLAY "ACCOUNTS PAYABLE - " BDT-DATE.
           DISPLAY "[1] ENTER A SUPPLIER INVOICE".
           DISPLAY "[2] LIST SUPPLIER INVOICES".
           DISPLAY "[3] RELEASE A HELD INVOICE".
           DISPLAY "[4] AP AGING BY SUPPLIER".
           DISPLAY "[5] PAYMENT RUN".
           DISPLAY "[6] AP SETTINGS (SHOP ACCOUNT, DEFAULT TERMS)".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT APW-MODE.

           EVALUATE APW-MODE
              WHEN '1'
                 PERFORM ENTER-INVOICE
              WHEN '2'
                 PERFORM LIST-INVOICES
              WHEN '3'
                 PERFORM RELEASE-HELD-INVOICE
              WHEN '4'
                 PERFORM AP-AGING-BY-SUPPLIER
              WHEN '5'
                 PERFORM PAYMENT-RUN
              WHEN '6'
                 PERFORM MAINTAIN-AP-PARAMS
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** THE SUPPLIER'S BILL, KEYED AGAINST ONE OF ITS PURCHASE
      ***** ORDERS. EVERY LINE IS MATCHED THREE WAYS: THE ITEM MUST BE
      ***** ON THE PO, THE QUANTITY MUST HAVE BEEN RECEIVED AND NOT
      ***** ALREADY BILLED, AND THE PRICE MUST BE THE PO COST. A FULLY
      ***** MATCHED INVOICE IS APPROVED FOR PAYMENT AND BOOKED TO AP;
      ***** ANY VARIANCE HOLDS THE WHOLE INVOICE UNTIL IT IS RELEASED
       ENTER-INVOICE.
           DISPLAY "SUPPLIER CODE:       " WITH NO ADVANCING
           ACCEPT APW-SUPPLIER
           PERFORM FIND-SUPPLIER
           IF APW-FOUND = 0
              DISPLAY "SUPPLIER NOT ON FILE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "BILLED BY " APW-SUPNAME "  TERMS " APW-TERMS
              " DAYS"
           DISPLAY "SUPPLIER INVOICE NO: " WITH NO ADVANCING
           ACCEPT APW-INVNUM
           IF APW-INVNUM = SPACES
              DISPLAY "INVOICE NUMBER IS REQUIRED"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INVOICE
           IF APW-FOUND = 1
              DISPLAY "INVOICE ALREADY ENTERED FOR THIS SUPPLIER"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "INVOICE DATE (YYYYMMDD, BLANK=TODAY): "
              WITH NO ADVANCING
           ACCEPT APW-INVDATE
           IF APW-INVDATE = SPACES
              MOVE BDT-DATE TO APW-INVDATE
           END-IF
           IF APW-INVDATE IS NOT NUMERIC OR APW-INVDATE > BDT-DATE
              DISPLAY "INVOICE DATE IS NOT VALID"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PURCHASE ORDER NO.:  " WITH NO ADVANCING
           ACCEPT APW-PO-NUMIN
           COMPUTE APW-PO-NUM = FUNCTION NUMVAL(APW-PO-NUMIN)
           PERFORM FIND-ORDER
           IF APW-FOUND = 0
              DISPLAY "NO SUCH PURCHASE ORDER FOR THIS SUPPLIER"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PO-MATCH-TABLE

           MOVE 0 TO APW-INV-COUNT
           MOVE 0 TO APW-INV-AMOUNT
           MOVE 0 TO APW-VARIANCES
           MOVE 'Y' TO APW-MORE
           PERFORM UNTIL (APW-MORE NOT = 'Y' AND APW-MORE NOT = 'y')
                 OR APW-INV-COUNT = 50
              DISPLAY "ITEM CODE:           " WITH NO ADVANCING
              ACCEPT APW-ITEMCODE
              DISPLAY "QUANTITY BILLED:     " WITH NO ADVANCING
              ACCEPT APW-QTYIN
              COMPUTE APW-QTY = FUNCTION NUMVAL(APW-QTYIN)
              DISPLAY "UNIT COST BILLED:    " WITH NO ADVANCING
              ACCEPT APW-COSTIN
              COMPUTE APW-COST = FUNCTION NUMVAL(APW-COSTIN)
              IF APW-QTY = 0
                 DISPLAY "NO QUANTITY - LINE SKIPPED"
              ELSE
                 PERFORM MATCH-INVOICE-LINE
              END-IF
              DISPLAY "ANOTHER LINE? (Y/N): " WITH NO ADVANCING
              ACCEPT APW-MORE
           END-PERFORM

           IF APW-INV-COUNT = 0
              DISPLAY "NO LINES ENTERED - INVOICE NOT SAVED"
              EXIT PARAGRAPH
           END-IF
           MOVE APW-INV-AMOUNT TO APW-AMOUNTDIS
           DISPLAY "INVOICE TOTAL:  " APW-AMOUNTDIS
           IF APW-VARIANCES > 0
              DISPLAY APW-VARIANCES " LINE(S) DO NOT MATCH - INVOICE"
                 " WILL BE HELD"
           END-IF
           DISPLAY "SAVE THIS INVOICE? (Y/N): " WITH NO ADVANCING
           ACCEPT APW-YN
           IF APW-YN NOT = 'Y' AND APW-YN NOT = 'y'
              DISPLAY "INVOICE NOT SAVED"
              EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-INVOICE.
           EXIT.

      ***** CHECKS ONE KEYED LINE AGAINST THE PO AND THE RECEIPTS AND
      ***** ADDS IT TO THE INVOICE BEING BUILT
       MATCH-INVOICE-LINE.
           ADD 1 TO APW-INV-COUNT
           MOVE APW-ITEMCODE TO APW-I-ITEMCODE(APW-INV-COUNT)
           MOVE APW-QTY TO APW-I-QTY(APW-INV-COUNT)
           MOVE APW-COST TO APW-I-COST(APW-INV-COUNT)
           COMPUTE APW-LINE-VALUE = APW-QTY * APW-COST
           ADD APW-LINE-VALUE TO APW-INV-AMOUNT

           PERFORM FIND-PO-MATCH-LINE
           IF APW-HIT = 0
              MOVE 0 TO APW-I-PO-LINE(APW-INV-COUNT)
              MOVE 0 TO APW-I-PO-COST(APW-INV-COUNT)
              MOVE 0 TO APW-I-RCV-QTY(APW-INV-COUNT)
              MOVE 'N' TO APW-I-MATCH(APW-INV-COUNT)
              ADD 1 TO APW-VARIANCES
              DISPLAY "  ITEM IS NOT ON PO " APW-PO-NUM
              EXIT PARAGRAPH
           END-IF

           COMPUTE APW-BILLABLE = APW-P-RECEIVED(APW-HIT)
                                - APW-P-BILLED(APW-HIT)
           IF APW-BILLABLE < 0
              MOVE 0 TO APW-BILLABLE
           END-IF
           MOVE APW-P-LINE(APW-HIT) TO APW-I-PO-LINE(APW-INV-COUNT)
           MOVE APW-P-COST(APW-HIT) TO APW-I-PO-COST(APW-INV-COUNT)
           MOVE APW-BILLABLE TO APW-I-RCV-QTY(APW-INV-COUNT)
           MOVE 'M' TO APW-I-MATCH(APW-INV-COUNT)
           IF APW-QTY > APW-BILLABLE
              MOVE 'Q' TO APW-I-MATCH(APW-INV-COUNT)
              MOVE APW-BILLABLE TO APW-QTYDIS
              DISPLAY "  RECEIVED AND NOT YET BILLED: " APW-QTYDIS
                 " - QUANTITY VARIANCE"
           END-IF
           IF APW-COST NOT = APW-P-COST(APW-HIT)
              IF APW-I-MATCH(APW-INV-COUNT) = 'Q'
                 MOVE 'B' TO APW-I-MATCH(APW-INV-COUNT)
              ELSE
                 MOVE 'P' TO APW-I-MATCH(APW-INV-COUNT)
              END-IF
              MOVE APW-P-COST(APW-HIT) TO APW-COSTDIS
              DISPLAY "  PO COST IS " APW-COSTDIS " - PRICE VARIANCE"
           END-IF
           IF APW-I-MATCH(APW-INV-COUNT) = 'M'
              DISPLAY "  MATCHED TO PO LINE " APW-P-LINE(APW-HIT)
           ELSE
              ADD 1 TO APW-VARIANCES
           END-IF
           ADD APW-QTY TO APW-P-BILLED(APW-HIT).
           EXIT.

      ***** THE FIRST PO LINE FOR THE ITEM THAT STILL HAS RECEIVED
      ***** GOODS TO BILL, ELSE THE FIRST PO LINE FOR THE ITEM AT ALL
       FIND-PO-MATCH-LINE.
           MOVE 0 TO APW-HIT
           PERFORM VARYING APW-IDX FROM 1 BY 1
               UNTIL APW-IDX > APW-PO-COUNT OR APW-HIT > 0
              IF APW-P-ITEMCODE(APW-IDX) = APW-ITEMCODE
                 AND APW-P-RECEIVED(APW-IDX) > APW-P-BILLED(APW-IDX)
                 MOVE APW-IDX TO APW-HIT
              END-IF
           END-PERFORM
           PERFORM VARYING APW-IDX FROM 1 BY 1
               UNTIL APW-IDX > APW-PO-COUNT OR APW-HIT > 0
              IF APW-P-ITEMCODE(APW-IDX) = APW-ITEMCODE
                 MOVE APW-IDX TO APW-HIT
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE PO'S LINES, THE QUANTITY RECEIVED AGAINST EACH FROM
      ***** THE RECEIVING JOURNAL, AND THE QUANTITY ALREADY BILLED ON
      ***** EARLIER INVOICES
       LOAD-PO-MATCH-TABLE.
           MOVE 0 TO APW-PO-COUNT
           MOVE 0 TO APW-SUB-EOF
           OPEN EXTEND PO-LINES
           CLOSE PO-LINES
           OPEN INPUT PO-LINES
           READ PO-LINES
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              IF POL-NUM = APW-PO-NUM AND APW-PO-COUNT < 50
                 ADD 1 TO APW-PO-COUNT
                 MOVE POL-LINE TO APW-P-LINE(APW-PO-COUNT)
                 MOVE POL-ITEMCODE TO APW-P-ITEMCODE(APW-PO-COUNT)
                 MOVE POL-UNIT-COST TO APW-P-COST(APW-PO-COUNT)
                 MOVE 0 TO APW-P-RECEIVED(APW-PO-COUNT)
                 MOVE 0 TO APW-P-BILLED(APW-PO-COUNT)
              END-IF
              READ PO-LINES
                 AT END MOVE 1 TO APW-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE PO-LINES

           MOVE 0 TO APW-SUB-EOF
           OPEN EXTEND RECEIVING-JOURNAL
           CLOSE RECEIVING-JOURNAL
           OPEN INPUT RECEIVING-JOURNAL
           READ RECEIVING-JOURNAL
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              IF GR-PO-NUM IS NUMERIC AND GR-PO-NUM = APW-PO-NUM
                 PERFORM VARYING APW-IDX FROM 1 BY 1
                     UNTIL APW-IDX > APW-PO-COUNT
                    IF APW-P-LINE(APW-IDX) = GR-PO-LINE
                       ADD GR-QTY TO APW-P-RECEIVED(APW-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ RECEIVING-JOURNAL
                 AT END MOVE 1 TO APW-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE RECEIVING-JOURNAL

           MOVE 0 TO APW-SUB-EOF
           OPEN EXTEND AP-INVOICE-LINES
           CLOSE AP-INVOICE-LINES
           OPEN INPUT AP-INVOICE-LINES
           READ AP-INVOICE-LINES
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              IF INL-PO-NUM = APW-PO-NUM AND INL-PO-LINE > 0
                 PERFORM VARYING APW-IDX FROM 1 BY 1
                     UNTIL APW-IDX > APW-PO-COUNT
                    IF APW-P-LINE(APW-IDX) = INL-PO-LINE
                       ADD INL-QTY TO APW-P-BILLED(APW-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ AP-INVOICE-LINES
                 AT END MOVE 1 TO APW-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE AP-INVOICE-LINES.
           EXIT.

      ***** DUE DATE FROM THE SUPPLIER'S TERMS; A MATCHED INVOICE IS
      ***** APPROVED AND BOOKED STRAIGHT AWAY, A VARIANCE IS HELD
       SAVE-INVOICE.
           COMPUTE APW-DAYNUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(APW-INVDATE)) + APW-TERMS
           COMPUTE APW-DAYNUM = FUNCTION DATE-OF-INTEGER(APW-DAYNUM)
           MOVE APW-DAYNUM TO APW-DUE-DATE

           OPEN EXTEND AP-INVOICE-LINES
           PERFORM VARYING APW-LINE-IDX FROM 1 BY 1
               UNTIL APW-LINE-IDX > APW-INV-COUNT
              MOVE APW-SUPPLIER TO INL-SUPPLIER
              MOVE APW-INVNUM TO INL-NUMBER
              MOVE APW-LINE-IDX TO INL-LINE
              MOVE APW-I-ITEMCODE(APW-LINE-IDX) TO INL-ITEMCODE
              MOVE APW-I-QTY(APW-LINE-IDX) TO INL-QTY
              MOVE APW-I-COST(APW-LINE-IDX) TO INL-UNIT-COST
              MOVE APW-PO-NUM TO INL-PO-NUM
              MOVE APW-I-PO-LINE(APW-LINE-IDX) TO INL-PO-LINE
              MOVE APW-I-PO-COST(APW-LINE-IDX) TO INL-PO-COST
              MOVE APW-I-RCV-QTY(APW-LINE-IDX) TO INL-RCV-QTY
              MOVE APW-I-MATCH(APW-LINE-IDX) TO INL-MATCH
              WRITE AP-INVOICE-LINE-REC
           END-PERFORM
           CLOSE AP-INVOICE-LINES

           MOVE APW-SUPPLIER TO INV-SUPPLIER
           MOVE APW-INVNUM TO INV-NUMBER
           MOVE APW-INVDATE TO INV-DATE
           MOVE APW-DUE-DATE TO INV-DUE-DATE
           MOVE APW-PO-NUM TO INV-PO-NUM
           MOVE APW-INV-AMOUNT TO INV-AMOUNT
           MOVE BDT-DATE TO INV-ENTERED
           MOVE SPACES TO INV-PAY-DATE
           MOVE 0 TO INV-CHECK-NUM
           IF APW-VARIANCES = 0
              MOVE 'M' TO INV-MATCH
              MOVE 'O' TO INV-STATUS
           ELSE
              MOVE 'V' TO INV-MATCH
              MOVE 'H' TO INV-STATUS
           END-IF
           OPEN EXTEND AP-INVOICES
              WRITE AP-INVOICE-REC
           CLOSE AP-INVOICES

           IF APW-VARIANCES = 0
              MOVE APW-INVENTORY-ACCT TO APW-GL-DR
              MOVE APW-PAYABLE-ACCT TO APW-GL-CR
              MOVE APW-INV-AMOUNT TO APW-GL-AMOUNT
              PERFORM WRITE-GL-PAIR
              DISPLAY "INVOICE MATCHED AND APPROVED - DUE " APW-DUE-DATE
           ELSE
              DISPLAY "INVOICE HELD ON VARIANCE - DUE " APW-DUE-DATE
           END-IF.
           EXIT.

       LIST-INVOICES.
           DISPLAY "SUPPLIER CODE (BLANK = ALL):  " WITH NO ADVANCING
           ACCEPT APW-SUPPLIER
           MOVE 0 TO APW-EOF-FLAG
           MOVE 0 TO APW-COUNT
           OPEN EXTEND AP-INVOICES
           CLOSE AP-INVOICES
           OPEN INPUT AP-INVOICES
           READ AP-INVOICES
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              IF APW-SUPPLIER = SPACES OR INV-SUPPLIER = APW-SUPPLIER
                 ADD 1 TO APW-COUNT
                 MOVE INV-AMOUNT TO APW-AMOUNTDIS
                 DISPLAY INV-SUPPLIER "  " INV-NUMBER "  " INV-DATE
                    "  DUE " INV-DUE-DATE "  PO " INV-PO-NUM "  "
                    APW-AMOUNTDIS "  " INV-MATCH INV-STATUS
                 IF INV-STATUS = 'P'
                    DISPLAY "      PAID " INV-PAY-DATE " CHECK "
                       INV-CHECK-NUM
                 END-IF
              END-IF
              READ AP-INVOICES
                 AT END MOVE 1 TO APW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AP-INVOICES
           DISPLAY "INVOICES LISTED: " APW-COUNT.
           EXIT.

      ***** THE BUYER HAS SETTLED THE VARIANCE WITH THE SUPPLIER (OR
      ***** ACCEPTS IT): THE HELD INVOICE IS APPROVED AND BOOKED
       RELEASE-HELD-INVOICE.
           DISPLAY "SUPPLIER CODE:       " WITH NO ADVANCING
           ACCEPT APW-SUPPLIER
           DISPLAY "SUPPLIER INVOICE NO: " WITH NO ADVANCING
           ACCEPT APW-INVNUM
           PERFORM FIND-INVOICE
           IF APW-FOUND = 0
              DISPLAY "NO SUCH INVOICE"
              EXIT PARAGRAPH
           END-IF
           IF APW-INV-STATUS NOT = 'H'
              DISPLAY "INVOICE IS NOT HELD"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO APW-SUB-EOF
           OPEN INPUT AP-INVOICE-LINES
           READ AP-INVOICE-LINES
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              IF INL-SUPPLIER = APW-SUPPLIER
                 AND INL-NUMBER = APW-INVNUM
                 MOVE INL-QTY TO APW-QTYDIS
                 MOVE INL-UNIT-COST TO APW-COSTDIS
                 DISPLAY INL-LINE "  " INL-ITEMCODE "  " APW-QTYDIS
                    "  " APW-COSTDIS "  " INL-MATCH
              END-IF
              READ AP-INVOICE-LINES
                 AT END MOVE 1 TO APW-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE AP-INVOICE-LINES

           MOVE APW-INV-AMOUNT TO APW-AMOUNTDIS
           DISPLAY "RELEASE " APW-AMOUNTDIS " FOR PAYMENT? (Y/N): "
              WITH NO ADVANCING
           ACCEPT APW-YN
           IF APW-YN NOT = 'Y' AND APW-YN NOT = 'y'
              DISPLAY "INVOICE LEFT ON HOLD"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO APW-EOF-FLAG
           OPEN INPUT AP-INVOICES
           OPEN OUTPUT AP-INVOICES-TEMP
           READ AP-INVOICES
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              MOVE AP-INVOICE-REC TO TEMP-AP-INVOICE-REC
              IF INV-SUPPLIER = APW-SUPPLIER
                 AND INV-NUMBER = APW-INVNUM
                 MOVE 'O' TO TINV-STATUS
              END-IF
              WRITE TEMP-AP-INVOICE-REC
              READ AP-INVOICES
                 AT END MOVE 1 TO APW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AP-INVOICES
           CLOSE AP-INVOICES-TEMP
           PERFORM COPY-BACK-INVOICES

           MOVE APW-INVENTORY-ACCT TO APW-GL-DR
           MOVE APW-PAYABLE-ACCT TO APW-GL-CR
           MOVE APW-INV-AMOUNT TO APW-GL-AMOUNT
           PERFORM WRITE-GL-PAIR
           DISPLAY "INVOICE RELEASED FOR PAYMENT".
           EXIT.

      ***** EVERY UNPAID INVOICE, AGED BY DAYS PAST ITS DUE DATE AND
      ***** TOTALLED PER SUPPLIER
       AP-AGING-BY-SUPPLIER.
           INITIALIZE AGE-SEQ
           INITIALIZE AGE-SUP-TABLE
           MOVE 0 TO APW-EOF-FLAG
           OPEN EXTEND AP-INVOICES
           CLOSE AP-INVOICES
           OPEN INPUT AP-INVOICES
           READ AP-INVOICES
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              IF INV-STATUS = 'O' OR INV-STATUS = 'H'
                 PERFORM AGE-ONE-INVOICE
              END-IF
              READ AP-INVOICES
                 AT END MOVE 1 TO APW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AP-INVOICES

           OPEN OUTPUT AP-AGING
           MOVE BDT-DATE TO AGE-TTL-DATE
           WRITE AP-AGING-REC FROM AGE-TITLE-LINE
           WRITE AP-AGING-REC FROM AGE-COL-LINE
           PERFORM VARYING AGE-SUP-IDX FROM 1 BY 1
               UNTIL AGE-SUP-IDX > AGE-SUP-COUNT
              MOVE AGE-S-CODE(AGE-SUP-IDX) TO APW-SUPPLIER
              PERFORM FIND-SUPPLIER
              MOVE APW-SUPPLIER TO AGE-DET-CODE
              MOVE APW-SUPNAME TO AGE-DET-NAME
              MOVE 0 TO APW-GL-AMOUNT
              PERFORM VARYING AGE-BUCKET FROM 1 BY 1
                  UNTIL AGE-BUCKET > 5
                 MOVE AGE-S-AMOUNT(AGE-SUP-IDX, AGE-BUCKET)
                    TO AGE-DET-AMOUNT(AGE-BUCKET)
                 ADD AGE-S-AMOUNT(AGE-SUP-IDX, AGE-BUCKET)
                    TO APW-GL-AMOUNT
              END-PERFORM
              MOVE APW-GL-AMOUNT TO AGE-DET-TOTAL
              WRITE AP-AGING-REC FROM AGE-DETAIL-LINE
              DISPLAY AGE-DETAIL-LINE
              IF AGE-S-HELD(AGE-SUP-IDX) > 0
                 MOVE AGE-S-HELD(AGE-SUP-IDX) TO AGE-HELD-AMOUNT
                 WRITE AP-AGING-REC FROM AGE-HELD-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO AP-AGING-REC
           WRITE AP-AGING-REC
           MOVE SPACES TO AGE-DET-CODE
           MOVE "ALL SUPPLIERS" TO AGE-DET-NAME
           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 5
              MOVE AGE-GRAND(AGE-BUCKET) TO AGE-DET-AMOUNT(AGE-BUCKET)
           END-PERFORM
           MOVE AGE-GRAND-TOTAL TO AGE-DET-TOTAL
           WRITE AP-AGING-REC FROM AGE-DETAIL-LINE
           DISPLAY AGE-DETAIL-LINE
           MOVE AGE-GRAND-HELD TO AGE-HELD-AMOUNT
           WRITE AP-AGING-REC FROM AGE-HELD-LINE
           CLOSE AP-AGING
           DISPLAY "AP AGING WRITTEN TO APAging.dat".
           EXIT.

       AGE-ONE-INVOICE.
           COMPUTE AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BDT-DATE))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(INV-DUE-DATE))
           EVALUATE TRUE
              WHEN AGE-DAYS <= 0
                 MOVE 1 TO AGE-BUCKET
              WHEN AGE-DAYS <= 30
                 MOVE 2 TO AGE-BUCKET
              WHEN AGE-DAYS <= 60
                 MOVE 3 TO AGE-BUCKET
              WHEN AGE-DAYS <= 90
                 MOVE 4 TO AGE-BUCKET
              WHEN OTHER
                 MOVE 5 TO AGE-BUCKET
           END-EVALUATE

           MOVE 0 TO AGE-SUP-HIT
           PERFORM VARYING AGE-SUP-IDX FROM 1 BY 1
               UNTIL AGE-SUP-IDX > AGE-SUP-COUNT OR AGE-SUP-HIT > 0
              IF AGE-S-CODE(AGE-SUP-IDX) = INV-SUPPLIER
                 MOVE AGE-SUP-IDX TO AGE-SUP-HIT
              END-IF
           END-PERFORM
           IF AGE-SUP-HIT = 0
              IF AGE-SUP-COUNT = 200
                 DISPLAY "SUPPLIER TABLE FULL - " INV-SUPPLIER
                    " LEFT OFF THE AGING"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO AGE-SUP-COUNT
              MOVE AGE-SUP-COUNT TO AGE-SUP-HIT
              MOVE INV-SUPPLIER TO AGE-S-CODE(AGE-SUP-HIT)
           END-IF
           ADD INV-AMOUNT TO AGE-S-AMOUNT(AGE-SUP-HIT, AGE-BUCKET)
           ADD INV-AMOUNT TO AGE-GRAND(AGE-BUCKET)
           ADD INV-AMOUNT TO AGE-GRAND-TOTAL
           IF INV-STATUS = 'H'
              ADD INV-AMOUNT TO AGE-S-HELD(AGE-SUP-HIT)
              ADD INV-AMOUNT TO AGE-GRAND-HELD
           END-IF.
           EXIT.

      ***** EVERY APPROVED INVOICE DUE BY THE CUT-OFF IS PAID, ONE
      ***** CHECK PER SUPPLIER, ON THE NEXT BLANK LEAVES OF THE SHOP'S
      ***** CHECKBOOK. A SUPPLIER WHOSE CHECK WOULD TAKE THE ACCOUNT
      ***** PAST ITS BALANCE LESS THE CHECKS ALREADY WRITTEN AND NOT
      ***** YET PRESENTED IS LEFT FOR THE NEXT RUN. THE LEAF CARRIES
      ***** THE AMOUNT UNTIL THE CHECK COMES BACK THROUGH CLEARING,
      ***** WHICH IS WHEN THE BANK DEBITS THE ACCOUNT
       PAYMENT-RUN.
           IF APP-W-SHOP-ACCT = SPACES
              DISPLAY "SET THE SHOP'S BANK ACCOUNT FIRST (OPTION 6)"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO APW-FOUND
           OPEN INPUT BANKLEDGER
           MOVE APP-W-SHOP-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO APW-FOUND
              NOT INVALID KEY
                 MOVE 1 TO APW-FOUND
                 MOVE LEDG-BALANCE TO PAY-LEDG-BALANCE
                 MOVE LEDG-STATUS TO PAY-LEDG-STATUS
           END-READ
           CLOSE BANKLEDGER
           IF APW-FOUND = 0
              DISPLAY "SHOP ACCOUNT " APP-W-SHOP-ACCT
                 " NOT ON THE LEDGER"
              EXIT PARAGRAPH
           END-IF
           IF PAY-LEDG-STATUS = 'F' OR PAY-LEDG-STATUS = 'C'
              OR PAY-LEDG-STATUS = 'R'
              DISPLAY "SHOP ACCOUNT IS BLOCKED - NO CHECKS WRITTEN"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "PAY INVOICES DUE ON OR BEFORE (YYYYMMDD, "
              "BLANK=TODAY): " WITH NO ADVANCING
           ACCEPT PAY-CUTOFFIN
           IF PAY-CUTOFFIN = SPACES
              MOVE BDT-DATE TO PAY-CUTOFF
           ELSE
              MOVE PAY-CUTOFFIN TO PAY-CUTOFF
           END-IF

           PERFORM SELECT-DUE-INVOICES
           IF PAY-SUP-COUNT = 0
              DISPLAY "NO APPROVED INVOICES DUE BY " PAY-CUTOFF
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SHOP-CHECKBOOK
           COMPUTE PAY-AVAILABLE = PAY-LEDG-BALANCE - PAY-WRITTEN

           MOVE 0 TO PAY-CHECKS
           MOVE 0 TO PAY-CHECK-TOTAL
           MOVE 0 TO PAY-SKIPPED
           MOVE 0 TO PAY-LEAF-NEXT
           PERFORM VARYING PAY-SUP-IDX FROM 1 BY 1
               UNTIL PAY-SUP-IDX > PAY-SUP-COUNT
              EVALUATE TRUE
                 WHEN PAY-S-AMOUNT(PAY-SUP-IDX) > 999999.99
                    MOVE "OVER CHECK LIMIT    "
                       TO PAY-S-RESULT(PAY-SUP-IDX)
                    ADD 1 TO PAY-SKIPPED
                 WHEN PAY-S-AMOUNT(PAY-SUP-IDX) > PAY-AVAILABLE
                    MOVE "INSUFFICIENT FUNDS  "
                       TO PAY-S-RESULT(PAY-SUP-IDX)
                    ADD 1 TO PAY-SKIPPED
                 WHEN PAY-LEAF-NEXT >= PAY-LEAF-COUNT
                    MOVE "NO BLANK CHECKS LEFT"
                       TO PAY-S-RESULT(PAY-SUP-IDX)
                    ADD 1 TO PAY-SKIPPED
                 WHEN OTHER
                    ADD 1 TO PAY-LEAF-NEXT
                    MOVE PAY-LEAF(PAY-LEAF-NEXT)
                       TO PAY-S-CHECK(PAY-SUP-IDX)
                    MOVE "CHECK WRITTEN       "
                       TO PAY-S-RESULT(PAY-SUP-IDX)
                    SUBTRACT PAY-S-AMOUNT(PAY-SUP-IDX)
                       FROM PAY-AVAILABLE
                    ADD 1 TO PAY-CHECKS
                    ADD PAY-S-AMOUNT(PAY-SUP-IDX) TO PAY-CHECK-TOTAL
              END-EVALUATE
           END-PERFORM

           OPEN OUTPUT AP-PAYMENT-REGISTER
           MOVE BDT-DATE TO PAY-TTL-DATE
           MOVE PAY-CUTOFF TO PAY-TTL-CUTOFF
           MOVE APP-W-SHOP-ACCT TO PAY-TTL-ACCT
           WRITE AP-PAYMENT-REGISTER-REC FROM PAY-TITLE-LINE
           MOVE SPACES TO AP-PAYMENT-REGISTER-REC
           WRITE AP-PAYMENT-REGISTER-REC
           WRITE AP-PAYMENT-REGISTER-REC FROM PAY-INV-COLS
           IF PAY-CHECKS > 0
              PERFORM STAMP-CHECK-LEAVES
              PERFORM MARK-INVOICES-PAID
           END-IF

           MOVE SPACES TO AP-PAYMENT-REGISTER-REC
           WRITE AP-PAYMENT-REGISTER-REC
           WRITE AP-PAYMENT-REGISTER-REC FROM PAY-CHK-COLS
           PERFORM VARYING PAY-SUP-IDX FROM 1 BY 1
               UNTIL PAY-SUP-IDX > PAY-SUP-COUNT
              MOVE PAY-S-CODE(PAY-SUP-IDX) TO APW-SUPPLIER
              PERFORM FIND-SUPPLIER
              IF PAY-S-CHECK(PAY-SUP-IDX) = 0
                 MOVE SPACES TO PAY-CHK-NUMBER
              ELSE
                 MOVE PAY-S-CHECK(PAY-SUP-IDX) TO PAY-CHK-NUMBER
              END-IF
              MOVE APW-SUPPLIER TO PAY-CHK-SUPPLIER
              MOVE APW-SUPNAME TO PAY-CHK-NAME
              MOVE PAY-S-INVOICES(PAY-SUP-IDX) TO PAY-CHK-INVOICES
              MOVE PAY-S-AMOUNT(PAY-SUP-IDX) TO PAY-CHK-AMOUNT
              MOVE PAY-S-RESULT(PAY-SUP-IDX) TO PAY-CHK-RESULT
              WRITE AP-PAYMENT-REGISTER-REC FROM PAY-CHK-LINE
              DISPLAY PAY-CHK-LINE
           END-PERFORM
           MOVE PAY-CHECKS TO PAY-TOT-CHECKS
           MOVE PAY-CHECK-TOTAL TO PAY-TOT-AMOUNT
           MOVE PAY-SKIPPED TO PAY-TOT-SKIPPED
           WRITE AP-PAYMENT-REGISTER-REC FROM PAY-TOTAL-LINE
           DISPLAY PAY-TOTAL-LINE
           CLOSE AP-PAYMENT-REGISTER.
           EXIT.

      ***** APPROVED, UNPAID AND DUE BY THE CUT-OFF, SUMMED PER SUPPLIER
       SELECT-DUE-INVOICES.
           MOVE 0 TO PAY-SUP-COUNT
           INITIALIZE PAY-SUP-TABLE
           MOVE 0 TO APW-EOF-FLAG
           OPEN EXTEND AP-INVOICES
           CLOSE AP-INVOICES
           OPEN INPUT AP-INVOICES
           READ AP-INVOICES
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              IF INV-STATUS = 'O' AND INV-DUE-DATE <= PAY-CUTOFF
                 PERFORM ADD-DUE-INVOICE
              END-IF
              READ AP-INVOICES
                 AT END MOVE 1 TO APW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AP-INVOICES.
           EXIT.

       ADD-DUE-INVOICE.
           MOVE 0 TO PAY-SUP-HIT
           PERFORM VARYING PAY-SUP-IDX FROM 1 BY 1
               UNTIL PAY-SUP-IDX > PAY-SUP-COUNT OR PAY-SUP-HIT > 0
              IF PAY-S-CODE(PAY-SUP-IDX) = INV-SUPPLIER
                 MOVE PAY-SUP-IDX TO PAY-SUP-HIT
              END-IF
           END-PERFORM
           IF PAY-SUP-HIT = 0
              IF PAY-SUP-COUNT = 200
                 DISPLAY "SUPPLIER TABLE FULL - " INV-SUPPLIER
                    " LEFT FOR THE NEXT RUN"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PAY-SUP-COUNT
              MOVE PAY-SUP-COUNT TO PAY-SUP-HIT
              MOVE INV-SUPPLIER TO PAY-S-CODE(PAY-SUP-HIT)
           END-IF
           ADD INV-AMOUNT TO PAY-S-AMOUNT(PAY-SUP-HIT)
           ADD 1 TO PAY-S-INVOICES(PAY-SUP-HIT).
           EXIT.

      ***** THE SHOP'S BLANK LEAVES, AND WHAT IS ALREADY WRITTEN ON
      ***** LEAVES NOT YET PRESENTED
       LOAD-SHOP-CHECKBOOK.
           MOVE 0 TO PAY-LEAF-COUNT
           MOVE 0 TO PAY-WRITTEN
           MOVE 0 TO APW-SUB-EOF
           OPEN EXTEND CHECK-REGISTER
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER
           READ CHECK-REGISTER
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              IF CK-ACCT = APP-W-SHOP-ACCT AND CK-STATUS = 'O'
                 IF CK-AMOUNT = 0
                    IF PAY-LEAF-COUNT < 200
                       ADD 1 TO PAY-LEAF-COUNT
                       MOVE CK-NUMBER TO PAY-LEAF(PAY-LEAF-COUNT)
                    END-IF
                 ELSE
                    ADD CK-AMOUNT TO PAY-WRITTEN
                 END-IF
              END-IF
              READ CHECK-REGISTER
                 AT END MOVE 1 TO APW-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER.
           EXIT.

      ***** WRITES EACH CHECK'S AMOUNT ON ITS LEAF IN THE REGISTER
       STAMP-CHECK-LEAVES.
           MOVE 0 TO APW-SUB-EOF
           OPEN INPUT CHECK-REGISTER
           OPEN OUTPUT CHECK-REGISTER-TEMP
           READ CHECK-REGISTER
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              MOVE CHECK-REGISTER-REC TO TEMP-CHECK-REGISTER-REC
              IF CK-ACCT = APP-W-SHOP-ACCT AND CK-STATUS = 'O'
                 AND CK-AMOUNT = 0
                 PERFORM VARYING PAY-SUP-IDX FROM 1 BY 1
                     UNTIL PAY-SUP-IDX > PAY-SUP-COUNT
                    IF PAY-S-CHECK(PAY-SUP-IDX) = CK-NUMBER
                       MOVE PAY-S-AMOUNT(PAY-SUP-IDX) TO TCK-AMOUNT
                       MOVE BDT-DATE TO TCK-STATUS-DATE
                    END-IF
                 END-PERFORM
              END-IF
              WRITE TEMP-CHECK-REGISTER-REC
              READ CHECK-REGISTER
                 AT END MOVE 1 TO APW-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE CHECK-REGISTER-TEMP

           MOVE 0 TO APW-SUB-EOF
           OPEN OUTPUT CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER-TEMP
           READ CHECK-REGISTER-TEMP
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              WRITE CHECK-REGISTER-REC FROM TEMP-CHECK-REGISTER-REC
              READ CHECK-REGISTER-TEMP
                 AT END MOVE 1 TO APW-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE CHECK-REGISTER-TEMP.
           EXIT.

      ***** THE INVOICES BEHIND EACH CHECK GO TO PAID, ARE LISTED ON
      ***** THE PAYMENT REGISTER, AND AP IS RELIEVED AGAINST CASH
       MARK-INVOICES-PAID.
           MOVE 0 TO APW-EOF-FLAG
           OPEN INPUT AP-INVOICES
           OPEN OUTPUT AP-INVOICES-TEMP
           READ AP-INVOICES
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              MOVE AP-INVOICE-REC TO TEMP-AP-INVOICE-REC
              IF INV-STATUS = 'O' AND INV-DUE-DATE <= PAY-CUTOFF
                 PERFORM VARYING PAY-SUP-IDX FROM 1 BY 1
                     UNTIL PAY-SUP-IDX > PAY-SUP-COUNT
                    IF PAY-S-CODE(PAY-SUP-IDX) = INV-SUPPLIER
                       AND PAY-S-CHECK(PAY-SUP-IDX) > 0
                       MOVE 'P' TO TINV-STATUS
                       MOVE BDT-DATE TO TINV-PAY-DATE
                       MOVE PAY-S-CHECK(PAY-SUP-IDX) TO TINV-CHECK-NUM
                       MOVE TINV-CHECK-NUM TO PAY-INV-CHECK
                       MOVE INV-SUPPLIER TO PAY-INV-SUPPLIER
                       MOVE INV-NUMBER TO PAY-INV-NUMBER
                       MOVE INV-DATE TO PAY-INV-DATE
                       MOVE INV-DUE-DATE TO PAY-INV-DUE
                       MOVE INV-PO-NUM TO PAY-INV-PO
                       MOVE INV-AMOUNT TO PAY-INV-AMOUNT
                       WRITE AP-PAYMENT-REGISTER-REC FROM PAY-INV-LINE
                    END-IF
                 END-PERFORM
              END-IF
              WRITE TEMP-AP-INVOICE-REC
              READ AP-INVOICES
                 AT END MOVE 1 TO APW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AP-INVOICES
           CLOSE AP-INVOICES-TEMP
           PERFORM COPY-BACK-INVOICES

           PERFORM VARYING PAY-SUP-IDX FROM 1 BY 1
               UNTIL PAY-SUP-IDX > PAY-SUP-COUNT
              IF PAY-S-CHECK(PAY-SUP-IDX) > 0
                 MOVE APW-PAYABLE-ACCT TO APW-GL-DR
                 MOVE APW-CASH-ACCT TO APW-GL-CR
                 MOVE PAY-S-AMOUNT(PAY-SUP-IDX) TO APW-GL-AMOUNT
                 PERFORM WRITE-GL-PAIR
              END-IF
           END-PERFORM.
           EXIT.

       COPY-BACK-INVOICES.
           MOVE 0 TO APW-EOF-FLAG
           OPEN OUTPUT AP-INVOICES
           OPEN INPUT AP-INVOICES-TEMP
           READ AP-INVOICES-TEMP
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              WRITE AP-INVOICE-REC FROM TEMP-AP-INVOICE-REC
              READ AP-INVOICES-TEMP
                 AT END MOVE 1 TO APW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AP-INVOICES
           CLOSE AP-INVOICES-TEMP.
           EXIT.

       WRITE-GL-PAIR.
           OPEN EXTEND GL-BATCH
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'S' TO GLB-TCODE
           MOVE "AP" TO GLB-SOURCE
           MOVE APW-GL-AMOUNT TO GLB-AMOUNT
           MOVE APW-GL-DR TO GLB-ACCT
           MOVE 'D' TO GLB-DC
           WRITE GL-BATCH-REC
           MOVE APW-GL-CR TO GLB-ACCT
           MOVE 'C' TO GLB-DC
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH.
           EXIT.

      ***** LEAVES THE NAME AND PAYMENT TERMS IN APW-SUPNAME/APW-TERMS
       FIND-SUPPLIER.
           MOVE 0 TO APW-FOUND
           MOVE SPACES TO APW-SUPNAME
           MOVE APP-W-DEFAULT-TERMS TO APW-TERMS
           MOVE 0 TO APW-SUB-EOF
           OPEN EXTEND SUPPLIER-MASTER
           CLOSE SUPPLIER-MASTER
           OPEN INPUT SUPPLIER-MASTER
           READ SUPPLIER-MASTER
              AT END MOVE 1 TO APW-SUB-EOF
           END-READ
           PERFORM UNTIL APW-SUB-EOF = 1
              IF SUP-CODE = APW-SUPPLIER
                 MOVE 1 TO APW-FOUND
                 MOVE SUP-NAME TO APW-SUPNAME
                 IF SUP-TERMS-DAYS IS NUMERIC
                    MOVE SUP-TERMS-DAYS TO APW-TERMS
                 END-IF
                 MOVE 1 TO APW-SUB-EOF
              ELSE
                 READ SUPPLIER-MASTER
                    AT END MOVE 1 TO APW-SUB-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SUPPLIER-MASTER.
           EXIT.

      ***** LEAVES THE STATUS AND AMOUNT IN APW-INV-STATUS/AMOUNT
       FIND-INVOICE.
           MOVE 0 TO APW-FOUND
           MOVE 0 TO APW-EOF-FLAG
           OPEN EXTEND AP-INVOICES
           CLOSE AP-INVOICES
           OPEN INPUT AP-INVOICES
           READ AP-INVOICES
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              IF INV-SUPPLIER = APW-SUPPLIER
                 AND INV-NUMBER = APW-INVNUM
                 MOVE 1 TO APW-FOUND
                 MOVE INV-STATUS TO APW-INV-STATUS
                 MOVE INV-AMOUNT TO APW-INV-AMOUNT
                 MOVE 1 TO APW-EOF-FLAG
              ELSE
                 READ AP-INVOICES
                    AT END MOVE 1 TO APW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE AP-INVOICES.
           EXIT.

      ***** THE PO MUST EXIST AND BE THE SAME SUPPLIER'S
       FIND-ORDER.
           MOVE 0 TO APW-FOUND
           MOVE 0 TO APW-EOF-FLAG
           OPEN EXTEND PURCHASE-ORDERS
           CLOSE PURCHASE-ORDERS
           OPEN INPUT PURCHASE-ORDERS
           READ PURCHASE-ORDERS
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           PERFORM UNTIL APW-EOF-FLAG = 1
              IF PO-NUM = APW-PO-NUM
                 IF PO-SUPPLIER = APW-SUPPLIER
                    MOVE 1 TO APW-FOUND
                 END-IF
                 MOVE 1 TO APW-EOF-FLAG
              ELSE
                 READ PURCHASE-ORDERS
                    AT END MOVE 1 TO APW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE PURCHASE-ORDERS.
           EXIT.

      ***** SETTINGS FROM THEIR PARAMETER FILE; NONE ON FILE MEANS NO
      ***** SHOP ACCOUNT YET AND 30-DAY DEFAULT TERMS
       LOAD-AP-PARAMS.
           MOVE 0 TO APW-EOF-FLAG
           OPEN EXTEND AP-PARAMS
           CLOSE AP-PARAMS
           OPEN INPUT AP-PARAMS
           READ AP-PARAMS
              AT END MOVE 1 TO APW-EOF-FLAG
           END-READ
           IF APW-EOF-FLAG = 0
              MOVE APP-SHOP-ACCT TO APP-W-SHOP-ACCT
              IF APP-DEFAULT-TERMS IS NUMERIC
                 MOVE APP-DEFAULT-TERMS TO APP-W-DEFAULT-TERMS
              END-IF
           END-IF
           CLOSE AP-PARAMS.
           EXIT.

       MAINTAIN-AP-PARAMS.
           DISPLAY "SHOP ACCOUNT NOW:    " APP-W-SHOP-ACCT
           DISPLAY "DEFAULT TERMS NOW:   " APP-W-DEFAULT-TERMS " DAYS"
           DISPLAY "SHOP ACCOUNT (BLANK=KEEP):  " WITH NO ADVANCING
           ACCEPT APW-ACCTIN
           IF APW-ACCTIN NOT = SPACES
              MOVE 0 TO APW-FOUND
              OPEN INPUT BANKLEDGER
              MOVE APW-ACCTIN TO LEDG-BANKNUM
              READ BANKLEDGER
                 INVALID KEY
                    MOVE 0 TO APW-FOUND
                 NOT INVALID KEY
                    MOVE 1 TO APW-FOUND
              END-READ
              CLOSE BANKLEDGER
              IF APW-FOUND = 0
                 DISPLAY "ACCOUNT " APW-ACCTIN " NOT ON THE LEDGER"
                 EXIT PARAGRAPH
              END-IF
              MOVE APW-ACCTIN TO APP-W-SHOP-ACCT
           END-IF
           DISPLAY "DEFAULT TERMS DAYS (BLANK=KEEP): "
              WITH NO ADVANCING
           ACCEPT APW-TERMSIN
           IF APW-TERMSIN NOT = SPACES
              COMPUTE APP-W-DEFAULT-TERMS = FUNCTION NUMVAL(APW-TERMSIN)
           END-IF
           MOVE APP-W-SHOP-ACCT TO APP-SHOP-ACCT
           MOVE APP-W-DEFAULT-TERMS TO APP-DEFAULT-TERMS
           OPEN OUTPUT AP-PARAMS
              WRITE AP-PARAM-REC
           CLOSE AP-PARAMS
           DISPLAY "AP SETTINGS SAVED".
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

       END PROGRAM ACCOUNTS-PAYABLE.
