       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD STANDING-ORDERS.
       01 STANDING-ORDER-REC.
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
       WORKING-STORAGE SECTION.
      ********** MAINTENANCE AND INQUIRY WORK FIELDS
       01 CIFW-SEQ.
          05 CIFW-NUM PIC X(6).
          05 CIFW-NAME PIC X(30).
          05 CIFW-ACCT PIC X(5).
          05 CIFW-BALANCEDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 CIFW-DEPOSIT-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 CIFW-LOAN-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 CIFW-TOTALDIS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      ***** THE CUSTOMER'S LINKED ACCOUNTS, GATHERED FOR THE INQUIRY
       01 CIFW-ACCT-TABLE.
          05 CIFW-ACCT-ENTRY OCCURS 20 TIMES PIC X(5).
