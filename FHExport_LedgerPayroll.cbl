        01 LEDGER-REC.
           05 LEDG-BANKNUM PIC X(5).
           05 LEDG-BANKNAME PIC X(10).
           05 LEDG-BALANCE PIC 9(9)V9(2).
           05 LEDG-STATUS PIC X(01).
        FD BANKINFO.
        01 FILE-BANKINFO.
           05 FILLER PIC X VALUE ",".
           05 CSV-L-BANKNAME PIC X(10).
           05 FILLER PIC X VALUE ",".
           05 CSV-L-BALANCE PIC ZZZZZZZZ9.99.
           05 FILLER PIC X VALUE ",".
           05 CSV-L-STATUS PIC X(01).
        FD PAYROLL-CSV.
