       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD BANKINFO.
       01 FILE-BANKINFO.
          05 VFY-FAILS PIC 9(2) VALUE 0.
          05 VFY-SEEN PIC 9 VALUE 0.
          05 VFY-COUNT PIC 9(10) VALUE 0.
          05 VFY-HASH PIC 9(13)V9(2) VALUE 0.
          05 VFY-IDHASH PIC 9(10) VALUE 0.
          05 VFY-T-COUNT PIC 9(10) VALUE 0.
          05 VFY-T-HASH PIC 9(10)V9(2) VALUE 0.
