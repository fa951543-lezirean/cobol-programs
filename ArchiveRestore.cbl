          05 CAT-COUNT PIC 9(7).
          05 CAT-STATUS PIC X(01).
       FD SOURCE-FILE.
       01 SOURCE-REC PIC X(300).
       FD TARGET-FILE.
       01 TARGET-REC PIC X(300).
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       WORKING-STORAGE SECTION.
       01 RST-SOURCE-NAME PIC X(60).
              AT END MOVE 1 TO RST-EOF
           END-READ
           PERFORM UNTIL RST-EOF = 1
              MOVE SOURCE-REC(1:27) TO LEDGER-REC
              WRITE LEDGER-REC
                 INVALID KEY
                    DISPLAY "DUPLICATE KEY SKIPPED: " LEDG-BANKNUM
