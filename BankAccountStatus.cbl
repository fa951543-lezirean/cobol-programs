       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       WORKING-STORAGE SECTION.
      ********** STATUS MAINTENANCE WORK FIELDS
       01 STA-SEQ.
          05 STA-BANKNUM PIC X(5).
          05 STA-BANKNAME PIC X(10).
          05 STA-BALANCE PIC 9(9)V9(2).
          05 STA-BALANCEDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 STA-STATUS PIC X(01).
          05 STA-NEW-STATUS PIC X(01).
          05 STA-CONFIRM PIC X(01).
              GOBACK
           END-IF.

      ***** A CLOSED ACCOUNT HAS BEEN SETTLED AND PAID OUT; IT CAN
      ***** NEVER BE REOPENED OR POSTED TO AGAIN
           IF STA-STATUS = 'C'
              DISPLAY "ACCOUNT " STA-BANKNUM " IS CLOSED - NO CHANGES"
              GOBACK
           END-IF.

           MOVE STA-BALANCE TO STA-BALANCEDIS
           DISPLAY "NAME ON FILE:   " STA-BANKNAME.
           DISPLAY "BALANCE:        " STA-BALANCEDIS.
           DISPLAY "CURRENT STATUS: " STA-STATUS.
           DISPLAY "NEW STATUS ([A]CTIVE [F]ROZEN [D]ORMANT):"
               WITH NO ADVANCING.
           ACCEPT STA-NEW-STATUS.

      ***** CLOSING NEEDS THE FINAL SETTLEMENT, NOT JUST A FLAG
           IF STA-NEW-STATUS = 'C'
              DISPLAY "USE ACCOUNT CLOSURE TO SETTLE AND CLOSE "
                 STA-BANKNUM " - NOTHING CHANGED"
              GOBACK
           END-IF.

           IF STA-NEW-STATUS NOT = 'A' AND STA-NEW-STATUS NOT = 'F'
              AND STA-NEW-STATUS NOT = 'D'
              DISPLAY "INVALID STATUS CODE - NOTHING CHANGED"
              GOBACK
           END-IF.
