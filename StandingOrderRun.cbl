       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD BANK-JOURNAL.
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
       FD ACCOUNT-HOLDS.
       01 ACCOUNT-HOLD-REC.
          05 HLD-BANKNUM PIC X(5).
          05 HLD-AMOUNT PIC 9(9)V9(2).
          05 HLD-REASON PIC X(10).
          05 HLD-EXPIRY PIC X(8).
          05 HLD-STATUS PIC X(01).
      ********** RUN CONTROL FIELDS
       01 SOR-SEQ.
          05 SOR-EOF-FLAG PIC 9 VALUE 0.
          05 SOR-EXECUTED PIC 9(3) VALUE 0.
          05 SOR-FAILED PIC 9(3) VALUE 0.
          05 SOR-SRC-BALANCE PIC 9(9)V9(2).
          05 SOR-SRC-STATUS PIC X(01).
          05 SOR-SRC-OK PIC 9 VALUE 0.
          05 SOR-DEST-OK PIC 9 VALUE 0.
          05 SOR-FAIL-REASON PIC X(18).
          05 SOR-HOLD-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 SOR-HOLD-EOF PIC 9 VALUE 0.
          05 SOR-DUE PIC 9 VALUE 0.
          05 SOR-SCHED-DATE PIC X(8).
          05 SOR-PREV-YY PIC 9(4).
          05 SOR-PREV-MM PIC 9(2).
      ********** BANKING-DAY RULE PARAMETERS
       01 BKD-PARM.
          05 BKD-P-PRODUCT PIC X(2) VALUE "SO".
          05 BKD-P-DATE PIC X(8).
          05 BKD-P-ADJUSTED PIC X(8).
          05 BKD-P-RULE PIC X(01).
      ********** REPORT LINE LAYOUTS
       01 SOR-HEAD-LINE.
          05 FILLER PIC X(30)
             VALUE "STANDING ORDER EXECUTION FOR: ".
          05 SOR-HEAD-DATE PIC X(8).
       01 SOR-DETAIL-LINE.
          05 SOR-DET-ACCT PIC X(5).
          05 FILLER PIC X(4) VALUE " -> ".
          05 SOR-DET-AMOUNT PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SOR-DET-RESULT PIC X(18).
          05 FILLER PIC X(6) VALUE "  DUE ".
          05 SOR-DET-DUE PIC X(8).
       01 SOR-TOTAL-LINE.
          05 FILLER PIC X(10) VALUE "EXECUTED: ".
          05 SOR-TOT-EXEC PIC ZZ9.
      ***** THE DUE-DAY TEST USES THE BUSINESS DATE, SO A WINDOW
      ***** THAT RUNS PAST MIDNIGHT STILL EXECUTES THE RIGHT DAY
           PERFORM GET-BUSINESS-DATE

           MOVE 0 TO SOR-EOF-FLAG
           OPEN EXTEND STANDING-ORDERS
           OPEN OUTPUT ORDER-REPORT
           OPEN EXTEND BANK-JOURNAL

           MOVE BDT-DATE TO SOR-HEAD-DATE
           WRITE ORDER-REPORT-REC FROM SOR-HEAD-LINE

           READ STANDING-ORDERS
              AT END MOVE 1 TO SOR-EOF-FLAG
           END-READ
           PERFORM UNTIL SOR-EOF-FLAG = 1
              IF SO-ACTIVE = 'Y'
                 PERFORM CHECK-ORDER-DUE
                 IF SOR-DUE = 1
                    PERFORM EXECUTE-ONE-ORDER
                 END-IF
              END-IF
              READ STANDING-ORDERS
                 AT END MOVE 1 TO SOR-EOF-FLAG
           DISPLAY "STANDING ORDERS FAILED:   " SOR-FAILED.
           GOBACK.

      ***** AN ORDER RUNS ON THE BANKING DAY ITS SO-DAY MOVES TO:
      ***** THIS MONTH'S DATE, OR LAST MONTH'S WHEN A WEEKEND OR
      ***** HOLIDAY PUSHED IT INTO THIS MONTH
       CHECK-ORDER-DUE.
           MOVE 0 TO SOR-DUE
           MOVE BDT-DATE(1:6) TO SOR-SCHED-DATE(1:6)
           MOVE SO-DAY TO SOR-SCHED-DATE(7:2)
           MOVE SOR-SCHED-DATE TO BKD-P-DATE
           CALL "BANKING-DAY-ADJUST" USING BKD-PARM
           IF BKD-P-ADJUSTED = BDT-DATE
              MOVE 1 TO SOR-DUE
              EXIT PARAGRAPH
           END-IF

           MOVE BDT-DATE(1:4) TO SOR-PREV-YY
           MOVE BDT-DATE(5:2) TO SOR-PREV-MM
           IF SOR-PREV-MM = 1
              MOVE 12 TO SOR-PREV-MM
              SUBTRACT 1 FROM SOR-PREV-YY
           ELSE
              SUBTRACT 1 FROM SOR-PREV-MM
           END-IF
           MOVE SOR-PREV-YY TO SOR-SCHED-DATE(1:4)
           MOVE SOR-PREV-MM TO SOR-SCHED-DATE(5:2)
           MOVE SO-DAY TO SOR-SCHED-DATE(7:2)
           MOVE SOR-SCHED-DATE TO BKD-P-DATE
           CALL "BANKING-DAY-ADJUST" USING BKD-PARM
           IF BKD-P-ADJUSTED = BDT-DATE
              MOVE 1 TO SOR-DUE
           END-IF.
           EXIT.

      ***** DEBIT THE SOURCE AND CREDIT THE COUNTERPART, JOURNALING
      ***** BOTH SIDES LIKE ANY OTHER BANKDETAILS TRANSFER
       EXECUTE-ONE-ORDER.
           MOVE SO-CPARTY TO SOR-DET-CPARTY
           MOVE SO-AMOUNT TO SOR-DET-AMOUNT
           MOVE "EXECUTED          " TO SOR-DET-RESULT
           MOVE SOR-SCHED-DATE TO SOR-DET-DUE
           WRITE ORDER-REPORT-REC FROM SOR-DETAIL-LINE.
           EXIT.

           MOVE SO-CPARTY TO SOR-DET-CPARTY
           MOVE SO-AMOUNT TO SOR-DET-AMOUNT
           MOVE SOR-FAIL-REASON TO SOR-DET-RESULT
           MOVE SOR-SCHED-DATE TO SOR-DET-DUE
           WRITE ORDER-REPORT-REC FROM SOR-DETAIL-LINE.
           EXIT.

