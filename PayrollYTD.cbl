      ***** BLANK = FULL MONTH, 1/2 = SEMI-MONTHLY HALF
          05 HIS-HALF PIC X(01).
          05 HIS-NIGHTDIFF PIC 9,999,999,999.99.
      ***** TAXABLE ALLOWANCES AND THE EXEMPT DE MINIMIS PORTION,
      ***** BOTH ALREADY INCLUDED IN GROSS
          05 HIS-ALLOWANCE PIC 9,999,999,999.99.
          05 HIS-DEMINIMIS PIC 9,999,999,999.99.
       FD YTD-REPORT.
       01 YTD-REPORT-REC PIC X(70).
       WORKING-STORAGE SECTION.
          05 WS-Y-PHIL PIC 9(10)V9(2) VALUE 0.
          05 WS-Y-PAGIBIG PIC 9(10)V9(2) VALUE 0.
          05 WS-Y-NET PIC 9(10)V9(2) VALUE 0.
          05 WS-Y-ALLOW PIC 9(10)V9(2) VALUE 0.
          05 WS-Y-DEMIN PIC 9(10)V9(2) VALUE 0.
      ***** REPORT LINE LAYOUTS
       01 WS-YTD-HEAD-LINE.
          05 FILLER PIC X(26) VALUE "YEAR-TO-DATE PAYROLL FOR: ".
                     FUNCTION NUMVAL(HIS-PAGIBIG)
                 COMPUTE WS-Y-NET = WS-Y-NET +
                     FUNCTION NUMVAL(HIS-NETPAY)
                 COMPUTE WS-Y-ALLOW = WS-Y-ALLOW +
                     FUNCTION NUMVAL(HIS-ALLOWANCE)
                 COMPUTE WS-Y-DEMIN = WS-Y-DEMIN +
                     FUNCTION NUMVAL(HIS-DEMINIMIS)
              END-IF
              READ PAYROLL-HISTORY
                 AT END MOVE 1 TO WS-YTD-EOF-FLAG
           MOVE "YTD GROSS:      " TO WS-YTD-LABEL
           MOVE WS-Y-GROSS TO WS-YTD-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "  ALLOWANCES:   " TO WS-YTD-LABEL
           MOVE WS-Y-ALLOW TO WS-YTD-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "  DE MINIMIS:   " TO WS-YTD-LABEL
           MOVE WS-Y-DEMIN TO WS-YTD-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "YTD TAX:        " TO WS-YTD-LABEL
           MOVE WS-Y-TAX TO WS-YTD-AMOUNT
           PERFORM WRITE-MONEY-LINE
