         ASSIGN TO "C:\cobol_project\PayslipPrint.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT PAY-ALLOWANCES
         ASSIGN TO "C:\cobol_project\PayrollAllowances.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BANKINFO.
          05 EMP-HALF PIC X(01).
      ***** NIGHT-SHIFT DIFFERENTIAL PAID INTO GROSS
          05 EMP-NIGHTDIFF PIC 9,999,999,999.99.
      ***** TAXABLE ALLOWANCES AND THE EXEMPT DE MINIMIS PORTION,
      ***** BOTH ALREADY INCLUDED IN GROSS
          05 EMP-ALLOWANCE PIC 9,999,999,999.99.
          05 EMP-DEMINIMIS PIC 9,999,999,999.99.
       FD PAYSLIP-PRINT.
       01 PAYSLIP-PRINT-REC PIC X(60).
      ***** THE ALLOWANCE ITEMS EACH PAYROLL RUN PAID
       FD PAY-ALLOWANCES.
       01 PAY-ALLOWANCES-REC.
          05 PA-EMPID PIC X(5).
          05 PA-PERIOD PIC X(6).
          05 PA-HALF PIC X(01).
          05 PA-CODE PIC X(4).
          05 PA-DESC PIC X(15).
          05 PA-AMOUNT PIC 9(7)V9(2).
          05 PA-EXEMPT PIC 9(7)V9(2).
       WORKING-STORAGE SECTION.
       01 WS-SLIP-EOF-FLAG PIC 9 VALUE 0.
       01 WS-SLIP-COUNT PIC 9(5) VALUE 0.
       01 WS-SLIP-MONEY-LINE.
          05 WS-SLIP-LABEL PIC X(18).
          05 WS-SLIP-AMOUNT PIC X(16).
       01 WS-SLIP-ITEM-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SLIP-ITEM-DESC PIC X(15).
          05 FILLER PIC X(1) VALUE ":".
          05 WS-SLIP-ITEM-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-SLIP-ITEM-NOTE PIC X(12).
       01 WS-SLIP-PA-EOF PIC 9 VALUE 0.
      ***** CONTROL-TOTAL TRAILER VERIFICATION
       01 TRLV-FIELDS.
          05 TRLV-EOF PIC 9 VALUE 0.
           MOVE EMP-NIGHTDIFF TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-PRINT-REC FROM WS-SLIP-MONEY-LINE

           MOVE "  ALLOWANCES:     " TO WS-SLIP-LABEL
           MOVE EMP-ALLOWANCE TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-PRINT-REC FROM WS-SLIP-MONEY-LINE

           MOVE "  DE MINIMIS:     " TO WS-SLIP-LABEL
           MOVE EMP-DEMINIMIS TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-PRINT-REC FROM WS-SLIP-MONEY-LINE

           PERFORM PRINT-ALLOWANCE-ITEMS

           MOVE "  TAX:            " TO WS-SLIP-LABEL
           MOVE EMP-TAX TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-PRINT-REC FROM WS-SLIP-MONEY-LINE
           WRITE PAYSLIP-PRINT-REC AFTER ADVANCING PAGE.
           EXIT.

      ***** EACH ALLOWANCE PAID ON THIS RECORD, WITH THE PORTION
      ***** THAT WENT UNTAXED AS DE MINIMIS FLAGGED
       PRINT-ALLOWANCE-ITEMS.
           MOVE 0 TO WS-SLIP-PA-EOF
           OPEN EXTEND PAY-ALLOWANCES
           CLOSE PAY-ALLOWANCES
           OPEN INPUT PAY-ALLOWANCES
           READ PAY-ALLOWANCES
              AT END MOVE 1 TO WS-SLIP-PA-EOF
           END-READ
           PERFORM UNTIL WS-SLIP-PA-EOF = 1
              IF PA-EMPID = EMP-ID AND PA-PERIOD = EMP-PERIOD
                 AND PA-HALF = EMP-HALF
                 MOVE PA-DESC TO WS-SLIP-ITEM-DESC
                 MOVE PA-AMOUNT TO WS-SLIP-ITEM-AMOUNT
                 IF PA-EXEMPT = 0
                    MOVE SPACES TO WS-SLIP-ITEM-NOTE
                 ELSE
                    IF PA-EXEMPT < PA-AMOUNT
                       MOVE " PART EXEMPT" TO WS-SLIP-ITEM-NOTE
                    ELSE
                       MOVE " EXEMPT" TO WS-SLIP-ITEM-NOTE
                    END-IF
                 END-IF
                 WRITE PAYSLIP-PRINT-REC FROM WS-SLIP-ITEM-LINE
              END-IF
              READ PAY-ALLOWANCES
                 AT END MOVE 1 TO WS-SLIP-PA-EOF
              END-READ
           END-PERFORM
           CLOSE PAY-ALLOWANCES.
           EXIT.

      ***** THE PAYROLL FILE IS RE-ADDED AND CHECKED AGAINST ITS
      ***** CONTROL-TOTAL TRAILER BEFORE ANY PROCESSING; A FILE THAT
