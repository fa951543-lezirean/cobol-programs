      ***** BLANK = FULL MONTH, 1/2 = SEMI-MONTHLY HALF
          05 HIS-HALF PIC X(01).
          05 HIS-NIGHTDIFF PIC 9,999,999,999.99.
      ***** TAXABLE ALLOWANCES AND THE EXEMPT DE MINIMIS PORTION,
      ***** BOTH ALREADY INCLUDED IN GROSS
          05 HIS-ALLOWANCE PIC 9,999,999,999.99.
          05 HIS-DEMINIMIS PIC 9,999,999,999.99.
       FD BANKINFO.
       01 FILE-BANKINFO.
          05 EMP-ID PIC X(5).
          05 EMP-HALF PIC X(01).
      ***** NIGHT-SHIFT DIFFERENTIAL PAID INTO GROSS
          05 EMP-NIGHTDIFF PIC 9,999,999,999.99.
          05 EMP-ALLOWANCE PIC 9,999,999,999.99.
          05 EMP-DEMINIMIS PIC 9,999,999,999.99.
       FD THIRTEENTH-REPORT.
       01 THIRTEENTH-REPORT-REC PIC X(70).
       WORKING-STORAGE SECTION.
           DISPLAY "EMPLOYEES PAID 13TH MONTH: " WS-13-USED.
           GOBACK.

      ***** SUM EACH EMPLOYEE'S BASIC (GROSS) PAY FOR THE YEAR;
      ***** RECURRING ALLOWANCES ARE NOT BASIC PAY AND ARE LEFT OUT
       TOTAL-BASIC-PAY.
           MOVE 0 TO WS-13-EOF-FLAG
           OPEN EXTEND PAYROLL-HISTORY
                 PERFORM FIND-EMPLOYEE-BUCKET
                 COMPUTE WS-13-BASIC(WS-13-HIT) =
                     WS-13-BASIC(WS-13-HIT) +
                     FUNCTION NUMVAL(HIS-GROSSPAY) -
                     FUNCTION NUMVAL(HIS-ALLOWANCE) -
                     FUNCTION NUMVAL(HIS-DEMINIMIS)
              END-IF
              READ PAYROLL-HISTORY
                 AT END MOVE 1 TO WS-13-EOF-FLAG
           MOVE "13" TO EMP-PERIOD(5:2)
           MOVE 0 TO EMP-HOLPREM
           MOVE 0 TO EMP-LOANDED
           MOVE 0 TO EMP-ALLOWANCE
           MOVE 0 TO EMP-DEMINIMIS
           WRITE FILE-BANKINFO

           ADD WS-13-PAY TO WS-13-GRAND
