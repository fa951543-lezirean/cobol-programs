          05 EMP-HALF PIC X(01).
      ***** NIGHT-SHIFT DIFFERENTIAL PAID INTO GROSS
          05 EMP-NIGHTDIFF PIC 9,999,999,999.99.
      ***** TAXABLE ALLOWANCES AND THE EXEMPT DE MINIMIS PORTION,
      ***** BOTH ALREADY INCLUDED IN GROSS
          05 EMP-ALLOWANCE PIC 9,999,999,999.99.
          05 EMP-DEMINIMIS PIC 9,999,999,999.99.
       FD BANKINFO-TEMP.
       01 TEMP-FILE-BANKINFO PIC X(259).
      ***** SAME LAYOUT AS THE LIVE FILE, KEYED EMPLOYEE + PERIOD
       FD PAYROLL-HISTORY.
       01 FILE-PAYROLL-HISTORY PIC X(259).
       WORKING-STORAGE SECTION.
       01 WS-CLS-PERIOD PIC X(6).
      ***** BLANK CLOSES THE WHOLE MONTH, 1/2 CLOSES ONE HALF
