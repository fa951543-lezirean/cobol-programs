           "C:\cobol_project\EmpLoans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-PURCHASES ASSIGN TO
           "C:\cobol_project\EmpPurchases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-PURCHASES-TEMP ASSIGN TO
           "C:\cobol_project\EmpPurchasesTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAN-REPORT ASSIGN TO
           "C:\cobol_project\EmpLoanReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
          05 EL-PRINCIPAL PIC 9(6)V9(2).
          05 EL-INSTALLMENT PIC 9(6)V9(2).
          05 EL-BALANCE PIC 9(6)V9(2).
      ***** WHAT EACH EMPLOYEE MAY CHARGE AT THE REGISTER AND WHAT
      ***** IS STILL OWED; PAYROLL DEDUCTS THE BALANCE EACH RUN
       FD EMP-PURCHASES.
       01 EMP-PURCHASES-REC.
          05 EPR-EMPID PIC X(5).
          05 EPR-LIMIT PIC 9(6)V9(2).
          05 EPR-BALANCE PIC 9(6)V9(2).
       FD EMP-PURCHASES-TEMP.
       01 TEMP-EMP-PURCHASES-REC.
          05 TEPR-EMPID PIC X(5).
          05 TEPR-LIMIT PIC 9(6)V9(2).
          05 TEPR-BALANCE PIC 9(6)V9(2).
       FD LOAN-REPORT.
       01 LOAN-REPORT-REC PIC X(60).
       WORKING-STORAGE SECTION.
          05 ELM-AMOUNTIN PIC X(9).
          05 ELM-EOF-FLAG PIC 9 VALUE 0.
          05 ELM-COUNT PIC 9(3) VALUE 0.
          05 ELM-LIMIT PIC 9(6)V9(2) VALUE 0.
          05 ELM-FOUND PIC 9 VALUE 0.
          05 ELM-OPERATOR PIC X(5).
          05 ELM-OLD-LIMIT PIC 9(6)V9(2) VALUE 0.
          05 ELM-LIMITDIS PIC ZZZ,ZZ9.99.
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "EmpPurchases.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
       01 ELM-REPORT-LINE.
          05 ELM-RPT-EMPID PIC X(5).
          05 FILLER PIC X(13) VALUE "  PRINCIPAL: ".
           DISPLAY "EMPLOYEE LOANS AND CASH ADVANCES".
           DISPLAY "[1] SET UP AN ADVANCE".
           DISPLAY "[2] ACTIVE LOAN BALANCE REPORT".
           DISPLAY "[3] SET A STAFF PURCHASE LIMIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT ELM-MODE.

                 PERFORM SETUP-ADVANCE
              WHEN '2'
                 PERFORM BALANCE-REPORT
              WHEN '3'
                 PERFORM SET-PURCHASE-LIMIT
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           DISPLAY "ACTIVE LOANS LISTED: " ELM-COUNT.
           EXIT.

      ***** A NEW EMPLOYEE STARTS AT ZERO OWED; CHANGING THE LIMIT
      ***** NEVER TOUCHES WHAT IS ALREADY OWED. A ZERO LIMIT STOPS
      ***** FURTHER CHARGES WHILE PAYROLL KEEPS DEDUCTING
       SET-PURCHASE-LIMIT.
           DISPLAY "EMPLOYEE ID:             " WITH NO ADVANCING.
           ACCEPT ELM-EMPID.
           DISPLAY "PURCHASE LIMIT:          " WITH NO ADVANCING.
           ACCEPT ELM-AMOUNTIN.
           COMPUTE ELM-LIMIT = FUNCTION NUMVAL(ELM-AMOUNTIN)
           DISPLAY "YOUR OPERATOR ID:        " WITH NO ADVANCING.
           ACCEPT ELM-OPERATOR.
           MOVE 0 TO ELM-FOUND
           MOVE 0 TO ELM-EOF-FLAG
           OPEN EXTEND EMP-PURCHASES
           CLOSE EMP-PURCHASES
           OPEN INPUT EMP-PURCHASES
           OPEN OUTPUT EMP-PURCHASES-TEMP
           READ EMP-PURCHASES
              AT END MOVE 1 TO ELM-EOF-FLAG
           END-READ
           PERFORM UNTIL ELM-EOF-FLAG = 1
              MOVE EMP-PURCHASES-REC TO TEMP-EMP-PURCHASES-REC
              IF EPR-EMPID = ELM-EMPID
                 MOVE 1 TO ELM-FOUND
                 MOVE EPR-LIMIT TO ELM-OLD-LIMIT
                 MOVE ELM-LIMIT TO TEPR-LIMIT
              END-IF
              WRITE TEMP-EMP-PURCHASES-REC
              READ EMP-PURCHASES
                 AT END MOVE 1 TO ELM-EOF-FLAG
              END-READ
           END-PERFORM
           IF ELM-FOUND = 0
              MOVE ELM-EMPID TO TEPR-EMPID
              MOVE ELM-LIMIT TO TEPR-LIMIT
              MOVE 0 TO TEPR-BALANCE
              WRITE TEMP-EMP-PURCHASES-REC
           END-IF
           CLOSE EMP-PURCHASES
           CLOSE EMP-PURCHASES-TEMP

           MOVE 0 TO ELM-EOF-FLAG
           OPEN OUTPUT EMP-PURCHASES
           OPEN INPUT EMP-PURCHASES-TEMP
           READ EMP-PURCHASES-TEMP
              AT END MOVE 1 TO ELM-EOF-FLAG
           END-READ
           PERFORM UNTIL ELM-EOF-FLAG = 1
              WRITE EMP-PURCHASES-REC FROM TEMP-EMP-PURCHASES-REC
              READ EMP-PURCHASES-TEMP
                 AT END MOVE 1 TO ELM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EMP-PURCHASES
           CLOSE EMP-PURCHASES-TEMP
           IF ELM-FOUND = 1
              PERFORM LOG-LIMIT-CHANGE
           END-IF
           DISPLAY "PURCHASE LIMIT SET".
           EXIT.

      ***** THE AUDIT ROW FOR A LIMIT CHANGED ON AN EXISTING ROW
       LOG-LIMIT-CHANGE.
           MOVE ELM-EMPID TO MAL-P-KEY
           MOVE ELM-OPERATOR TO MAL-P-OPERATOR
           MOVE "PURCHASE LIMIT" TO MAL-P-FIELD
           MOVE ELM-OLD-LIMIT TO ELM-LIMITDIS
           MOVE ELM-LIMITDIS TO MAL-P-BEFORE
           MOVE ELM-LIMIT TO ELM-LIMITDIS
           MOVE ELM-LIMITDIS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

       END PROGRAM EMP-LOAN-MAINTENANCE.
