      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 25, 2024
      * Purpose: DEPARTMENT PAYROLL BUDGET VS ACTUAL FOR A CLOSED
      *          MONTH AND THE YEAR TO DATE, WITH THE OVERRUN ALERTS
      *          OVERTIME AUTHORIZATION CHECKS BEFORE APPROVING MORE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-BUDGET-VS-ACTUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PAYROLL-HISTORY
         ASSIGN TO "C:\cobol_project\PayrollHistory.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
           SELECT HR-MASTER ASSIGN TO
           "C:\cobol_project\HRMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEPT-BUDGET ASSIGN TO
           "C:\cobol_project\DeptBudget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUDGET-REPORT ASSIGN TO
           "C:\cobol_project\BudgetVsActual.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUDGET-ALERTS ASSIGN TO
           "C:\cobol_project\DeptBudgetAlerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-HISTORY.
       01 FILE-PAYROLL-HISTORY.
          05 HIS-ID PIC X(5).
          05 HIS-LNAME PIC X(10).
          05 HIS-FNAME PIC X(10).
          05 HIS-MNAME PIC X(10).
          05 HIS-PCODE PIC X(9).
          05 HIS-RATEPERHOUR PIC 999,999.99.
          05 HIS-HRSWORKED PIC 9(3).
          05 HIS-TAX PIC 9,999,999,999.99.
          05 HIS-LATEANDABSENCES PIC 9(3).
          05 HIS-TTLDEDUCTION PIC 9,999,999,999.99.
          05 HIS-GROSSPAY PIC 9,999,999,999.99.
          05 HIS-NETPAY PIC 9,999,999,999.99.
          05 HIS-SSS PIC 9,999,999,999.99.
          05 HIS-PHILHEALTH PIC 9,999,999,999.99.
          05 HIS-PAGIBIG PIC 9,999,999,999.99.
          05 HIS-PERIOD.
             10 HIS-PERIOD-YEAR PIC X(4).
             10 HIS-PERIOD-MONTH PIC X(2).
          05 HIS-HOLPREM PIC 9,999,999,999.99.
          05 HIS-LOANDED PIC 9,999,999,999.99.
      ***** BLANK = FULL MONTH, 1/2 = SEMI-MONTHLY HALF
          05 HIS-HALF PIC X(01).
          05 HIS-NIGHTDIFF PIC 9,999,999,999.99.
      ***** HR LIFECYCLE ROW CARRIES THE DEPARTMENT DIMENSION
       FD HR-MASTER.
       01 HR-MASTER-REC.
          05 HR-ID PIC X(5).
          05 HR-HIRE-DATE PIC X(8).
          05 HR-DEPT PIC X(4).
          05 HR-STATUS PIC X(01).
          05 HR-SEP-DATE PIC X(8).
      ***** ONE ROW PER DEPARTMENT PER MONTH (SEE DEPTBUDGETMAINT)
       FD DEPT-BUDGET.
       01 DEPT-BUDGET-REC.
          05 DB-DEPT PIC X(4).
          05 DB-MONTH.
             10 DB-MONTH-YEAR PIC X(4).
             10 DB-MONTH-MM PIC X(2).
          05 DB-HEADCOUNT PIC 9(4).
          05 DB-REGULAR PIC 9(9)V9(2).
          05 DB-OVERTIME PIC 9(9)V9(2).
          05 DB-EMPLOYER PIC 9(9)V9(2).
       FD BUDGET-REPORT.
       01 BUDGET-REPORT-REC PIC X(132).
      ***** DEPARTMENTS OVER BUDGET AT THE LAST RUN; OVERTIME
      ***** AUTHORIZATION WARNS BEFORE APPROVING MORE FOR THEM
       FD BUDGET-ALERTS.
       01 BUDGET-ALERT-REC.
          05 BA-DEPT PIC X(4).
          05 BA-MONTH PIC X(6).
          05 BA-OT-OVER PIC X(01).
          05 BA-TOTAL-OVER PIC X(01).
       WORKING-STORAGE SECTION.
      ********** RUN PARAMETERS AND WORK FIELDS
       01 BVA-SEQ.
          05 BVA-MONTH.
             10 BVA-YEAR PIC X(4).
             10 BVA-MM PIC X(2).
          05 BVA-TOLIN PIC X(3).
          05 BVA-TOLERANCE PIC 9(3) VALUE 5.
          05 BVA-EOF-FLAG PIC 9 VALUE 0.
          05 BVA-IDX PIC 9(4).
          05 BVA-D-IDX PIC 9(2).
          05 BVA-HIT PIC 9(2).
          05 BVA-DEPT-FOUND PIC X(4).
          05 BVA-SEEN PIC 9 VALUE 0.
          05 BVA-FLAGGED PIC 9(2) VALUE 0.
          05 BVA-REGULAR PIC 9(10)V9(2).
          05 BVA-OVERTIME PIC 9(10)V9(2).
          05 BVA-EMPLOYER PIC 9(10)V9(2).
          05 BVA-LIMIT PIC 9(11)V9(2).
          05 BVA-BUD-TOTAL PIC 9(11)V9(2).
          05 BVA-ACT-TOTAL PIC 9(11)V9(2).
          05 BVA-VAR-PCT PIC S9(4)V9(1).
      ***** THE HR MASTER IN MEMORY FOR THE DEPARTMENT LOOKUP
       01 BVA-HR-TABLE.
          05 BVA-HR-ENTRY OCCURS 2000 TIMES.
             10 BVA-HR-ID PIC X(5).
             10 BVA-HR-DEPT PIC X(4).
       01 BVA-HR-COUNT PIC 9(4) VALUE 0.
      ***** EMPLOYEES ALREADY COUNTED IN THE MONTH'S HEADCOUNT (A
      ***** SEMI-MONTHLY EMPLOYEE HAS TWO HISTORY ROWS IN A MONTH)
       01 BVA-SEEN-TABLE.
          05 BVA-SEEN-ID PIC X(5) OCCURS 2000 TIMES.
       01 BVA-SEEN-COUNT PIC 9(4) VALUE 0.
      ***** BUDGET AND ACTUAL PER DEPARTMENT: M = THE MONTH,
      ***** Y = JANUARY THROUGH THE MONTH
       01 BVA-DEPT-TABLE.
          05 BVA-DEPT-ENTRY OCCURS 30 TIMES.
             10 BVA-T-DEPT PIC X(4).
             10 BVA-T-BUD-HEAD PIC 9(4).
             10 BVA-T-ACT-HEAD PIC 9(4).
             10 BVA-T-BUD-M-REG PIC 9(10)V9(2).
             10 BVA-T-BUD-M-OT PIC 9(10)V9(2).
             10 BVA-T-BUD-M-EMP PIC 9(10)V9(2).
             10 BVA-T-ACT-M-REG PIC 9(10)V9(2).
             10 BVA-T-ACT-M-OT PIC 9(10)V9(2).
             10 BVA-T-ACT-M-EMP PIC 9(10)V9(2).
             10 BVA-T-BUD-Y-REG PIC 9(10)V9(2).
             10 BVA-T-BUD-Y-OT PIC 9(10)V9(2).
             10 BVA-T-BUD-Y-EMP PIC 9(10)V9(2).
             10 BVA-T-ACT-Y-REG PIC 9(10)V9(2).
             10 BVA-T-ACT-Y-OT PIC 9(10)V9(2).
             10 BVA-T-ACT-Y-EMP PIC 9(10)V9(2).
             10 BVA-T-OT-OVER PIC X(01).
             10 BVA-T-TOTAL-OVER PIC X(01).
       01 BVA-DEPT-COUNT PIC 9(2) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 BVA-HEAD-LINE.
          05 FILLER PIC X(35)
             VALUE "DEPARTMENT PAYROLL BUDGET VS ACTUAL".
          05 FILLER PIC X(11) VALUE " FOR MONTH ".
          05 BVA-HEAD-MONTH PIC X(6).
          05 FILLER PIC X(13) VALUE "  TOLERANCE: ".
          05 BVA-HEAD-TOL PIC ZZ9.
          05 FILLER PIC X(4) VALUE " PCT".
       01 BVA-COL-LINE.
          05 FILLER PIC X(44)
             VALUE "DEPT PER   HEAD B/A REGULAR BUDGET  REGULAR ".
          05 FILLER PIC X(44)
             VALUE "ACTUAL  OT/PREM BUDGET  OT/PREM ACTUAL  TOTA".
          05 FILLER PIC X(25)
             VALUE "L VARIANCE    VAR%  ALERT".
       01 BVA-DETAIL-LINE.
          05 BVA-DET-DEPT PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 BVA-DET-PER PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 BVA-DET-BUD-HEAD PIC ZZZ9.
          05 FILLER PIC X(1) VALUE "/".
          05 BVA-DET-ACT-HEAD PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 BVA-DET-BUD-REG PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 BVA-DET-ACT-REG PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 BVA-DET-BUD-OT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 BVA-DET-ACT-OT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 BVA-DET-VARIANCE PIC ----,---,--9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 BVA-DET-VAR-PCT PIC ----9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 BVA-DET-ALERT PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CLOSED MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT BVA-MONTH.
           IF BVA-MONTH IS NOT NUMERIC
              DISPLAY "INVALID MONTH"
              GOBACK
           END-IF
           DISPLAY "OVERRUN TOLERANCE PCT (BLANK = 5): "
               WITH NO ADVANCING.
           ACCEPT BVA-TOLIN.
           IF BVA-TOLIN NOT = SPACES
              COMPUTE BVA-TOLERANCE = FUNCTION NUMVAL(BVA-TOLIN)
           END-IF

           PERFORM LOAD-HR-DEPARTMENTS.
           PERFORM LOAD-BUDGETS.
           PERFORM ACCUMULATE-ACTUALS.
           PERFORM WRITE-COMPARISON.

           DISPLAY "DEPARTMENTS COMPARED:    " BVA-DEPT-COUNT.
           DISPLAY "DEPARTMENTS OVER BUDGET: " BVA-FLAGGED.
           GOBACK.

       LOAD-HR-DEPARTMENTS.
           MOVE 0 TO BVA-EOF-FLAG
           OPEN EXTEND HR-MASTER
           CLOSE HR-MASTER
           OPEN INPUT HR-MASTER
           READ HR-MASTER
              AT END MOVE 1 TO BVA-EOF-FLAG
           END-READ
           PERFORM UNTIL BVA-EOF-FLAG = 1
              IF BVA-HR-COUNT < 2000
                 ADD 1 TO BVA-HR-COUNT
                 MOVE HR-ID TO BVA-HR-ID(BVA-HR-COUNT)
                 MOVE HR-DEPT TO BVA-HR-DEPT(BVA-HR-COUNT)
              END-IF
              READ HR-MASTER
                 AT END MOVE 1 TO BVA-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE HR-MASTER.
           EXIT.

      ***** BUDGET ROWS FROM JANUARY THROUGH THE MONTH OF ITS YEAR
       LOAD-BUDGETS.
           MOVE 0 TO BVA-EOF-FLAG
           OPEN EXTEND DEPT-BUDGET
           CLOSE DEPT-BUDGET
           OPEN INPUT DEPT-BUDGET
           READ DEPT-BUDGET
              AT END MOVE 1 TO BVA-EOF-FLAG
           END-READ
           PERFORM UNTIL BVA-EOF-FLAG = 1
              IF DB-MONTH-YEAR = BVA-YEAR AND DB-MONTH-MM <= BVA-MM
                 MOVE DB-DEPT TO BVA-DEPT-FOUND
                 PERFORM FIND-DEPT-ROW
                 IF BVA-HIT > 0
                    ADD DB-REGULAR TO BVA-T-BUD-Y-REG(BVA-HIT)
                    ADD DB-OVERTIME TO BVA-T-BUD-Y-OT(BVA-HIT)
                    ADD DB-EMPLOYER TO BVA-T-BUD-Y-EMP(BVA-HIT)
                    IF DB-MONTH = BVA-MONTH
                       MOVE DB-HEADCOUNT TO BVA-T-BUD-HEAD(BVA-HIT)
                       ADD DB-REGULAR TO BVA-T-BUD-M-REG(BVA-HIT)
                       ADD DB-OVERTIME TO BVA-T-BUD-M-OT(BVA-HIT)
                       ADD DB-EMPLOYER TO BVA-T-BUD-M-EMP(BVA-HIT)
                    END-IF
                 END-IF
              END-IF
              READ DEPT-BUDGET
                 AT END MOVE 1 TO BVA-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DEPT-BUDGET.
           EXIT.

      ***** ACTUALS USE THE LABOR DISTRIBUTION'S RULES: PREMIUM PAY
      ***** IS THE OVERTIME LINE, THE REST OF GROSS IS REGULAR, AND
      ***** THE EMPLOYER SHARE IS 2X SSS PLUS PHILHEALTH AND PAG-IBIG
       ACCUMULATE-ACTUALS.
           MOVE 0 TO BVA-EOF-FLAG
           OPEN EXTEND PAYROLL-HISTORY
           CLOSE PAYROLL-HISTORY
           OPEN INPUT PAYROLL-HISTORY
           READ PAYROLL-HISTORY
              AT END MOVE 1 TO BVA-EOF-FLAG
           END-READ
           PERFORM UNTIL BVA-EOF-FLAG = 1
              IF HIS-PERIOD-YEAR = BVA-YEAR AND
                 HIS-PERIOD-MONTH <= BVA-MM
                 PERFORM FIND-DEPARTMENT
                 PERFORM FIND-DEPT-ROW
                 IF BVA-HIT > 0
                    PERFORM ADD-ACTUALS
                 END-IF
              END-IF
              READ PAYROLL-HISTORY
                 AT END MOVE 1 TO BVA-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY.
           EXIT.

       FIND-DEPARTMENT.
           MOVE "????" TO BVA-DEPT-FOUND
           PERFORM VARYING BVA-IDX FROM 1 BY 1
               UNTIL BVA-IDX > BVA-HR-COUNT
              IF BVA-HR-ID(BVA-IDX) = HIS-ID
                 MOVE BVA-HR-DEPT(BVA-IDX) TO BVA-DEPT-FOUND
              END-IF
           END-PERFORM.
           EXIT.

       FIND-DEPT-ROW.
           MOVE 0 TO BVA-HIT
           PERFORM VARYING BVA-D-IDX FROM 1 BY 1
               UNTIL BVA-D-IDX > BVA-DEPT-COUNT
              IF BVA-T-DEPT(BVA-D-IDX) = BVA-DEPT-FOUND
                 MOVE BVA-D-IDX TO BVA-HIT
              END-IF
           END-PERFORM
           IF BVA-HIT = 0 AND BVA-DEPT-COUNT < 30
              ADD 1 TO BVA-DEPT-COUNT
              MOVE BVA-DEPT-COUNT TO BVA-HIT
              INITIALIZE BVA-DEPT-ENTRY(BVA-HIT)
              MOVE BVA-DEPT-FOUND TO BVA-T-DEPT(BVA-HIT)
              MOVE 'N' TO BVA-T-OT-OVER(BVA-HIT)
              MOVE 'N' TO BVA-T-TOTAL-OVER(BVA-HIT)
           END-IF.
           EXIT.

       ADD-ACTUALS.
           COMPUTE BVA-OVERTIME = FUNCTION NUMVAL(HIS-HOLPREM)
           COMPUTE BVA-REGULAR =
               FUNCTION NUMVAL(HIS-GROSSPAY) - BVA-OVERTIME
           COMPUTE BVA-EMPLOYER =
               FUNCTION NUMVAL(HIS-SSS) * 2 +
               FUNCTION NUMVAL(HIS-PHILHEALTH) +
               FUNCTION NUMVAL(HIS-PAGIBIG)
           ADD BVA-REGULAR TO BVA-T-ACT-Y-REG(BVA-HIT)
           ADD BVA-OVERTIME TO BVA-T-ACT-Y-OT(BVA-HIT)
           ADD BVA-EMPLOYER TO BVA-T-ACT-Y-EMP(BVA-HIT)
           IF HIS-PERIOD = BVA-MONTH
              ADD BVA-REGULAR TO BVA-T-ACT-M-REG(BVA-HIT)
              ADD BVA-OVERTIME TO BVA-T-ACT-M-OT(BVA-HIT)
              ADD BVA-EMPLOYER TO BVA-T-ACT-M-EMP(BVA-HIT)
              MOVE 0 TO BVA-SEEN
              PERFORM VARYING BVA-IDX FROM 1 BY 1
                  UNTIL BVA-IDX > BVA-SEEN-COUNT
                 IF BVA-SEEN-ID(BVA-IDX) = HIS-ID
                    MOVE 1 TO BVA-SEEN
                 END-IF
              END-PERFORM
              IF BVA-SEEN = 0 AND BVA-SEEN-COUNT < 2000
                 ADD 1 TO BVA-SEEN-COUNT
                 MOVE HIS-ID TO BVA-SEEN-ID(BVA-SEEN-COUNT)
                 ADD 1 TO BVA-T-ACT-HEAD(BVA-HIT)
              END-IF
           END-IF.
           EXIT.

      ***** A DEPARTMENT IS FLAGGED WHEN ITS OVERTIME OR ITS TOTAL
      ***** COST, FOR THE MONTH OR THE YEAR TO DATE, RUNS PAST BUDGET
      ***** BY MORE THAN THE TOLERANCE (NO BUDGET AT ALL COUNTS AS 0)
       WRITE-COMPARISON.
           OPEN OUTPUT BUDGET-REPORT
           OPEN OUTPUT BUDGET-ALERTS
           MOVE BVA-MONTH TO BVA-HEAD-MONTH
           MOVE BVA-TOLERANCE TO BVA-HEAD-TOL
           WRITE BUDGET-REPORT-REC FROM BVA-HEAD-LINE
           MOVE SPACES TO BUDGET-REPORT-REC
           WRITE BUDGET-REPORT-REC
           WRITE BUDGET-REPORT-REC FROM BVA-COL-LINE
           DISPLAY BVA-HEAD-LINE
           PERFORM VARYING BVA-D-IDX FROM 1 BY 1
               UNTIL BVA-D-IDX > BVA-DEPT-COUNT
              PERFORM TEST-OVERRUNS
              PERFORM WRITE-MONTH-LINE
              PERFORM WRITE-YTD-LINE
              IF BVA-T-OT-OVER(BVA-D-IDX) = 'Y' OR
                 BVA-T-TOTAL-OVER(BVA-D-IDX) = 'Y'
                 ADD 1 TO BVA-FLAGGED
                 MOVE BVA-T-DEPT(BVA-D-IDX) TO BA-DEPT
                 MOVE BVA-MONTH TO BA-MONTH
                 MOVE BVA-T-OT-OVER(BVA-D-IDX) TO BA-OT-OVER
                 MOVE BVA-T-TOTAL-OVER(BVA-D-IDX) TO BA-TOTAL-OVER
                 WRITE BUDGET-ALERT-REC
              END-IF
           END-PERFORM
           CLOSE BUDGET-REPORT
           CLOSE BUDGET-ALERTS.
           EXIT.

       TEST-OVERRUNS.
           MOVE BVA-T-BUD-M-OT(BVA-D-IDX) TO BVA-BUD-TOTAL
           MOVE BVA-T-ACT-M-OT(BVA-D-IDX) TO BVA-ACT-TOTAL
           PERFORM TEST-ONE-LIMIT
           IF BVA-ACT-TOTAL > BVA-LIMIT
              MOVE 'Y' TO BVA-T-OT-OVER(BVA-D-IDX)
           END-IF
           MOVE BVA-T-BUD-Y-OT(BVA-D-IDX) TO BVA-BUD-TOTAL
           MOVE BVA-T-ACT-Y-OT(BVA-D-IDX) TO BVA-ACT-TOTAL
           PERFORM TEST-ONE-LIMIT
           IF BVA-ACT-TOTAL > BVA-LIMIT
              MOVE 'Y' TO BVA-T-OT-OVER(BVA-D-IDX)
           END-IF
           COMPUTE BVA-BUD-TOTAL = BVA-T-BUD-M-REG(BVA-D-IDX) +
               BVA-T-BUD-M-OT(BVA-D-IDX) + BVA-T-BUD-M-EMP(BVA-D-IDX)
           COMPUTE BVA-ACT-TOTAL = BVA-T-ACT-M-REG(BVA-D-IDX) +
               BVA-T-ACT-M-OT(BVA-D-IDX) + BVA-T-ACT-M-EMP(BVA-D-IDX)
           PERFORM TEST-ONE-LIMIT
           IF BVA-ACT-TOTAL > BVA-LIMIT
              MOVE 'Y' TO BVA-T-TOTAL-OVER(BVA-D-IDX)
           END-IF
           COMPUTE BVA-BUD-TOTAL = BVA-T-BUD-Y-REG(BVA-D-IDX) +
               BVA-T-BUD-Y-OT(BVA-D-IDX) + BVA-T-BUD-Y-EMP(BVA-D-IDX)
           COMPUTE BVA-ACT-TOTAL = BVA-T-ACT-Y-REG(BVA-D-IDX) +
               BVA-T-ACT-Y-OT(BVA-D-IDX) + BVA-T-ACT-Y-EMP(BVA-D-IDX)
           PERFORM TEST-ONE-LIMIT
           IF BVA-ACT-TOTAL > BVA-LIMIT
              MOVE 'Y' TO BVA-T-TOTAL-OVER(BVA-D-IDX)
           END-IF.
           EXIT.

       TEST-ONE-LIMIT.
           COMPUTE BVA-LIMIT ROUNDED =
               BVA-BUD-TOTAL + BVA-BUD-TOTAL * BVA-TOLERANCE / 100.
           EXIT.

       WRITE-MONTH-LINE.
           MOVE BVA-T-DEPT(BVA-D-IDX) TO BVA-DET-DEPT
           MOVE "MTD" TO BVA-DET-PER
           MOVE BVA-T-BUD-HEAD(BVA-D-IDX) TO BVA-DET-BUD-HEAD
           MOVE BVA-T-ACT-HEAD(BVA-D-IDX) TO BVA-DET-ACT-HEAD
           MOVE BVA-T-BUD-M-REG(BVA-D-IDX) TO BVA-DET-BUD-REG
           MOVE BVA-T-ACT-M-REG(BVA-D-IDX) TO BVA-DET-ACT-REG
           MOVE BVA-T-BUD-M-OT(BVA-D-IDX) TO BVA-DET-BUD-OT
           MOVE BVA-T-ACT-M-OT(BVA-D-IDX) TO BVA-DET-ACT-OT
           COMPUTE BVA-BUD-TOTAL = BVA-T-BUD-M-REG(BVA-D-IDX) +
               BVA-T-BUD-M-OT(BVA-D-IDX) + BVA-T-BUD-M-EMP(BVA-D-IDX)
           COMPUTE BVA-ACT-TOTAL = BVA-T-ACT-M-REG(BVA-D-IDX) +
               BVA-T-ACT-M-OT(BVA-D-IDX) + BVA-T-ACT-M-EMP(BVA-D-IDX)
           PERFORM SET-VARIANCE
           MOVE SPACES TO BVA-DET-ALERT
           EVALUATE TRUE
              WHEN BVA-T-OT-OVER(BVA-D-IDX) = 'Y' AND
                   BVA-T-TOTAL-OVER(BVA-D-IDX) = 'Y'
                 MOVE "OT AND TOTAL OVER" TO BVA-DET-ALERT
              WHEN BVA-T-OT-OVER(BVA-D-IDX) = 'Y'
                 MOVE "OT OVER" TO BVA-DET-ALERT
              WHEN BVA-T-TOTAL-OVER(BVA-D-IDX) = 'Y'
                 MOVE "TOTAL OVER" TO BVA-DET-ALERT
           END-EVALUATE
           WRITE BUDGET-REPORT-REC FROM BVA-DETAIL-LINE
           DISPLAY BVA-DETAIL-LINE.
           EXIT.

       WRITE-YTD-LINE.
           MOVE SPACES TO BVA-DET-DEPT
           MOVE "YTD" TO BVA-DET-PER
           MOVE 0 TO BVA-DET-BUD-HEAD
           MOVE 0 TO BVA-DET-ACT-HEAD
           MOVE BVA-T-BUD-Y-REG(BVA-D-IDX) TO BVA-DET-BUD-REG
           MOVE BVA-T-ACT-Y-REG(BVA-D-IDX) TO BVA-DET-ACT-REG
           MOVE BVA-T-BUD-Y-OT(BVA-D-IDX) TO BVA-DET-BUD-OT
           MOVE BVA-T-ACT-Y-OT(BVA-D-IDX) TO BVA-DET-ACT-OT
           COMPUTE BVA-BUD-TOTAL = BVA-T-BUD-Y-REG(BVA-D-IDX) +
               BVA-T-BUD-Y-OT(BVA-D-IDX) + BVA-T-BUD-Y-EMP(BVA-D-IDX)
           COMPUTE BVA-ACT-TOTAL = BVA-T-ACT-Y-REG(BVA-D-IDX) +
               BVA-T-ACT-Y-OT(BVA-D-IDX) + BVA-T-ACT-Y-EMP(BVA-D-IDX)
           PERFORM SET-VARIANCE
           MOVE SPACES TO BVA-DET-ALERT
           WRITE BUDGET-REPORT-REC FROM BVA-DETAIL-LINE
           DISPLAY BVA-DETAIL-LINE.
           EXIT.

      ***** TOTAL COST (REGULAR + OVERTIME + EMPLOYER SHARE) ACTUAL
      ***** LESS BUDGET; THE PERCENT IS 999.9 WHEN NOTHING WAS BUDGETED
       SET-VARIANCE.
           COMPUTE BVA-DET-VARIANCE = BVA-ACT-TOTAL - BVA-BUD-TOTAL
           IF BVA-BUD-TOTAL = 0
              IF BVA-ACT-TOTAL = 0
                 MOVE 0 TO BVA-VAR-PCT
              ELSE
                 MOVE 999.9 TO BVA-VAR-PCT
              END-IF
           ELSE
              COMPUTE BVA-VAR-PCT ROUNDED =
                  (BVA-ACT-TOTAL - BVA-BUD-TOTAL) * 100 / BVA-BUD-TOTAL
                  ON SIZE ERROR MOVE 999.9 TO BVA-VAR-PCT
              END-COMPUTE
           END-IF
           MOVE BVA-VAR-PCT TO BVA-DET-VAR-PCT.
           EXIT.

       END PROGRAM DEPT-BUDGET-VS-ACTUAL.
