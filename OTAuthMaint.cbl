           "C:\cobol_project\EmployeeMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT HR-MASTER ASSIGN TO
           "C:\cobol_project\HRMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUDGET-ALERTS ASSIGN TO
           "C:\cobol_project\DeptBudgetAlerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** PRE-APPROVED OVERTIME, ONE ROW PER EMPLOYEE PER DATE
          05 EM-MNAME PIC X(10).
          05 EM-PCODE PIC X(01).
          05 EM-RATE PIC X(9).
      ***** HR LIFECYCLE ROW CARRIES THE DEPARTMENT DIMENSION
       FD HR-MASTER.
       01 HR-MASTER-REC.
          05 HR-ID PIC X(5).
          05 HR-HIRE-DATE PIC X(8).
          05 HR-DEPT PIC X(4).
          05 HR-STATUS PIC X(01).
          05 HR-SEP-DATE PIC X(8).
      ***** DEPARTMENTS OVER BUDGET AT THE LAST BUDGET-VS-ACTUAL RUN
       FD BUDGET-ALERTS.
       01 BUDGET-ALERT-REC.
          05 BA-DEPT PIC X(4).
          05 BA-MONTH PIC X(6).
          05 BA-OT-OVER PIC X(01).
          05 BA-TOTAL-OVER PIC X(01).
       WORKING-STORAGE SECTION.
       01 OTM-SEQ.
          05 OTM-MODE PIC X(01).
          05 OTM-HOURS PIC 9(2).
          05 OTM-APPROVER PIC X(5).
          05 OTM-COUNT PIC 9(4) VALUE 0.
          05 OTM-DEPT PIC X(4).
          05 OTM-OVERRIDE PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "OVERTIME AUTHORIZATIONS".
              DISPLAY "EMPLOYEE NOT ON THE MASTER - NOT AUTHORIZED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BUDGET-ALERT
           IF OTM-FOUND = 0
              DISPLAY "NOT AUTHORIZED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE (YYYYMMDD):       " WITH NO ADVANCING
           ACCEPT OTM-DATE
           DISPLAY "AUTHORIZED OT HOURS:   " WITH NO ADVANCING
           CLOSE EMPLOYEE-MASTER.
           EXIT.

      ***** A DEPARTMENT RUNNING OVER ITS PAYROLL BUDGET NEEDS THE
      ***** APPROVER TO CONFIRM BEFORE ANY MORE OVERTIME IS GRANTED
       CHECK-BUDGET-ALERT.
           MOVE SPACES TO OTM-DEPT
           MOVE 0 TO OTM-EOF-FLAG
           OPEN EXTEND HR-MASTER
           CLOSE HR-MASTER
           OPEN INPUT HR-MASTER
           READ HR-MASTER
              AT END MOVE 1 TO OTM-EOF-FLAG
           END-READ
           PERFORM UNTIL OTM-EOF-FLAG = 1
              IF HR-ID = OTM-EMPID
                 MOVE HR-DEPT TO OTM-DEPT
                 MOVE 1 TO OTM-EOF-FLAG
              ELSE
                 READ HR-MASTER
                    AT END MOVE 1 TO OTM-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE HR-MASTER
           IF OTM-DEPT = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO OTM-EOF-FLAG
           OPEN EXTEND BUDGET-ALERTS
           CLOSE BUDGET-ALERTS
           OPEN INPUT BUDGET-ALERTS
           READ BUDGET-ALERTS
              AT END MOVE 1 TO OTM-EOF-FLAG
           END-READ
           PERFORM UNTIL OTM-EOF-FLAG = 1
              IF BA-DEPT = OTM-DEPT
                 MOVE 1 TO OTM-EOF-FLAG
                 IF BA-OT-OVER = 'Y'
                    DISPLAY "DEPARTMENT " OTM-DEPT
                       " IS OVER ITS OVERTIME BUDGET FOR " BA-MONTH
                 END-IF
                 IF BA-TOTAL-OVER = 'Y'
                    DISPLAY "DEPARTMENT " OTM-DEPT
                       " IS OVER ITS PAYROLL BUDGET FOR " BA-MONTH
                 END-IF
                 DISPLAY "AUTHORIZE ANYWAY (Y/N): " WITH NO ADVANCING
                 ACCEPT OTM-OVERRIDE
                 IF OTM-OVERRIDE NOT = 'Y'
                    MOVE 0 TO OTM-FOUND
                 END-IF
              ELSE
                 READ BUDGET-ALERTS
                    AT END MOVE 1 TO OTM-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE BUDGET-ALERTS.
           EXIT.

       END PROGRAM OT-AUTH-MAINT.
