      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 25, 2024
      * Purpose: DEPARTMENT PAYROLL BUDGET UPKEEP - ONE ROW PER HR-DEPT
      *          PER MONTH, KEYED IN OR LOADED FROM FINANCE'S FILE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-BUDGET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-BUDGET ASSIGN TO
           "C:\cobol_project\DeptBudget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEPT-BUDGET-TMP ASSIGN TO
           "C:\cobol_project\DeptBudgetTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUDGET-LOAD ASSIGN TO
           "C:\cobol_project\DeptBudgetLoad.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER DEPARTMENT PER MONTH; THE MONEY COLUMNS
      ***** MATCH WHAT THE BUDGET-VS-ACTUAL REPORT MEASURES
       FD DEPT-BUDGET.
       01 DEPT-BUDGET-REC.
          05 DB-DEPT PIC X(4).
          05 DB-MONTH PIC X(6).
          05 DB-HEADCOUNT PIC 9(4).
          05 DB-REGULAR PIC 9(9)V9(2).
          05 DB-OVERTIME PIC 9(9)V9(2).
          05 DB-EMPLOYER PIC 9(9)V9(2).
       FD DEPT-BUDGET-TMP.
       01 DEPT-BUDGET-TMP-REC PIC X(47).
      ***** FINANCE'S UPLOAD, SAME LAYOUT AS THE BUDGET FILE
       FD BUDGET-LOAD.
       01 BUDGET-LOAD-REC PIC X(47).
       WORKING-STORAGE SECTION.
       01 DBM-SEQ.
          05 DBM-MODE PIC X(01).
          05 DBM-EOF-FLAG PIC 9 VALUE 0.
          05 DBM-LOAD-EOF PIC 9 VALUE 0.
          05 DBM-COUNT PIC 9(4) VALUE 0.
          05 DBM-LOADED PIC 9(4) VALUE 0.
          05 DBM-REJECTED PIC 9(4) VALUE 0.
          05 DBM-AMOUNTIN PIC X(12).
          05 DBM-HEADIN PIC X(4).
          05 DBM-OPERATOR PIC X(5).
          05 DBM-OLD-FOUND PIC 9 VALUE 0.
          05 DBM-AUD-HEAD PIC ZZZ9.
          05 DBM-AUD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
      ***** THE ROW BEING KEYED OR LOADED
       01 DBM-NEW-ROW.
          05 DBM-DEPT PIC X(4).
          05 DBM-MONTH PIC X(6).
          05 DBM-HEADCOUNT PIC 9(4).
          05 DBM-REGULAR PIC 9(9)V9(2).
          05 DBM-OVERTIME PIC 9(9)V9(2).
          05 DBM-EMPLOYER PIC 9(9)V9(2).
      ***** THE SAME DEPARTMENT/MONTH AS IT STOOD BEFORE THE SAVE
       01 DBM-OLD-ROW.
          05 DBM-OLD-DEPT PIC X(4).
          05 DBM-OLD-MONTH PIC X(6).
          05 DBM-OLD-HEADCOUNT PIC 9(4).
          05 DBM-OLD-REGULAR PIC 9(9)V9(2).
          05 DBM-OLD-OVERTIME PIC 9(9)V9(2).
          05 DBM-OLD-EMPLOYER PIC 9(9)V9(2).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
      ***** (A BUDGET ROW IS KEYED BY DEPARTMENT/MONTH)
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "DeptBudget.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
       01 DBM-LIST-LINE.
          05 DBM-LST-DEPT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DBM-LST-MONTH PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DBM-LST-HEAD PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DBM-LST-REGULAR PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DBM-LST-OVERTIME PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DBM-LST-EMPLOYER PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEPARTMENT PAYROLL BUDGETS".
           DISPLAY "[1] LIST BUDGETS".
           DISPLAY "[2] ENTER A DEPARTMENT BUDGET".
           DISPLAY "[3] LOAD BUDGETS FROM DEPTBUDGETLOAD.DAT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT DBM-MODE.

           EVALUATE DBM-MODE
              WHEN '1'
                 PERFORM LIST-BUDGETS
              WHEN '2'
                 PERFORM ENTER-BUDGET
              WHEN '3'
                 PERFORM LOAD-BUDGETS
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-BUDGETS.
           MOVE 0 TO DBM-EOF-FLAG
           OPEN EXTEND DEPT-BUDGET
           CLOSE DEPT-BUDGET
           OPEN INPUT DEPT-BUDGET
           DISPLAY "DEPT  MONTH   HEAD         REGULAR        OVERTIME"
              "    EMPLOYER STAT"
           READ DEPT-BUDGET
              AT END MOVE 1 TO DBM-EOF-FLAG
           END-READ
           PERFORM UNTIL DBM-EOF-FLAG = 1
              ADD 1 TO DBM-COUNT
              MOVE DB-DEPT TO DBM-LST-DEPT
              MOVE DB-MONTH TO DBM-LST-MONTH
              MOVE DB-HEADCOUNT TO DBM-LST-HEAD
              MOVE DB-REGULAR TO DBM-LST-REGULAR
              MOVE DB-OVERTIME TO DBM-LST-OVERTIME
              MOVE DB-EMPLOYER TO DBM-LST-EMPLOYER
              DISPLAY DBM-LIST-LINE
              READ DEPT-BUDGET
                 AT END MOVE 1 TO DBM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DEPT-BUDGET
           DISPLAY "BUDGET ROWS ON FILE: " DBM-COUNT.
           EXIT.

      ***** A DEPARTMENT/MONTH ALREADY ON FILE IS REPLACED
       ENTER-BUDGET.
           DISPLAY "DEPARTMENT (HR-DEPT):       " WITH NO ADVANCING
           ACCEPT DBM-DEPT
           DISPLAY "MONTH (YYYYMM):             " WITH NO ADVANCING
           ACCEPT DBM-MONTH
           IF DBM-MONTH IS NOT NUMERIC
              DISPLAY "INVALID MONTH - NOTHING SAVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "BUDGETED HEADCOUNT:         " WITH NO ADVANCING
           ACCEPT DBM-HEADIN
           COMPUTE DBM-HEADCOUNT = FUNCTION NUMVAL(DBM-HEADIN)
           DISPLAY "REGULAR PAY:                " WITH NO ADVANCING
           ACCEPT DBM-AMOUNTIN
           COMPUTE DBM-REGULAR = FUNCTION NUMVAL(DBM-AMOUNTIN)
           DISPLAY "OVERTIME AND PREMIUM PAY:   " WITH NO ADVANCING
           ACCEPT DBM-AMOUNTIN
           COMPUTE DBM-OVERTIME = FUNCTION NUMVAL(DBM-AMOUNTIN)
           DISPLAY "EMPLOYER STATUTORY SHARE:   " WITH NO ADVANCING
           ACCEPT DBM-AMOUNTIN
           COMPUTE DBM-EMPLOYER = FUNCTION NUMVAL(DBM-AMOUNTIN)
           DISPLAY "YOUR OPERATOR ID:           " WITH NO ADVANCING
           ACCEPT DBM-OPERATOR
           PERFORM SAVE-BUDGET-ROW
           DISPLAY "BUDGET SAVED".
           EXIT.

      ***** EACH LOADED ROW REPLACES ITS DEPARTMENT/MONTH; A ROW WITH
      ***** A BLANK DEPARTMENT OR A BAD MONTH IS SKIPPED AND COUNTED
       LOAD-BUDGETS.
           DISPLAY "YOUR OPERATOR ID:           " WITH NO ADVANCING
           ACCEPT DBM-OPERATOR
           MOVE 0 TO DBM-LOAD-EOF
           OPEN EXTEND BUDGET-LOAD
           CLOSE BUDGET-LOAD
           OPEN INPUT BUDGET-LOAD
           READ BUDGET-LOAD
              AT END MOVE 1 TO DBM-LOAD-EOF
           END-READ
           PERFORM UNTIL DBM-LOAD-EOF = 1
              MOVE BUDGET-LOAD-REC TO DBM-NEW-ROW
              IF DBM-DEPT = SPACES OR DBM-MONTH IS NOT NUMERIC OR
                 DBM-REGULAR IS NOT NUMERIC OR
                 DBM-OVERTIME IS NOT NUMERIC OR
                 DBM-EMPLOYER IS NOT NUMERIC
                 ADD 1 TO DBM-REJECTED
              ELSE
                 IF DBM-HEADCOUNT IS NOT NUMERIC
                    MOVE 0 TO DBM-HEADCOUNT
                 END-IF
                 PERFORM SAVE-BUDGET-ROW
                 ADD 1 TO DBM-LOADED
              END-IF
              READ BUDGET-LOAD
                 AT END MOVE 1 TO DBM-LOAD-EOF
              END-READ
           END-PERFORM
           CLOSE BUDGET-LOAD
           DISPLAY "BUDGET ROWS LOADED:   " DBM-LOADED.
           DISPLAY "BUDGET ROWS REJECTED: " DBM-REJECTED.
           EXIT.

       SAVE-BUDGET-ROW.
           MOVE 0 TO DBM-EOF-FLAG
           MOVE 0 TO DBM-OLD-FOUND
           OPEN EXTEND DEPT-BUDGET
           CLOSE DEPT-BUDGET
           OPEN INPUT DEPT-BUDGET
           OPEN OUTPUT DEPT-BUDGET-TMP
           READ DEPT-BUDGET
              AT END MOVE 1 TO DBM-EOF-FLAG
           END-READ
           PERFORM UNTIL DBM-EOF-FLAG = 1
              IF DB-DEPT NOT = DBM-DEPT OR DB-MONTH NOT = DBM-MONTH
                 WRITE DEPT-BUDGET-TMP-REC FROM DEPT-BUDGET-REC
              ELSE
                 MOVE 1 TO DBM-OLD-FOUND
                 MOVE DEPT-BUDGET-REC TO DBM-OLD-ROW
              END-IF
              READ DEPT-BUDGET
                 AT END MOVE 1 TO DBM-EOF-FLAG
              END-READ
           END-PERFORM
           WRITE DEPT-BUDGET-TMP-REC FROM DBM-NEW-ROW
           CLOSE DEPT-BUDGET
           CLOSE DEPT-BUDGET-TMP

           MOVE 0 TO DBM-EOF-FLAG
           OPEN INPUT DEPT-BUDGET-TMP
           OPEN OUTPUT DEPT-BUDGET
           READ DEPT-BUDGET-TMP
              AT END MOVE 1 TO DBM-EOF-FLAG
           END-READ
           PERFORM UNTIL DBM-EOF-FLAG = 1
              WRITE DEPT-BUDGET-REC FROM DEPT-BUDGET-TMP-REC
              READ DEPT-BUDGET-TMP
                 AT END MOVE 1 TO DBM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE DEPT-BUDGET-TMP
           CLOSE DEPT-BUDGET
           IF DBM-OLD-FOUND = 1
              PERFORM LOG-BUDGET-CHANGES
           END-IF.
           EXIT.

      ***** ONE AUDIT ROW PER FIGURE A REPLACED ROW CHANGED; FIGURES
      ***** KEYED BACK UNCHANGED ARE DROPPED BY THE AUDIT ITSELF
       LOG-BUDGET-CHANGES.
           MOVE SPACES TO MAL-P-KEY
           STRING DBM-DEPT "/" DBM-MONTH DELIMITED BY SIZE
              INTO MAL-P-KEY
           END-STRING
           MOVE DBM-OPERATOR TO MAL-P-OPERATOR
           MOVE "HEADCOUNT" TO MAL-P-FIELD
           MOVE DBM-OLD-HEADCOUNT TO DBM-AUD-HEAD
           MOVE DBM-AUD-HEAD TO MAL-P-BEFORE
           MOVE DBM-HEADCOUNT TO DBM-AUD-HEAD
           MOVE DBM-AUD-HEAD TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "REGULAR PAY" TO MAL-P-FIELD
           MOVE DBM-OLD-REGULAR TO DBM-AUD-AMOUNT
           MOVE DBM-AUD-AMOUNT TO MAL-P-BEFORE
           MOVE DBM-REGULAR TO DBM-AUD-AMOUNT
           MOVE DBM-AUD-AMOUNT TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "OVERTIME PAY" TO MAL-P-FIELD
           MOVE DBM-OLD-OVERTIME TO DBM-AUD-AMOUNT
           MOVE DBM-AUD-AMOUNT TO MAL-P-BEFORE
           MOVE DBM-OVERTIME TO DBM-AUD-AMOUNT
           MOVE DBM-AUD-AMOUNT TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "EMPLOYER SHARE" TO MAL-P-FIELD
           MOVE DBM-OLD-EMPLOYER TO DBM-AUD-AMOUNT
           MOVE DBM-AUD-AMOUNT TO MAL-P-BEFORE
           MOVE DBM-EMPLOYER TO DBM-AUD-AMOUNT
           MOVE DBM-AUD-AMOUNT TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

       END PROGRAM DEPT-BUDGET-MAINT.
