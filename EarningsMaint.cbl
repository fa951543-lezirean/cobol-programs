      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 4, 2024
      * Purpose: RECURRING ALLOWANCE AND DE MINIMIS BENEFIT FILE
      *          UPKEEP AND THE ALLOWANCES-IN-FORCE LISTING
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-EARNINGS-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-EARNINGS ASSIGN TO
           "C:\cobol_project\EmpEarnings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EARNINGS-REPORT ASSIGN TO
           "C:\cobol_project\EmpEarningsReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER EMPLOYEE AND ALLOWANCE CODE: THE PAYROLL RUN
      ***** ADDS EVERY ROW IN FORCE FOR THE PAY PERIOD TO GROSS
       FD EMP-EARNINGS.
       01 EMP-EARNINGS-REC.
          05 EE-EMPID PIC X(5).
          05 EE-CODE PIC X(4).
          05 EE-DESC PIC X(15).
          05 EE-AMOUNT PIC 9(7)V9(2).
      ***** P = EVERY PAY PERIOD, M = ONCE A MONTH
          05 EE-FREQ PIC X(01).
          05 EE-EFFDATE PIC X(8).
      ***** BLANK = OPEN-ENDED
          05 EE-ENDDATE PIC X(8).
      ***** T = TAXABLE, D = DE MINIMIS
          05 EE-TAXFLAG PIC X(01).
          05 EE-CEILING PIC 9(7)V9(2).
       FD EARNINGS-REPORT.
       01 EARNINGS-REPORT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 EEM-SEQ.
          05 EEM-MODE PIC X(01).
          05 EEM-AMOUNTIN PIC X(10).
          05 EEM-EOF-FLAG PIC 9 VALUE 0.
          05 EEM-COUNT PIC 9(3) VALUE 0.
       01 EEM-REPORT-LINE.
          05 EEM-RPT-EMPID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EEM-RPT-CODE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EEM-RPT-DESC PIC X(15).
          05 EEM-RPT-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 EEM-RPT-FREQ PIC X(01).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EEM-RPT-TAXFLAG PIC X(01).
          05 EEM-RPT-CEILING PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 EEM-RPT-EFFDATE PIC X(8).
          05 FILLER PIC X(1) VALUE "-".
          05 EEM-RPT-ENDDATE PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RECURRING ALLOWANCES AND DE MINIMIS BENEFITS".
           DISPLAY "[1] SET UP AN ALLOWANCE".
           DISPLAY "[2] ALLOWANCES ON FILE REPORT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT EEM-MODE.

           EVALUATE EEM-MODE
              WHEN '1'
                 PERFORM SETUP-ALLOWANCE
              WHEN '2'
                 PERFORM ALLOWANCE-REPORT
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** A CHANGED AMOUNT IS A NEW ROW WITH ITS OWN EFFECTIVE DATE
      ***** AND AN END DATE KEYED ON THE OLD ONE
       SETUP-ALLOWANCE.
           DISPLAY "EMPLOYEE ID:             " WITH NO ADVANCING.
           ACCEPT EE-EMPID.
           DISPLAY "ALLOWANCE CODE:          " WITH NO ADVANCING.
           ACCEPT EE-CODE.
           DISPLAY "DESCRIPTION:             " WITH NO ADVANCING.
           ACCEPT EE-DESC.
           DISPLAY "AMOUNT PER PAYMENT:      " WITH NO ADVANCING.
           ACCEPT EEM-AMOUNTIN.
           COMPUTE EE-AMOUNT = FUNCTION NUMVAL(EEM-AMOUNTIN)
           DISPLAY "FREQUENCY (P=EVERY PERIOD, M=MONTHLY): "
              WITH NO ADVANCING.
           ACCEPT EE-FREQ.
           IF EE-FREQ NOT = 'M'
              MOVE 'P' TO EE-FREQ
           END-IF
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT EE-EFFDATE.
           DISPLAY "END DATE (YYYYMMDD, BLANK = OPEN): "
              WITH NO ADVANCING.
           ACCEPT EE-ENDDATE.
           DISPLAY "TAXABLE OR DE MINIMIS (T/D): " WITH NO ADVANCING.
           ACCEPT EE-TAXFLAG.
           IF EE-TAXFLAG = 'D'
              DISPLAY "MONTHLY EXEMPTION CEILING: " WITH NO ADVANCING
              ACCEPT EEM-AMOUNTIN
              COMPUTE EE-CEILING = FUNCTION NUMVAL(EEM-AMOUNTIN)
           ELSE
              MOVE 'T' TO EE-TAXFLAG
              MOVE 0 TO EE-CEILING
           END-IF
           OPEN EXTEND EMP-EARNINGS
           WRITE EMP-EARNINGS-REC
           CLOSE EMP-EARNINGS
           DISPLAY "ALLOWANCE SET UP".
           EXIT.

       ALLOWANCE-REPORT.
           MOVE 0 TO EEM-EOF-FLAG
           OPEN EXTEND EMP-EARNINGS
           CLOSE EMP-EARNINGS
           OPEN INPUT EMP-EARNINGS
           OPEN OUTPUT EARNINGS-REPORT
           MOVE "RECURRING ALLOWANCES AND DE MINIMIS BENEFITS ON FILE"
              TO EARNINGS-REPORT-REC
           WRITE EARNINGS-REPORT-REC
           READ EMP-EARNINGS
              AT END MOVE 1 TO EEM-EOF-FLAG
           END-READ
           PERFORM UNTIL EEM-EOF-FLAG = 1
              ADD 1 TO EEM-COUNT
              MOVE EE-EMPID TO EEM-RPT-EMPID
              MOVE EE-CODE TO EEM-RPT-CODE
              MOVE EE-DESC TO EEM-RPT-DESC
              MOVE EE-AMOUNT TO EEM-RPT-AMOUNT
              MOVE EE-FREQ TO EEM-RPT-FREQ
              MOVE EE-TAXFLAG TO EEM-RPT-TAXFLAG
              MOVE EE-CEILING TO EEM-RPT-CEILING
              MOVE EE-EFFDATE TO EEM-RPT-EFFDATE
              MOVE EE-ENDDATE TO EEM-RPT-ENDDATE
              WRITE EARNINGS-REPORT-REC FROM EEM-REPORT-LINE
              DISPLAY EEM-REPORT-LINE
              READ EMP-EARNINGS
                 AT END MOVE 1 TO EEM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EMP-EARNINGS
           CLOSE EARNINGS-REPORT
           DISPLAY "ALLOWANCES LISTED: " EEM-COUNT.
           EXIT.

       END PROGRAM EMP-EARNINGS-MAINTENANCE.
