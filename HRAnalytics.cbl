      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 25, 2024
      * Purpose: MONTHLY HR ANALYTICS BY DEPARTMENT - HEADCOUNT
      *          MOVEMENT, TURNOVER AND RETENTION, TENURE, STAFF ON
      *          LEAVE, COMING ANNIVERSARIES, A 12-MONTH TREND AND
      *          THE CSV COPY FOR THE BOARD DECK
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR-ANALYTICS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-MASTER ASSIGN TO
           "C:\cobol_project\HRMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO
           "C:\cobol_project\EmployeeMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ANALYTICS-REPORT ASSIGN TO
           "C:\cobol_project\HRAnalytics.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
         SELECT ANALYTICS-CSV ASSIGN TO
         "C:\cobol_project\HRAnalytics.csv"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE LIFECYCLE ROW PER EMPLOYEE
      ***** (HR-STATUS: A=ACTIVE L=ON-LEAVE S=SEPARATED)
       FD HR-MASTER.
       01 HR-MASTER-REC.
          05 HR-ID PIC X(5).
          05 HR-HIRE-DATE PIC X(8).
          05 HR-DEPT PIC X(4).
          05 HR-STATUS PIC X(01).
          05 HR-SEP-DATE PIC X(8).
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
          05 EM-ID PIC X(5).
          05 EM-LNAME PIC X(10).
          05 EM-FNAME PIC X(10).
          05 EM-MNAME PIC X(10).
          05 EM-PCODE PIC X(01).
          05 EM-RATE PIC X(9).
       FD ANALYTICS-REPORT.
       01 ANALYTICS-REPORT-REC PIC X(100).
       FD ANALYTICS-CSV.
       01 ANALYTICS-CSV-REC PIC X(100).
       WORKING-STORAGE SECTION.
      ********** RUN PARAMETERS AND WORK FIELDS
       01 HRA-SEQ.
          05 HRA-MONTH-IN PIC X(6).
          05 HRA-EOF-FLAG PIC 9 VALUE 0.
          05 HRA-EM-EOF PIC 9 VALUE 0.
          05 HRA-IDX PIC 9(4).
          05 HRA-D-IDX PIC 9(2).
          05 HRA-HIT PIC 9(2).
          05 HRA-NODATE PIC 9(4) VALUE 0.
          05 HRA-LISTED PIC 9(4) VALUE 0.
          05 HRA-TREND-STEP PIC 9(2).
          05 HRA-YEARS PIC 9(2).
          05 HRA-YEARS-ED PIC Z9.
          05 HRA-DAYS PIC 9(6).
          05 HRA-DATE-NUM PIC 9(8).
          05 HRA-INT-END PIC 9(7).
          05 HRA-NAME PIC X(21).
      ***** THE MONTH BEING MEASURED, AS YYYYMMDD BOUNDS
       01 HRA-MONTH.
          05 HRA-YEAR PIC 9(4).
          05 HRA-MM PIC 9(2).
       01 HRA-START PIC X(8).
       01 HRA-END PIC X(8).
       01 HRA-NEXT.
          05 HRA-NEXT-YEAR PIC 9(4).
          05 HRA-NEXT-MM PIC 9(2).
       01 HRA-REPORT-MONTH.
          05 HRA-RPT-YEAR PIC 9(4).
          05 HRA-RPT-MM PIC 9(2).
      ***** WHERE ONE EMPLOYEE STOOD IN THE MONTH BEING MEASURED
       01 HRA-FLAGS.
          05 HRA-F-OPEN PIC 9.
          05 HRA-F-HIRED PIC 9.
          05 HRA-F-SEP PIC 9.
          05 HRA-F-CLOSE PIC 9.
      ***** THE HR MASTER HELD IN MEMORY SO EACH MONTH OF THE TREND
      ***** IS ONE PASS OVER THE TABLE, NOT THE FILE
       01 HRA-EMP-TABLE.
          05 HRA-EMP-ENTRY OCCURS 2000 TIMES.
             10 HRA-E-ID PIC X(5).
             10 HRA-E-HIRE PIC X(8).
             10 HRA-E-DEPT PIC X(4).
             10 HRA-E-STATUS PIC X(01).
             10 HRA-E-SEP PIC X(8).
       01 HRA-EMP-COUNT PIC 9(4) VALUE 0.
      ***** TENURE BANDS: UNDER 1 YEAR, 1-3, 3-5, 5-10, 10 AND OVER
       01 HRA-DEPT-TABLE.
          05 HRA-DEPT-ENTRY OCCURS 21 TIMES.
             10 HRA-T-DEPT PIC X(4).
             10 HRA-T-OPEN PIC 9(4).
             10 HRA-T-HIRES PIC 9(4).
             10 HRA-T-SEPS PIC 9(4).
             10 HRA-T-CLOSE PIC 9(4).
             10 HRA-T-STAYED PIC 9(4).
             10 HRA-T-LEAVE PIC 9(4).
             10 HRA-T-TENURE-DAYS PIC 9(9).
             10 HRA-T-BAND PIC 9(4) OCCURS 5 TIMES.
       01 HRA-DEPT-COUNT PIC 9(2) VALUE 0.
      ***** ROW 21 OF THE DEPARTMENT TABLE CARRIES THE COMPANY TOTAL
       01 HRA-ALL PIC 9(2) VALUE 21.
       01 HRA-RATES.
          05 HRA-TURNOVER PIC 9(3)V9(2).
          05 HRA-RETENTION PIC 9(3)V9(2).
          05 HRA-AVG-TENURE PIC 9(2)V9(1).
      ********** CSV ROW LAYOUTS: DEPARTMENT ROWS, THEN TREND ROWS
       01 CSV-HRA-LINE.
          05 CSV-H-DEPT PIC X(4).
          05 FILLER PIC X VALUE ",".
          05 CSV-H-OPEN PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-H-HIRES PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-H-SEPS PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-H-CLOSE PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-H-TURNOVER PIC ZZ9.99.
          05 FILLER PIC X VALUE ",".
          05 CSV-H-RETENTION PIC ZZ9.99.
          05 FILLER PIC X VALUE ",".
          05 CSV-H-TENURE PIC Z9.9.
          05 FILLER PIC X VALUE ",".
          05 CSV-H-LEAVE PIC ZZZ9.
       01 CSV-TREND-LINE.
          05 CSV-T-MONTH PIC X(6).
          05 FILLER PIC X VALUE ",".
          05 CSV-T-OPEN PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-T-HIRES PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-T-SEPS PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-T-CLOSE PIC ZZZ9.
          05 FILLER PIC X VALUE ",".
          05 CSV-T-TURNOVER PIC ZZ9.99.
          05 FILLER PIC X VALUE ",".
          05 CSV-T-RETENTION PIC ZZ9.99.
      ********** REPORT LINE LAYOUTS
       01 HRA-HEAD-LINE.
          05 FILLER PIC X(30)
             VALUE "HR HEADCOUNT AND TURNOVER FOR ".
          05 HRA-HEAD-MONTH PIC X(6).
       01 HRA-COL-LINE.
          05 FILLER PIC X(46)
             VALUE "DEPT  OPEN  HIRE   SEP CLOSE  TURNOV%  RETAIN%".
          05 FILLER PIC X(38)
             VALUE "  TENR  LEAV  <1YR  1-3  3-5 5-10  10+".
       01 HRA-DETAIL-LINE.
          05 HRA-DET-DEPT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-DET-OPEN PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-DET-HIRES PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-DET-SEPS PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-DET-CLOSE PIC ZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 HRA-DET-TURNOVER PIC ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 HRA-DET-RETENTION PIC ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-DET-TENURE PIC Z9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-DET-LEAVE PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 HRA-DET-BANDS OCCURS 5 TIMES.
             10 FILLER PIC X(1).
             10 HRA-DET-BAND PIC ZZZ9.
       01 HRA-PERSON-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-PER-ID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-PER-NAME PIC X(21).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-PER-DEPT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-PER-HIRE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-PER-NOTE PIC X(20).
       01 HRA-TREND-LINE.
          05 HRA-TRD-MONTH PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-TRD-OPEN PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-TRD-HIRES PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-TRD-SEPS PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HRA-TRD-CLOSE PIC ZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 HRA-TRD-TURNOVER PIC ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 HRA-TRD-RETENTION PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT HRA-MONTH-IN.
           IF HRA-MONTH-IN IS NOT NUMERIC OR
              HRA-MONTH-IN(5:2) < "01" OR HRA-MONTH-IN(5:2) > "12"
              DISPLAY "INVALID MONTH"
              GOBACK
           END-IF
           MOVE HRA-MONTH-IN TO HRA-REPORT-MONTH

           PERFORM LOAD-HR-MASTER.
           OPEN OUTPUT ANALYTICS-REPORT
           OPEN OUTPUT ANALYTICS-CSV
           PERFORM DEPARTMENT-ANALYTICS.
           PERFORM LIST-ON-LEAVE.
           PERFORM LIST-ANNIVERSARIES.
           PERFORM TREND-ANALYTICS.
           CLOSE ANALYTICS-REPORT
           CLOSE ANALYTICS-CSV

           DISPLAY "EMPLOYEES ON THE HR MASTER: " HRA-EMP-COUNT.
           DISPLAY "DEPARTMENTS REPORTED:       " HRA-DEPT-COUNT.
           IF HRA-NODATE > 0
              DISPLAY "SEPARATED WITH NO SEPARATION DATE (LEFT OUT): "
                 HRA-NODATE
           END-IF.
           GOBACK.

      ***** A SEPARATED ROW WITH NO SEPARATION DATE CANNOT BE PLACED
      ***** IN ANY MONTH, SO IT IS COUNTED AND LEFT OUT
       LOAD-HR-MASTER.
           MOVE 0 TO HRA-EOF-FLAG
           OPEN EXTEND HR-MASTER
           CLOSE HR-MASTER
           OPEN INPUT HR-MASTER
           READ HR-MASTER
              AT END MOVE 1 TO HRA-EOF-FLAG
           END-READ
           PERFORM UNTIL HRA-EOF-FLAG = 1
              IF HR-STATUS = 'S' AND HR-SEP-DATE = SPACES
                 ADD 1 TO HRA-NODATE
              ELSE
                 IF HRA-EMP-COUNT < 2000
                    ADD 1 TO HRA-EMP-COUNT
                    MOVE HR-ID TO HRA-E-ID(HRA-EMP-COUNT)
                    MOVE HR-HIRE-DATE TO HRA-E-HIRE(HRA-EMP-COUNT)
                    MOVE HR-DEPT TO HRA-E-DEPT(HRA-EMP-COUNT)
                    MOVE HR-STATUS TO HRA-E-STATUS(HRA-EMP-COUNT)
                    MOVE HR-SEP-DATE TO HRA-E-SEP(HRA-EMP-COUNT)
                 END-IF
              END-IF
              READ HR-MASTER
                 AT END MOVE 1 TO HRA-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE HR-MASTER.
           EXIT.

      ***** FIRST AND LAST DAY OF HRA-MONTH, AND THE MONTH AFTER IT
       SET-MONTH-BOUNDS.
           MOVE HRA-MONTH TO HRA-START(1:6)
           MOVE "01" TO HRA-START(7:2)
           MOVE HRA-YEAR TO HRA-NEXT-YEAR
           COMPUTE HRA-NEXT-MM = HRA-MM + 1
           IF HRA-NEXT-MM > 12
              MOVE 1 TO HRA-NEXT-MM
              ADD 1 TO HRA-NEXT-YEAR
           END-IF
           MOVE HRA-NEXT TO HRA-DATE-NUM(1:6)
           MOVE "01" TO HRA-DATE-NUM(7:2)
           COMPUTE HRA-INT-END =
               FUNCTION INTEGER-OF-DATE(HRA-DATE-NUM) - 1
           COMPUTE HRA-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(HRA-INT-END)
           MOVE HRA-DATE-NUM TO HRA-END.
           EXIT.

      ***** OPEN = ON STAFF THE DAY BEFORE THE MONTH STARTS,
      ***** CLOSE = STILL ON STAFF AT THE END OF ITS LAST DAY; A
      ***** SEPARATION DATE IS THE FIRST DAY OFF THE HEADCOUNT
       CLASSIFY-EMPLOYEE.
           MOVE 0 TO HRA-F-OPEN
           MOVE 0 TO HRA-F-HIRED
           MOVE 0 TO HRA-F-SEP
           MOVE 0 TO HRA-F-CLOSE
           IF HRA-E-HIRE(HRA-IDX) < HRA-START AND
              (HRA-E-SEP(HRA-IDX) = SPACES OR
               HRA-E-SEP(HRA-IDX) >= HRA-START)
              MOVE 1 TO HRA-F-OPEN
           END-IF
           IF HRA-E-HIRE(HRA-IDX) >= HRA-START AND
              HRA-E-HIRE(HRA-IDX) <= HRA-END
              MOVE 1 TO HRA-F-HIRED
           END-IF
           IF HRA-E-SEP(HRA-IDX) NOT = SPACES AND
              HRA-E-SEP(HRA-IDX) >= HRA-START AND
              HRA-E-SEP(HRA-IDX) <= HRA-END
              MOVE 1 TO HRA-F-SEP
           END-IF
           IF HRA-E-HIRE(HRA-IDX) <= HRA-END AND
              (HRA-E-SEP(HRA-IDX) = SPACES OR
               HRA-E-SEP(HRA-IDX) > HRA-END)
              MOVE 1 TO HRA-F-CLOSE
           END-IF.
           EXIT.

      ***** THE REPORT MONTH BROKEN DOWN BY HR-DEPT, WITH A COMPANY
      ***** TOTAL LINE
       DEPARTMENT-ANALYTICS.
           MOVE HRA-REPORT-MONTH TO HRA-MONTH
           PERFORM SET-MONTH-BOUNDS
           MOVE "ALL " TO HRA-T-DEPT(HRA-ALL)
           MOVE HRA-ALL TO HRA-HIT
           PERFORM CLEAR-DEPT-ROW
           PERFORM VARYING HRA-IDX FROM 1 BY 1
               UNTIL HRA-IDX > HRA-EMP-COUNT
              PERFORM CLASSIFY-EMPLOYEE
              PERFORM FIND-DEPT-ROW
              IF HRA-HIT > 0
                 PERFORM ADD-TO-DEPT-ROW
              END-IF
              MOVE HRA-ALL TO HRA-HIT
              PERFORM ADD-TO-DEPT-ROW
           END-PERFORM

           MOVE HRA-MONTH-IN TO HRA-HEAD-MONTH
           WRITE ANALYTICS-REPORT-REC FROM HRA-HEAD-LINE
           MOVE SPACES TO ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC FROM HRA-COL-LINE
           DISPLAY HRA-HEAD-LINE
           DISPLAY HRA-COL-LINE
           MOVE SPACES TO ANALYTICS-CSV-REC
           STRING "DEPT,OPENING,HIRES,SEPARATIONS,CLOSING,"
                  DELIMITED BY SIZE
                  "TURNOVER PCT,RETENTION PCT,AVG TENURE YRS,ON LEAVE"
                  DELIMITED BY SIZE
                  INTO ANALYTICS-CSV-REC
           WRITE ANALYTICS-CSV-REC
           PERFORM VARYING HRA-D-IDX FROM 1 BY 1
               UNTIL HRA-D-IDX > HRA-DEPT-COUNT
              PERFORM WRITE-DEPT-LINE
           END-PERFORM
           MOVE HRA-ALL TO HRA-D-IDX
           PERFORM WRITE-DEPT-LINE.
           EXIT.

       FIND-DEPT-ROW.
           MOVE 0 TO HRA-HIT
           PERFORM VARYING HRA-D-IDX FROM 1 BY 1
               UNTIL HRA-D-IDX > HRA-DEPT-COUNT
              IF HRA-T-DEPT(HRA-D-IDX) = HRA-E-DEPT(HRA-IDX)
                 MOVE HRA-D-IDX TO HRA-HIT
              END-IF
           END-PERFORM
           IF HRA-HIT = 0 AND HRA-DEPT-COUNT < 20
              ADD 1 TO HRA-DEPT-COUNT
              MOVE HRA-DEPT-COUNT TO HRA-HIT
              MOVE HRA-E-DEPT(HRA-IDX) TO HRA-T-DEPT(HRA-HIT)
              PERFORM CLEAR-DEPT-ROW
           END-IF.
           EXIT.

       CLEAR-DEPT-ROW.
           MOVE 0 TO HRA-T-OPEN(HRA-HIT)
           MOVE 0 TO HRA-T-HIRES(HRA-HIT)
           MOVE 0 TO HRA-T-SEPS(HRA-HIT)
           MOVE 0 TO HRA-T-CLOSE(HRA-HIT)
           MOVE 0 TO HRA-T-STAYED(HRA-HIT)
           MOVE 0 TO HRA-T-LEAVE(HRA-HIT)
           MOVE 0 TO HRA-T-TENURE-DAYS(HRA-HIT)
           MOVE 0 TO HRA-T-BAND(HRA-HIT, 1)
           MOVE 0 TO HRA-T-BAND(HRA-HIT, 2)
           MOVE 0 TO HRA-T-BAND(HRA-HIT, 3)
           MOVE 0 TO HRA-T-BAND(HRA-HIT, 4)
           MOVE 0 TO HRA-T-BAND(HRA-HIT, 5).
           EXIT.

      ***** TENURE AND LEAVE ARE MEASURED ON THE CLOSING HEADCOUNT;
      ***** HRA-INT-END HOLDS THE MONTH-END DAY NUMBER
       ADD-TO-DEPT-ROW.
           ADD HRA-F-OPEN TO HRA-T-OPEN(HRA-HIT)
           ADD HRA-F-HIRED TO HRA-T-HIRES(HRA-HIT)
           ADD HRA-F-SEP TO HRA-T-SEPS(HRA-HIT)
           ADD HRA-F-CLOSE TO HRA-T-CLOSE(HRA-HIT)
           IF HRA-F-OPEN = 1 AND HRA-F-CLOSE = 1
              ADD 1 TO HRA-T-STAYED(HRA-HIT)
           END-IF
           IF HRA-F-CLOSE = 0
              EXIT PARAGRAPH
           END-IF
           IF HRA-E-STATUS(HRA-IDX) = 'L'
              ADD 1 TO HRA-T-LEAVE(HRA-HIT)
           END-IF
           MOVE HRA-E-HIRE(HRA-IDX) TO HRA-DATE-NUM
           COMPUTE HRA-DAYS = HRA-INT-END -
               FUNCTION INTEGER-OF-DATE(HRA-DATE-NUM)
           ADD HRA-DAYS TO HRA-T-TENURE-DAYS(HRA-HIT)
           EVALUATE TRUE
              WHEN HRA-DAYS < 365
                 ADD 1 TO HRA-T-BAND(HRA-HIT, 1)
              WHEN HRA-DAYS < 1096
                 ADD 1 TO HRA-T-BAND(HRA-HIT, 2)
              WHEN HRA-DAYS < 1826
                 ADD 1 TO HRA-T-BAND(HRA-HIT, 3)
              WHEN HRA-DAYS < 3653
                 ADD 1 TO HRA-T-BAND(HRA-HIT, 4)
              WHEN OTHER
                 ADD 1 TO HRA-T-BAND(HRA-HIT, 5)
           END-EVALUATE.
           EXIT.

      ***** TURNOVER = SEPARATIONS OVER THE AVERAGE OF OPENING AND
      ***** CLOSING HEADCOUNT; RETENTION = SHARE OF THE OPENING
      ***** HEADCOUNT STILL ON STAFF AT MONTH END
       COMPUTE-RATES.
           MOVE 0 TO HRA-TURNOVER
           MOVE 0 TO HRA-RETENTION
           MOVE 0 TO HRA-AVG-TENURE
           IF HRA-T-OPEN(HRA-D-IDX) + HRA-T-CLOSE(HRA-D-IDX) > 0
              COMPUTE HRA-TURNOVER ROUNDED =
                  HRA-T-SEPS(HRA-D-IDX) * 200 /
                  (HRA-T-OPEN(HRA-D-IDX) + HRA-T-CLOSE(HRA-D-IDX))
           END-IF
           IF HRA-T-OPEN(HRA-D-IDX) > 0
              COMPUTE HRA-RETENTION ROUNDED =
                  HRA-T-STAYED(HRA-D-IDX) * 100 /
                  HRA-T-OPEN(HRA-D-IDX)
           END-IF
           IF HRA-T-CLOSE(HRA-D-IDX) > 0
              COMPUTE HRA-AVG-TENURE ROUNDED =
                  HRA-T-TENURE-DAYS(HRA-D-IDX) /
                  HRA-T-CLOSE(HRA-D-IDX) / 365.25
           END-IF.
           EXIT.

       WRITE-DEPT-LINE.
           PERFORM COMPUTE-RATES
           MOVE SPACES TO HRA-DETAIL-LINE
           MOVE HRA-T-DEPT(HRA-D-IDX) TO HRA-DET-DEPT
           MOVE HRA-T-OPEN(HRA-D-IDX) TO HRA-DET-OPEN
           MOVE HRA-T-HIRES(HRA-D-IDX) TO HRA-DET-HIRES
           MOVE HRA-T-SEPS(HRA-D-IDX) TO HRA-DET-SEPS
           MOVE HRA-T-CLOSE(HRA-D-IDX) TO HRA-DET-CLOSE
           MOVE HRA-TURNOVER TO HRA-DET-TURNOVER
           MOVE HRA-RETENTION TO HRA-DET-RETENTION
           MOVE HRA-AVG-TENURE TO HRA-DET-TENURE
           MOVE HRA-T-LEAVE(HRA-D-IDX) TO HRA-DET-LEAVE
           MOVE HRA-T-BAND(HRA-D-IDX, 1) TO HRA-DET-BAND(1)
           MOVE HRA-T-BAND(HRA-D-IDX, 2) TO HRA-DET-BAND(2)
           MOVE HRA-T-BAND(HRA-D-IDX, 3) TO HRA-DET-BAND(3)
           MOVE HRA-T-BAND(HRA-D-IDX, 4) TO HRA-DET-BAND(4)
           MOVE HRA-T-BAND(HRA-D-IDX, 5) TO HRA-DET-BAND(5)
           WRITE ANALYTICS-REPORT-REC FROM HRA-DETAIL-LINE
           DISPLAY HRA-DETAIL-LINE
           MOVE HRA-T-DEPT(HRA-D-IDX) TO CSV-H-DEPT
           MOVE HRA-T-OPEN(HRA-D-IDX) TO CSV-H-OPEN
           MOVE HRA-T-HIRES(HRA-D-IDX) TO CSV-H-HIRES
           MOVE HRA-T-SEPS(HRA-D-IDX) TO CSV-H-SEPS
           MOVE HRA-T-CLOSE(HRA-D-IDX) TO CSV-H-CLOSE
           MOVE HRA-TURNOVER TO CSV-H-TURNOVER
           MOVE HRA-RETENTION TO CSV-H-RETENTION
           MOVE HRA-AVG-TENURE TO CSV-H-TENURE
           MOVE HRA-T-LEAVE(HRA-D-IDX) TO CSV-H-LEAVE
           WRITE ANALYTICS-CSV-REC FROM CSV-HRA-LINE.
           EXIT.

      ***** LEAVE IS THE CURRENT HR-STATUS, SO THE LIST IS AS OF TODAY
       LIST-ON-LEAVE.
           MOVE SPACES TO ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           MOVE "EMPLOYEES ON LEAVE" TO ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           MOVE 0 TO HRA-LISTED
           PERFORM VARYING HRA-IDX FROM 1 BY 1
               UNTIL HRA-IDX > HRA-EMP-COUNT
              IF HRA-E-STATUS(HRA-IDX) = 'L'
                 ADD 1 TO HRA-LISTED
                 MOVE "ON LEAVE" TO HRA-PER-NOTE
                 PERFORM WRITE-PERSON-LINE
              END-IF
           END-PERFORM
           IF HRA-LISTED = 0
              MOVE "  NONE" TO ANALYTICS-REPORT-REC
              WRITE ANALYTICS-REPORT-REC
           END-IF.
           EXIT.

      ***** SERVICE ANNIVERSARIES FALLING IN THE MONTH AFTER THE
      ***** REPORT MONTH, FOR STAFF STILL ON THE HEADCOUNT
       LIST-ANNIVERSARIES.
           MOVE SPACES TO ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           MOVE SPACES TO ANALYTICS-REPORT-REC
           STRING "SERVICE ANNIVERSARIES IN " DELIMITED BY SIZE
                  HRA-NEXT DELIMITED BY SIZE
                  INTO ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           MOVE 0 TO HRA-LISTED
           PERFORM VARYING HRA-IDX FROM 1 BY 1
               UNTIL HRA-IDX > HRA-EMP-COUNT
              PERFORM CLASSIFY-EMPLOYEE
              IF HRA-F-CLOSE = 1 AND
                 HRA-E-HIRE(HRA-IDX)(5:2) = HRA-NEXT(5:2) AND
                 HRA-E-HIRE(HRA-IDX)(1:4) < HRA-NEXT(1:4)
                 ADD 1 TO HRA-LISTED
                 COMPUTE HRA-YEARS = HRA-NEXT-YEAR -
                     FUNCTION NUMVAL(HRA-E-HIRE(HRA-IDX)(1:4))
                 MOVE HRA-YEARS TO HRA-YEARS-ED
                 MOVE SPACES TO HRA-PER-NOTE
                 STRING HRA-YEARS-ED DELIMITED BY SIZE
                        " YRS OF SERVICE" DELIMITED BY SIZE
                        INTO HRA-PER-NOTE
                 PERFORM WRITE-PERSON-LINE
              END-IF
           END-PERFORM
           IF HRA-LISTED = 0
              MOVE "  NONE" TO ANALYTICS-REPORT-REC
              WRITE ANALYTICS-REPORT-REC
           END-IF.
           EXIT.

       WRITE-PERSON-LINE.
           MOVE HRA-E-ID(HRA-IDX) TO HRA-PER-ID
           MOVE HRA-E-DEPT(HRA-IDX) TO HRA-PER-DEPT
           MOVE HRA-E-HIRE(HRA-IDX) TO HRA-PER-HIRE
           PERFORM FIND-EMPLOYEE-NAME
           MOVE HRA-NAME TO HRA-PER-NAME
           WRITE ANALYTICS-REPORT-REC FROM HRA-PERSON-LINE
           DISPLAY HRA-PERSON-LINE.
           EXIT.

       FIND-EMPLOYEE-NAME.
           MOVE SPACES TO HRA-NAME
           MOVE 0 TO HRA-EM-EOF
           OPEN EXTEND EMPLOYEE-MASTER
           CLOSE EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-MASTER
           READ EMPLOYEE-MASTER
              AT END MOVE 1 TO HRA-EM-EOF
           END-READ
           PERFORM UNTIL HRA-EM-EOF = 1
              IF EM-ID = HRA-E-ID(HRA-IDX)
                 STRING EM-LNAME DELIMITED BY SPACE
                        ", " DELIMITED BY SIZE
                        EM-FNAME DELIMITED BY SPACE
                        INTO HRA-NAME
                 MOVE 1 TO HRA-EM-EOF
              ELSE
                 READ EMPLOYEE-MASTER
                    AT END MOVE 1 TO HRA-EM-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.
           EXIT.

      ***** COMPANY-WIDE MOVEMENT FOR THE TWELVE MONTHS ENDING WITH
      ***** THE REPORT MONTH, OLDEST FIRST
       TREND-ANALYTICS.
           MOVE SPACES TO ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           MOVE "12-MONTH TREND (ALL DEPARTMENTS)" TO
              ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           MOVE "MONTH   OPEN  HIRE   SEP CLOSE  TURNOV%  RETAIN%"
              TO ANALYTICS-REPORT-REC
           WRITE ANALYTICS-REPORT-REC
           MOVE SPACES TO ANALYTICS-CSV-REC
           WRITE ANALYTICS-CSV-REC
           MOVE SPACES TO ANALYTICS-CSV-REC
           STRING "MONTH,OPENING,HIRES,SEPARATIONS,CLOSING,"
                  DELIMITED BY SIZE
                  "TURNOVER PCT,RETENTION PCT" DELIMITED BY SIZE
                  INTO ANALYTICS-CSV-REC
           WRITE ANALYTICS-CSV-REC

           MOVE HRA-REPORT-MONTH TO HRA-MONTH
           PERFORM VARYING HRA-TREND-STEP FROM 1 BY 1
               UNTIL HRA-TREND-STEP > 11
              SUBTRACT 1 FROM HRA-MM
              IF HRA-MM = 0
                 MOVE 12 TO HRA-MM
                 SUBTRACT 1 FROM HRA-YEAR
              END-IF
           END-PERFORM
           PERFORM VARYING HRA-TREND-STEP FROM 1 BY 1
               UNTIL HRA-TREND-STEP > 12
              PERFORM TREND-ONE-MONTH
              ADD 1 TO HRA-MM
              IF HRA-MM > 12
                 MOVE 1 TO HRA-MM
                 ADD 1 TO HRA-YEAR
              END-IF
           END-PERFORM.
           EXIT.

       TREND-ONE-MONTH.
           PERFORM SET-MONTH-BOUNDS
           MOVE HRA-ALL TO HRA-HIT
           PERFORM CLEAR-DEPT-ROW
           PERFORM VARYING HRA-IDX FROM 1 BY 1
               UNTIL HRA-IDX > HRA-EMP-COUNT
              PERFORM CLASSIFY-EMPLOYEE
              PERFORM ADD-TO-DEPT-ROW
           END-PERFORM
           MOVE HRA-ALL TO HRA-D-IDX
           PERFORM COMPUTE-RATES
           MOVE HRA-MONTH TO HRA-TRD-MONTH
           MOVE HRA-T-OPEN(HRA-ALL) TO HRA-TRD-OPEN
           MOVE HRA-T-HIRES(HRA-ALL) TO HRA-TRD-HIRES
           MOVE HRA-T-SEPS(HRA-ALL) TO HRA-TRD-SEPS
           MOVE HRA-T-CLOSE(HRA-ALL) TO HRA-TRD-CLOSE
           MOVE HRA-TURNOVER TO HRA-TRD-TURNOVER
           MOVE HRA-RETENTION TO HRA-TRD-RETENTION
           WRITE ANALYTICS-REPORT-REC FROM HRA-TREND-LINE
           DISPLAY HRA-TREND-LINE
           MOVE HRA-MONTH TO CSV-T-MONTH
           MOVE HRA-T-OPEN(HRA-ALL) TO CSV-T-OPEN
           MOVE HRA-T-HIRES(HRA-ALL) TO CSV-T-HIRES
           MOVE HRA-T-SEPS(HRA-ALL) TO CSV-T-SEPS
           MOVE HRA-T-CLOSE(HRA-ALL) TO CSV-T-CLOSE
           MOVE HRA-TURNOVER TO CSV-T-TURNOVER
           MOVE HRA-RETENTION TO CSV-T-RETENTION
           WRITE ANALYTICS-CSV-REC FROM CSV-TREND-LINE.
           EXIT.

       END PROGRAM HR-ANALYTICS.
