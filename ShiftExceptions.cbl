      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 11, 2024
      * Purpose: DAILY SHIFT EXCEPTION REPORT - NO-SHOWS, PUNCHES ON
      *          UNROSTERED DAYS OR OFF THE ROSTERED SHIFT, AND SHIFTS
      *          SWAPPED WITHOUT APPROVAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-EXCEPTIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-LOG ASSIGN TO
           "C:\cobol_project\PunchLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHIFT-ROSTER ASSIGN TO
           "C:\cobol_project\ShiftRoster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHIFT-SWAPS ASSIGN TO
           "C:\cobol_project\ShiftSwaps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO
           "C:\cobol_project\EmployeeMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT HR-MASTER ASSIGN TO
           "C:\cobol_project\HRMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHIFT-EXCEPTION-REPORT ASSIGN TO
           "C:\cobol_project\ShiftExceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PUNCH-LOG.
       01 PUNCH-LOG-REC.
          05 PCH-ID PIC X(5).
          05 PCH-DATE PIC X(8).
          05 PCH-TIME PIC X(6).
          05 PCH-TYPE PIC X(01).
      ***** ONE ROW PER EMPLOYEE PER ROSTERED DATE: SHIFT CODE, START
      ***** AND END (HHMM), AND Y WHEN THE DATE IS A REST DAY
       FD SHIFT-ROSTER.
       01 SHIFT-ROSTER-REC.
          05 SRO-EMPID PIC X(5).
          05 SRO-DATE PIC X(8).
          05 SRO-SHIFT PIC X(4).
          05 SRO-START PIC X(4).
          05 SRO-END PIC X(4).
          05 SRO-REST PIC X(01).
      ***** APPROVED SWAPS: SWP-EMPID WORKS SWP-FOR-ID'S SHIFT
       FD SHIFT-SWAPS.
       01 SHIFT-SWAP-REC.
          05 SWP-DATE PIC X(8).
          05 SWP-EMPID PIC X(5).
          05 SWP-FOR-ID PIC X(5).
          05 SWP-APPROVER PIC X(5).
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
          05 EM-ID PIC X(5).
          05 EM-LNAME PIC X(10).
          05 EM-FNAME PIC X(10).
          05 EM-MNAME PIC X(10).
          05 EM-PCODE PIC X(01).
          05 EM-RATE PIC X(9).
      ***** (HR-STATUS: A=ACTIVE L=ON-LEAVE S=SEPARATED)
       FD HR-MASTER.
       01 HR-MASTER-REC.
          05 HR-ID PIC X(5).
          05 HR-HIRE-DATE PIC X(8).
          05 HR-DEPT PIC X(4).
          05 HR-STATUS PIC X(01).
          05 HR-SEP-DATE PIC X(8).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       FD SHIFT-EXCEPTION-REPORT.
       01 SHIFT-EXCEPTION-REPORT-REC PIC X(80).
       WORKING-STORAGE SECTION.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
       01 SHX-SEQ.
          05 SHX-DATE PIC X(8).
          05 SHX-EOF-FLAG PIC 9 VALUE 0.
          05 SHX-FOUND PIC 9 VALUE 0.
          05 SHX-HH PIC 9(2).
          05 SHX-MM PIC 9(2).
          05 SHX-IN-MIN PIC 9(4).
          05 SHX-GAP PIC 9(4).
          05 SHX-ID PIC X(5).
          05 SHX-NOSHOW-CNT PIC 9(4) VALUE 0.
          05 SHX-UNROST-CNT PIC 9(4) VALUE 0.
          05 SHX-OFFSCH-CNT PIC 9(4) VALUE 0.
          05 SHX-UNSWAP-CNT PIC 9(4) VALUE 0.
      ***** A TIME-IN MORE THAN TWO HOURS OFF THE ROSTERED START IS
      ***** A DIFFERENT SHIFT, NOT LATENESS
       01 SHX-OFFSCHED-MIN PIC 9(3) VALUE 120.
      ********** THE DAY'S ROSTER ROWS. SHX-R-WORKED IS SET WHEN THE
      ********** OWNER, OR AN APPROVED SWAPPER, CLOCKED IN ON SCHEDULE;
      ********** SHX-R-TAKEN-BY WHEN SOMEONE ELSE TOOK IT UNAPPROVED
       01 SHX-R-TABLE.
          05 SHX-R-ENTRY OCCURS 500 TIMES.
             10 SHX-R-ID PIC X(5).
             10 SHX-R-SHIFT PIC X(4).
             10 SHX-R-START PIC X(4).
             10 SHX-R-REST PIC X(01).
             10 SHX-R-START-MIN PIC 9(4).
             10 SHX-R-WORKED PIC 9.
             10 SHX-R-SWAP-ID PIC X(5).
             10 SHX-R-TAKEN-BY PIC X(5).
       01 SHX-R-COUNT PIC 9(4) VALUE 0.
       01 SHX-R-IDX PIC 9(4).
       01 SHX-R-HIT PIC 9(4).
      ********** EACH EMPLOYEE'S FIRST TIME-IN FOR THE DAY, AND WHAT
      ********** KIND OF TURNOUT IT WAS (U = NO ROSTER ROW, R = ON A
      ********** REST DAY, O = OFF THE SHIFT, SPACE = AS ROSTERED)
       01 SHX-P-TABLE.
          05 SHX-P-ENTRY OCCURS 500 TIMES.
             10 SHX-P-ID PIC X(5).
             10 SHX-P-IN PIC X(4).
             10 SHX-P-IN-MIN PIC 9(4).
             10 SHX-P-KIND PIC X(01).
             10 SHX-P-ROW PIC 9(4).
       01 SHX-P-COUNT PIC 9(4) VALUE 0.
       01 SHX-P-IDX PIC 9(4).
       01 SHX-P-HIT PIC 9(4).
       01 SHX-HEAD-LINE PIC X(80) VALUE
           "ID     NAME                   SHIFT IN    EXCEPTION".
       01 SHX-DETAIL-LINE.
          05 SHX-DTL-ID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SHX-DTL-LNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 SHX-DTL-FNAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SHX-DTL-SHIFT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SHX-DTL-IN PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SHX-DTL-NOTE PIC X(38).
       01 SHX-COUNT-LINE.
          05 SHX-CNT-LABEL PIC X(30).
          05 SHX-CNT-VALUE PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHIFT EXCEPTIONS FOR DATE (YYYYMMDD, BLANK = "
              "BUSINESS DATE): " WITH NO ADVANCING.
           ACCEPT SHX-DATE.
           IF SHX-DATE = SPACES
              PERFORM GET-BUSINESS-DATE
              MOVE BDT-DATE TO SHX-DATE
           END-IF

           PERFORM LOAD-DAY-ROSTER.
           PERFORM LOAD-DAY-SWAPS.
           PERFORM LOAD-DAY-PUNCHES.
           PERFORM MATCH-PUNCHES-TO-ROSTER.
           PERFORM MATCH-UNAPPROVED-SWAPS.

           OPEN OUTPUT SHIFT-EXCEPTION-REPORT
           MOVE SPACES TO SHIFT-EXCEPTION-REPORT-REC
           STRING "SHIFT EXCEPTIONS FOR " DELIMITED BY SIZE
                  SHX-DATE DELIMITED BY SIZE
                  INTO SHIFT-EXCEPTION-REPORT-REC
           WRITE SHIFT-EXCEPTION-REPORT-REC
           WRITE SHIFT-EXCEPTION-REPORT-REC FROM SHX-HEAD-LINE
           PERFORM REPORT-NO-SHOWS
           PERFORM REPORT-PUNCH-EXCEPTIONS
           PERFORM REPORT-COUNTS
           CLOSE SHIFT-EXCEPTION-REPORT.
           GOBACK.

       LOAD-DAY-ROSTER.
           MOVE 0 TO SHX-R-COUNT
           MOVE 0 TO SHX-EOF-FLAG
           OPEN EXTEND SHIFT-ROSTER
           CLOSE SHIFT-ROSTER
           OPEN INPUT SHIFT-ROSTER
           READ SHIFT-ROSTER
              AT END MOVE 1 TO SHX-EOF-FLAG
           END-READ
           PERFORM UNTIL SHX-EOF-FLAG = 1
              IF SRO-DATE = SHX-DATE AND SHX-R-COUNT < 500
                 ADD 1 TO SHX-R-COUNT
                 MOVE SRO-EMPID TO SHX-R-ID(SHX-R-COUNT)
                 MOVE SRO-SHIFT TO SHX-R-SHIFT(SHX-R-COUNT)
                 MOVE SRO-START TO SHX-R-START(SHX-R-COUNT)
                 MOVE SRO-REST TO SHX-R-REST(SHX-R-COUNT)
                 MOVE SRO-START(1:2) TO SHX-HH
                 MOVE SRO-START(3:2) TO SHX-MM
                 COMPUTE SHX-R-START-MIN(SHX-R-COUNT) =
                     SHX-HH * 60 + SHX-MM
                 MOVE 0 TO SHX-R-WORKED(SHX-R-COUNT)
                 MOVE SPACES TO SHX-R-SWAP-ID(SHX-R-COUNT)
                 MOVE SPACES TO SHX-R-TAKEN-BY(SHX-R-COUNT)
              END-IF
              READ SHIFT-ROSTER
                 AT END MOVE 1 TO SHX-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SHIFT-ROSTER.
           EXIT.

      ***** AN APPROVED SWAP HANDS THE ROW TO THE COVERING EMPLOYEE
       LOAD-DAY-SWAPS.
           MOVE 0 TO SHX-EOF-FLAG
           OPEN EXTEND SHIFT-SWAPS
           CLOSE SHIFT-SWAPS
           OPEN INPUT SHIFT-SWAPS
           READ SHIFT-SWAPS
              AT END MOVE 1 TO SHX-EOF-FLAG
           END-READ
           PERFORM UNTIL SHX-EOF-FLAG = 1
              IF SWP-DATE = SHX-DATE
                 PERFORM VARYING SHX-R-IDX FROM 1 BY 1
                     UNTIL SHX-R-IDX > SHX-R-COUNT
                    IF SHX-R-ID(SHX-R-IDX) = SWP-FOR-ID
                       MOVE SWP-EMPID TO SHX-R-SWAP-ID(SHX-R-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              READ SHIFT-SWAPS
                 AT END MOVE 1 TO SHX-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SHIFT-SWAPS.
           EXIT.

      ***** EARLIEST TIME-IN PER EMPLOYEE FOR THE DAY
       LOAD-DAY-PUNCHES.
           MOVE 0 TO SHX-P-COUNT
           MOVE 0 TO SHX-EOF-FLAG
           OPEN EXTEND PUNCH-LOG
           CLOSE PUNCH-LOG
           OPEN INPUT PUNCH-LOG
           READ PUNCH-LOG
              AT END MOVE 1 TO SHX-EOF-FLAG
           END-READ
           PERFORM UNTIL SHX-EOF-FLAG = 1
              IF PCH-DATE = SHX-DATE AND PCH-TYPE = 'I'
                 MOVE 0 TO SHX-P-HIT
                 PERFORM VARYING SHX-P-IDX FROM 1 BY 1
                     UNTIL SHX-P-IDX > SHX-P-COUNT
                    IF SHX-P-ID(SHX-P-IDX) = PCH-ID
                       MOVE SHX-P-IDX TO SHX-P-HIT
                    END-IF
                 END-PERFORM
                 IF SHX-P-HIT = 0 AND SHX-P-COUNT < 500
                    ADD 1 TO SHX-P-COUNT
                    MOVE SHX-P-COUNT TO SHX-P-HIT
                    MOVE PCH-ID TO SHX-P-ID(SHX-P-HIT)
                    MOVE PCH-TIME(1:4) TO SHX-P-IN(SHX-P-HIT)
                 END-IF
                 IF SHX-P-HIT > 0
                    IF PCH-TIME(1:4) < SHX-P-IN(SHX-P-HIT)
                       MOVE PCH-TIME(1:4) TO SHX-P-IN(SHX-P-HIT)
                    END-IF
                 END-IF
              END-IF
              READ PUNCH-LOG
                 AT END MOVE 1 TO SHX-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PUNCH-LOG
           PERFORM VARYING SHX-P-IDX FROM 1 BY 1
               UNTIL SHX-P-IDX > SHX-P-COUNT
              MOVE SHX-P-IN(SHX-P-IDX)(1:2) TO SHX-HH
              MOVE SHX-P-IN(SHX-P-IDX)(3:2) TO SHX-MM
              COMPUTE SHX-P-IN-MIN(SHX-P-IDX) = SHX-HH * 60 + SHX-MM
           END-PERFORM.
           EXIT.

      ***** EACH TURNOUT IS JUDGED AGAINST THE ROW IT GOVERNS: THE
      ***** COLLEAGUE'S ROW UNDER AN APPROVED SWAP, ELSE THE OWN ROW
       MATCH-PUNCHES-TO-ROSTER.
           PERFORM VARYING SHX-P-IDX FROM 1 BY 1
               UNTIL SHX-P-IDX > SHX-P-COUNT
              MOVE 0 TO SHX-R-HIT
              MOVE 0 TO SHX-P-ROW(SHX-P-IDX)
              PERFORM VARYING SHX-R-IDX FROM 1 BY 1
                  UNTIL SHX-R-IDX > SHX-R-COUNT
                 IF SHX-R-SWAP-ID(SHX-R-IDX) = SHX-P-ID(SHX-P-IDX)
                    MOVE SHX-R-IDX TO SHX-R-HIT
                 END-IF
              END-PERFORM
              IF SHX-R-HIT = 0
                 PERFORM VARYING SHX-R-IDX FROM 1 BY 1
                     UNTIL SHX-R-IDX > SHX-R-COUNT
                    IF SHX-R-ID(SHX-R-IDX) = SHX-P-ID(SHX-P-IDX) AND
                       SHX-R-SWAP-ID(SHX-R-IDX) = SPACES
                       MOVE SHX-R-IDX TO SHX-R-HIT
                    END-IF
                 END-PERFORM
              END-IF
              MOVE SPACE TO SHX-P-KIND(SHX-P-IDX)
              EVALUATE TRUE
                 WHEN SHX-R-HIT = 0
                    MOVE 'U' TO SHX-P-KIND(SHX-P-IDX)
                 WHEN SHX-R-REST(SHX-R-HIT) = 'Y'
                    MOVE 'R' TO SHX-P-KIND(SHX-P-IDX)
                 WHEN OTHER
                    MOVE SHX-R-HIT TO SHX-P-ROW(SHX-P-IDX)
                    PERFORM MEASURE-START-GAP
                    IF SHX-GAP > SHX-OFFSCHED-MIN
                       MOVE 'O' TO SHX-P-KIND(SHX-P-IDX)
                    ELSE
                       MOVE 1 TO SHX-R-WORKED(SHX-R-HIT)
                    END-IF
              END-EVALUATE
           END-PERFORM.
           EXIT.

       MEASURE-START-GAP.
           IF SHX-P-IN-MIN(SHX-P-IDX) > SHX-R-START-MIN(SHX-R-HIT)
              COMPUTE SHX-GAP = SHX-P-IN-MIN(SHX-P-IDX) -
                  SHX-R-START-MIN(SHX-R-HIT)
           ELSE
              COMPUTE SHX-GAP = SHX-R-START-MIN(SHX-R-HIT) -
                  SHX-P-IN-MIN(SHX-P-IDX)
           END-IF.
           EXIT.

      ***** A TURNOUT OFF ITS OWN ROSTER THAT LINES UP WITH SOMEONE
      ***** ELSE'S UNWORKED SHIFT IS TAKEN AS A SWAP NOBODY APPROVED
       MATCH-UNAPPROVED-SWAPS.
           PERFORM VARYING SHX-P-IDX FROM 1 BY 1
               UNTIL SHX-P-IDX > SHX-P-COUNT
              IF SHX-P-KIND(SHX-P-IDX) NOT = SPACE
                 MOVE 0 TO SHX-P-HIT
                 PERFORM VARYING SHX-R-HIT FROM 1 BY 1
                     UNTIL SHX-R-HIT > SHX-R-COUNT OR SHX-P-HIT > 0
                    IF SHX-R-REST(SHX-R-HIT) NOT = 'Y' AND
                       SHX-R-WORKED(SHX-R-HIT) = 0 AND
                       SHX-R-TAKEN-BY(SHX-R-HIT) = SPACES AND
                       SHX-R-ID(SHX-R-HIT) NOT = SHX-P-ID(SHX-P-IDX)
                       PERFORM MEASURE-START-GAP
                       IF SHX-GAP <= SHX-OFFSCHED-MIN
                          MOVE SHX-R-HIT TO SHX-P-HIT
                       END-IF
                    END-IF
                 END-PERFORM
                 IF SHX-P-HIT > 0
                    MOVE SHX-P-ID(SHX-P-IDX)
                       TO SHX-R-TAKEN-BY(SHX-P-HIT)
                    MOVE 'W' TO SHX-P-KIND(SHX-P-IDX)
                    MOVE SHX-P-HIT TO SHX-P-ROW(SHX-P-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      ***** A WORKING ROW NOBODY CLOCKED IN FOR. UNDER AN APPROVED
      ***** SWAP THE NO-SHOW IS THE COVERING EMPLOYEE'S. STAFF ON
      ***** LEAVE OR SEPARATED ARE NOT EXPECTED
       REPORT-NO-SHOWS.
           PERFORM VARYING SHX-R-IDX FROM 1 BY 1
               UNTIL SHX-R-IDX > SHX-R-COUNT
              IF SHX-R-REST(SHX-R-IDX) NOT = 'Y' AND
                 SHX-R-WORKED(SHX-R-IDX) = 0
                 MOVE SHX-R-ID(SHX-R-IDX) TO SHX-ID
                 IF SHX-R-SWAP-ID(SHX-R-IDX) NOT = SPACES
                    MOVE SHX-R-SWAP-ID(SHX-R-IDX) TO SHX-ID
                 END-IF
                 PERFORM FIND-PUNCH-OWNER
                 IF SHX-FOUND = 0
                    PERFORM CHECK-HR-ABSENCE
                 END-IF
                 IF SHX-FOUND = 0
                    ADD 1 TO SHX-NOSHOW-CNT
                    MOVE SHX-R-SHIFT(SHX-R-IDX) TO SHX-DTL-SHIFT
                    MOVE SPACES TO SHX-DTL-IN
                    MOVE SPACES TO SHX-DTL-NOTE
                    EVALUATE TRUE
                       WHEN SHX-R-TAKEN-BY(SHX-R-IDX) NOT = SPACES
                          STRING "NO-SHOW - WORKED BY " DELIMITED BY
                                 SIZE
                                 SHX-R-TAKEN-BY(SHX-R-IDX) DELIMITED
                                 BY SIZE
                                 " UNAPPROVED" DELIMITED BY SIZE
                                 INTO SHX-DTL-NOTE
                       WHEN SHX-R-SWAP-ID(SHX-R-IDX) NOT = SPACES
                          STRING "NO-SHOW - APPROVED SWAP FOR "
                                 DELIMITED BY SIZE
                                 SHX-R-ID(SHX-R-IDX) DELIMITED BY SIZE
                                 INTO SHX-DTL-NOTE
                       WHEN OTHER
                          MOVE "NO-SHOW" TO SHX-DTL-NOTE
                    END-EVALUATE
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.

      ***** SHX-FOUND = 1 WHEN SHX-ID CLOCKED IN AT ALL TODAY (AN
      ***** OFF-SCHEDULE TURNOUT IS REPORTED AS SUCH, NOT A NO-SHOW)
       FIND-PUNCH-OWNER.
           MOVE 0 TO SHX-FOUND
           PERFORM VARYING SHX-P-IDX FROM 1 BY 1
               UNTIL SHX-P-IDX > SHX-P-COUNT
              IF SHX-P-ID(SHX-P-IDX) = SHX-ID
                 MOVE 1 TO SHX-FOUND
              END-IF
           END-PERFORM.
           EXIT.

       CHECK-HR-ABSENCE.
           MOVE 0 TO SHX-EOF-FLAG
           OPEN EXTEND HR-MASTER
           CLOSE HR-MASTER
           OPEN INPUT HR-MASTER
           READ HR-MASTER
              AT END MOVE 1 TO SHX-EOF-FLAG
           END-READ
           PERFORM UNTIL SHX-EOF-FLAG = 1
              IF HR-ID = SHX-ID
                 IF HR-STATUS = 'L' OR HR-STATUS = 'S'
                    MOVE 1 TO SHX-FOUND
                 END-IF
                 MOVE 1 TO SHX-EOF-FLAG
              ELSE
                 READ HR-MASTER
                    AT END MOVE 1 TO SHX-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE HR-MASTER.
           EXIT.

      ***** A REST-DAY TURNOUT ON ITS OWN IS NOT AN EXCEPTION
       REPORT-PUNCH-EXCEPTIONS.
           PERFORM VARYING SHX-P-IDX FROM 1 BY 1
               UNTIL SHX-P-IDX > SHX-P-COUNT
              MOVE SHX-P-ID(SHX-P-IDX) TO SHX-ID
              MOVE SPACES TO SHX-DTL-SHIFT
              MOVE SHX-P-IN(SHX-P-IDX) TO SHX-DTL-IN
              MOVE SPACES TO SHX-DTL-NOTE
              MOVE SHX-P-ROW(SHX-P-IDX) TO SHX-R-HIT
              EVALUATE SHX-P-KIND(SHX-P-IDX)
                 WHEN 'W'
                    ADD 1 TO SHX-UNSWAP-CNT
                    MOVE SHX-R-SHIFT(SHX-R-HIT) TO SHX-DTL-SHIFT
                    STRING "UNAPPROVED SWAP - WORKED " DELIMITED BY
                           SIZE
                           SHX-R-ID(SHX-R-HIT) DELIMITED BY SIZE
                           " SHIFT" DELIMITED BY SIZE
                           INTO SHX-DTL-NOTE
                    PERFORM WRITE-EXCEPTION-LINE
                 WHEN 'U'
                    ADD 1 TO SHX-UNROST-CNT
                    MOVE "PUNCH ON UNROSTERED DAY" TO SHX-DTL-NOTE
                    PERFORM WRITE-EXCEPTION-LINE
                 WHEN 'O'
                    ADD 1 TO SHX-OFFSCH-CNT
                    MOVE SHX-R-SHIFT(SHX-R-HIT) TO SHX-DTL-SHIFT
                    STRING "OFF-SCHEDULE PUNCH, SHIFT STARTS "
                           DELIMITED BY SIZE
                           SHX-R-START(SHX-R-HIT) DELIMITED BY SIZE
                           INTO SHX-DTL-NOTE
                    PERFORM WRITE-EXCEPTION-LINE
              END-EVALUATE
           END-PERFORM.
           EXIT.

       WRITE-EXCEPTION-LINE.
           MOVE SHX-ID TO SHX-DTL-ID
           MOVE SPACES TO SHX-DTL-LNAME
           MOVE SPACES TO SHX-DTL-FNAME
           MOVE 0 TO SHX-EOF-FLAG
           OPEN EXTEND EMPLOYEE-MASTER
           CLOSE EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-MASTER
           READ EMPLOYEE-MASTER
              AT END MOVE 1 TO SHX-EOF-FLAG
           END-READ
           PERFORM UNTIL SHX-EOF-FLAG = 1
              IF EM-ID = SHX-ID
                 MOVE EM-LNAME TO SHX-DTL-LNAME
                 MOVE EM-FNAME TO SHX-DTL-FNAME
                 MOVE 1 TO SHX-EOF-FLAG
              ELSE
                 READ EMPLOYEE-MASTER
                    AT END MOVE 1 TO SHX-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           WRITE SHIFT-EXCEPTION-REPORT-REC FROM SHX-DETAIL-LINE
           DISPLAY SHX-DETAIL-LINE.
           EXIT.

       REPORT-COUNTS.
           MOVE SPACES TO SHIFT-EXCEPTION-REPORT-REC
           WRITE SHIFT-EXCEPTION-REPORT-REC
           MOVE "NO-SHOWS:" TO SHX-CNT-LABEL
           MOVE SHX-NOSHOW-CNT TO SHX-CNT-VALUE
           WRITE SHIFT-EXCEPTION-REPORT-REC FROM SHX-COUNT-LINE
           DISPLAY SHX-COUNT-LINE
           MOVE "PUNCHES ON UNROSTERED DAYS:" TO SHX-CNT-LABEL
           MOVE SHX-UNROST-CNT TO SHX-CNT-VALUE
           WRITE SHIFT-EXCEPTION-REPORT-REC FROM SHX-COUNT-LINE
           DISPLAY SHX-COUNT-LINE
           MOVE "OFF-SCHEDULE PUNCHES:" TO SHX-CNT-LABEL
           MOVE SHX-OFFSCH-CNT TO SHX-CNT-VALUE
           WRITE SHIFT-EXCEPTION-REPORT-REC FROM SHX-COUNT-LINE
           DISPLAY SHX-COUNT-LINE
           MOVE "UNAPPROVED SHIFT SWAPS:" TO SHX-CNT-LABEL
           MOVE SHX-UNSWAP-CNT TO SHX-CNT-VALUE
           WRITE SHIFT-EXCEPTION-REPORT-REC FROM SHX-COUNT-LINE
           DISPLAY SHX-COUNT-LINE.
           EXIT.

       GET-BUSINESS-DATE.
            IF BDT-DATE = SPACES
               MOVE 0 TO BDT-EOF
               OPEN EXTEND BUSINESS-DATE
               CLOSE BUSINESS-DATE
               OPEN INPUT BUSINESS-DATE
               READ BUSINESS-DATE
                  AT END MOVE 1 TO BDT-EOF
               END-READ
               CLOSE BUSINESS-DATE
               IF BDT-EOF = 1
                  MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-DATE
               ELSE
                  MOVE BD-DATE TO BDT-DATE
               END-IF
            END-IF.
            EXIT.

       END PROGRAM SHIFT-EXCEPTIONS.
