      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 11, 2024
      * Purpose: MAINTAIN THE PER-EMPLOYEE SHIFT ROSTER, ROLL A WEEKLY
      *          PATTERN FORWARD, AND RECORD APPROVED SHIFT SWAPS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-ROSTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-ROSTER ASSIGN TO
           "C:\cobol_project\ShiftRoster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHIFT-ROSTER-TMP ASSIGN TO
           "C:\cobol_project\ShiftRosterTmp.dat"
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
       DATA DIVISION.
       FILE SECTION.
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
       FD SHIFT-ROSTER-TMP.
       01 SHIFT-ROSTER-TMP-REC PIC X(26).
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
       WORKING-STORAGE SECTION.
       01 SRM-SEQ.
          05 SRM-MODE PIC X(01).
          05 SRM-EOF-FLAG PIC 9 VALUE 0.
          05 SRM-FOUND PIC 9 VALUE 0.
          05 SRM-DROP PIC 9 VALUE 0.
          05 SRM-EMPID PIC X(5).
          05 SRM-FROM-DATE PIC X(8).
          05 SRM-TO-DATE PIC X(8).
          05 SRM-COUNT PIC 9(4) VALUE 0.
          05 SRM-WEEKSIN PIC X(2).
          05 SRM-WEEKS PIC 9(2).
          05 SRM-WEEK PIC 9(2).
          05 SRM-DATE-NUM PIC 9(8).
          05 SRM-DAYNO PIC 9(7).
          05 SRM-PAT-START PIC 9(7).
          05 SRM-OTHER-ID PIC X(5).
          05 SRM-APPROVER PIC X(5).
      ***** ONE ROSTER ROW BEING ENTERED OR COPIED FORWARD
       01 SRM-NEW-ROW.
          05 SRM-NEW-EMPID PIC X(5).
          05 SRM-NEW-DATE PIC X(8).
          05 SRM-NEW-SHIFT PIC X(4).
          05 SRM-NEW-START PIC X(4).
          05 SRM-NEW-END PIC X(4).
          05 SRM-NEW-REST PIC X(01).
      ********** THE PATTERN WEEK AND THE ROWS ROLLED OUT OF IT
       01 SRM-PAT-TABLE.
          05 SRM-PAT-ENTRY OCCURS 350 TIMES.
             10 SRM-PAT-ROW PIC X(26).
       01 SRM-PAT-COUNT PIC 9(4) VALUE 0.
       01 SRM-PAT-IDX PIC 9(4).
       01 SRM-OUT-TABLE.
          05 SRM-OUT-ENTRY OCCURS 4200 TIMES.
             10 SRM-OUT-ROW PIC X(26).
       01 SRM-OUT-COUNT PIC 9(4) VALUE 0.
       01 SRM-OUT-IDX PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHIFT ROSTER".
           DISPLAY "[1] LIST THE ROSTER".
           DISPLAY "[2] SET A ROSTER DAY".
           DISPLAY "[3] ROLL A WEEKLY PATTERN FORWARD".
           DISPLAY "[4] RECORD AN APPROVED SHIFT SWAP".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT SRM-MODE.

           EVALUATE SRM-MODE
              WHEN '1'
                 PERFORM LIST-ROSTER
              WHEN '2'
                 PERFORM SET-ROSTER-DAY
              WHEN '3'
                 PERFORM ROLL-PATTERN-FORWARD
              WHEN '4'
                 PERFORM ADD-SHIFT-SWAP
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** BLANK EMPLOYEE ID LISTS EVERYONE IN THE DATE RANGE
       LIST-ROSTER.
           DISPLAY "EMPLOYEE ID (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT SRM-EMPID
           DISPLAY "FROM DATE (YYYYMMDD):      " WITH NO ADVANCING
           ACCEPT SRM-FROM-DATE
           DISPLAY "TO DATE (YYYYMMDD):        " WITH NO ADVANCING
           ACCEPT SRM-TO-DATE
           MOVE 0 TO SRM-EOF-FLAG
           MOVE 0 TO SRM-COUNT
           OPEN EXTEND SHIFT-ROSTER
           CLOSE SHIFT-ROSTER
           OPEN INPUT SHIFT-ROSTER
           READ SHIFT-ROSTER
              AT END MOVE 1 TO SRM-EOF-FLAG
           END-READ
           PERFORM UNTIL SRM-EOF-FLAG = 1
              IF (SRM-EMPID = SPACES OR SRO-EMPID = SRM-EMPID) AND
                 SRO-DATE >= SRM-FROM-DATE AND SRO-DATE <= SRM-TO-DATE
                 ADD 1 TO SRM-COUNT
                 IF SRO-REST = 'Y'
                    DISPLAY SRO-EMPID "  " SRO-DATE "  " SRO-SHIFT
                       "  REST DAY"
                 ELSE
                    DISPLAY SRO-EMPID "  " SRO-DATE "  " SRO-SHIFT
                       "  " SRO-START "-" SRO-END
                 END-IF
              END-IF
              READ SHIFT-ROSTER
                 AT END MOVE 1 TO SRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SHIFT-ROSTER
           DISPLAY "ROSTER DAYS LISTED: " SRM-COUNT.
           EXIT.

      ***** A NEW ROW FOR AN EMPLOYEE AND DATE REPLACES THE OLD ONE
       SET-ROSTER-DAY.
           DISPLAY "EMPLOYEE ID:             " WITH NO ADVANCING
           ACCEPT SRM-EMPID
           PERFORM FIND-EMPLOYEE
           IF SRM-FOUND = 0
              DISPLAY "EMPLOYEE NOT ON THE MASTER - NOT ROSTERED"
              EXIT PARAGRAPH
           END-IF
           MOVE SRM-EMPID TO SRM-NEW-EMPID
           DISPLAY "DATE (YYYYMMDD):         " WITH NO ADVANCING
           ACCEPT SRM-NEW-DATE
           DISPLAY "REST DAY (Y/N):          " WITH NO ADVANCING
           ACCEPT SRM-NEW-REST
           IF SRM-NEW-REST = 'Y'
              MOVE "REST" TO SRM-NEW-SHIFT
              MOVE "0000" TO SRM-NEW-START
              MOVE "0000" TO SRM-NEW-END
           ELSE
              MOVE 'N' TO SRM-NEW-REST
              DISPLAY "SHIFT CODE:              " WITH NO ADVANCING
              ACCEPT SRM-NEW-SHIFT
              DISPLAY "SHIFT START (HHMM):      " WITH NO ADVANCING
              ACCEPT SRM-NEW-START
              DISPLAY "SHIFT END (HHMM):        " WITH NO ADVANCING
              ACCEPT SRM-NEW-END
           END-IF
           MOVE 1 TO SRM-OUT-COUNT
           MOVE SRM-NEW-ROW TO SRM-OUT-ROW(1)
           PERFORM REWRITE-ROSTER
           DISPLAY "ROSTER DAY SET".
           EXIT.

      ***** THE SEVEN DAYS FROM THE PATTERN START ARE COPIED INTO
      ***** EACH FOLLOWING WEEK, REPLACING WHATEVER WAS ROSTERED THERE
       ROLL-PATTERN-FORWARD.
           DISPLAY "EMPLOYEE ID (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT SRM-EMPID
           IF SRM-EMPID NOT = SPACES
              PERFORM FIND-EMPLOYEE
              IF SRM-FOUND = 0
                 DISPLAY "EMPLOYEE NOT ON THE MASTER - NOT ROLLED"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "PATTERN WEEK START (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT SRM-FROM-DATE
           DISPLAY "WEEKS TO ROLL FORWARD (1-12):  " WITH NO ADVANCING
           ACCEPT SRM-WEEKSIN
           MOVE FUNCTION NUMVAL(SRM-WEEKSIN) TO SRM-WEEKS
           IF SRM-WEEKS < 1 OR SRM-WEEKS > 12
              DISPLAY "WEEKS MUST BE FROM 1 TO 12"
              EXIT PARAGRAPH
           END-IF
           MOVE SRM-FROM-DATE TO SRM-DATE-NUM
           COMPUTE SRM-PAT-START =
               FUNCTION INTEGER-OF-DATE(SRM-DATE-NUM)
           COMPUTE SRM-DAYNO = SRM-PAT-START + 6
           COMPUTE SRM-DATE-NUM = FUNCTION DATE-OF-INTEGER(SRM-DAYNO)
           MOVE SRM-DATE-NUM TO SRM-TO-DATE

           MOVE 0 TO SRM-PAT-COUNT
           MOVE 0 TO SRM-EOF-FLAG
           OPEN EXTEND SHIFT-ROSTER
           CLOSE SHIFT-ROSTER
           OPEN INPUT SHIFT-ROSTER
           READ SHIFT-ROSTER
              AT END MOVE 1 TO SRM-EOF-FLAG
           END-READ
           PERFORM UNTIL SRM-EOF-FLAG = 1
              IF (SRM-EMPID = SPACES OR SRO-EMPID = SRM-EMPID) AND
                 SRO-DATE >= SRM-FROM-DATE AND
                 SRO-DATE <= SRM-TO-DATE AND SRM-PAT-COUNT < 350
                 ADD 1 TO SRM-PAT-COUNT
                 MOVE SHIFT-ROSTER-REC TO SRM-PAT-ROW(SRM-PAT-COUNT)
              END-IF
              READ SHIFT-ROSTER
                 AT END MOVE 1 TO SRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SHIFT-ROSTER
           IF SRM-PAT-COUNT = 0
              DISPLAY "NO ROSTER DAYS IN THE PATTERN WEEK"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SRM-OUT-COUNT
           PERFORM VARYING SRM-WEEK FROM 1 BY 1
               UNTIL SRM-WEEK > SRM-WEEKS
              PERFORM VARYING SRM-PAT-IDX FROM 1 BY 1
                  UNTIL SRM-PAT-IDX > SRM-PAT-COUNT
                 MOVE SRM-PAT-ROW(SRM-PAT-IDX) TO SRM-NEW-ROW
                 MOVE SRM-NEW-DATE TO SRM-DATE-NUM
                 COMPUTE SRM-DAYNO =
                     FUNCTION INTEGER-OF-DATE(SRM-DATE-NUM) +
                     SRM-WEEK * 7
                 COMPUTE SRM-DATE-NUM =
                     FUNCTION DATE-OF-INTEGER(SRM-DAYNO)
                 MOVE SRM-DATE-NUM TO SRM-NEW-DATE
                 ADD 1 TO SRM-OUT-COUNT
                 MOVE SRM-NEW-ROW TO SRM-OUT-ROW(SRM-OUT-COUNT)
              END-PERFORM
           END-PERFORM
           PERFORM REWRITE-ROSTER
           DISPLAY "ROSTER DAYS ROLLED FORWARD: " SRM-OUT-COUNT.
           EXIT.

      ***** COPY THE ROSTER LESS ANY EMPLOYEE-DATE BEING REPLACED,
      ***** ADD THE NEW ROWS, AND PUT THE RESULT BACK
       REWRITE-ROSTER.
           MOVE 0 TO SRM-EOF-FLAG
           OPEN EXTEND SHIFT-ROSTER
           CLOSE SHIFT-ROSTER
           OPEN INPUT SHIFT-ROSTER
           OPEN OUTPUT SHIFT-ROSTER-TMP
           READ SHIFT-ROSTER
              AT END MOVE 1 TO SRM-EOF-FLAG
           END-READ
           PERFORM UNTIL SRM-EOF-FLAG = 1
              MOVE 0 TO SRM-DROP
              PERFORM VARYING SRM-OUT-IDX FROM 1 BY 1
                  UNTIL SRM-OUT-IDX > SRM-OUT-COUNT
                 IF SRM-OUT-ROW(SRM-OUT-IDX)(1:13) =
                    SHIFT-ROSTER-REC(1:13)
                    MOVE 1 TO SRM-DROP
                 END-IF
              END-PERFORM
              IF SRM-DROP = 0
                 WRITE SHIFT-ROSTER-TMP-REC FROM SHIFT-ROSTER-REC
              END-IF
              READ SHIFT-ROSTER
                 AT END MOVE 1 TO SRM-EOF-FLAG
              END-READ
           END-PERFORM
           PERFORM VARYING SRM-OUT-IDX FROM 1 BY 1
               UNTIL SRM-OUT-IDX > SRM-OUT-COUNT
              WRITE SHIFT-ROSTER-TMP-REC FROM SRM-OUT-ROW(SRM-OUT-IDX)
           END-PERFORM
           CLOSE SHIFT-ROSTER
           CLOSE SHIFT-ROSTER-TMP

           MOVE 0 TO SRM-EOF-FLAG
           OPEN INPUT SHIFT-ROSTER-TMP
           OPEN OUTPUT SHIFT-ROSTER
           READ SHIFT-ROSTER-TMP
              AT END MOVE 1 TO SRM-EOF-FLAG
           END-READ
           PERFORM UNTIL SRM-EOF-FLAG = 1
              WRITE SHIFT-ROSTER-REC FROM SHIFT-ROSTER-TMP-REC
              READ SHIFT-ROSTER-TMP
                 AT END MOVE 1 TO SRM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SHIFT-ROSTER-TMP
           CLOSE SHIFT-ROSTER.
           EXIT.

      ***** BOTH EMPLOYEES MUST EXIST AND THE APPROVER GOES ON RECORD
       ADD-SHIFT-SWAP.
           DISPLAY "SWAP DATE (YYYYMMDD):         " WITH NO ADVANCING
           ACCEPT SWP-DATE
           DISPLAY "EMPLOYEE WORKING THE SHIFT:   " WITH NO ADVANCING
           ACCEPT SRM-EMPID
           PERFORM FIND-EMPLOYEE
           IF SRM-FOUND = 0
              DISPLAY "EMPLOYEE NOT ON THE MASTER - SWAP NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE SRM-EMPID TO SRM-OTHER-ID
           DISPLAY "EMPLOYEE WHOSE SHIFT IT IS:   " WITH NO ADVANCING
           ACCEPT SRM-EMPID
           PERFORM FIND-EMPLOYEE
           IF SRM-FOUND = 0
              DISPLAY "EMPLOYEE NOT ON THE MASTER - SWAP NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "APPROVING OPERATOR ID:        " WITH NO ADVANCING
           ACCEPT SRM-APPROVER

           MOVE SRM-OTHER-ID TO SWP-EMPID
           MOVE SRM-EMPID TO SWP-FOR-ID
           MOVE SRM-APPROVER TO SWP-APPROVER
           OPEN EXTEND SHIFT-SWAPS
              WRITE SHIFT-SWAP-REC
           CLOSE SHIFT-SWAPS
           DISPLAY "SHIFT SWAP RECORDED".
           EXIT.

       FIND-EMPLOYEE.
           MOVE 0 TO SRM-FOUND
           MOVE 0 TO SRM-EOF-FLAG
           OPEN EXTEND EMPLOYEE-MASTER
           CLOSE EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-MASTER
           READ EMPLOYEE-MASTER
              AT END MOVE 1 TO SRM-EOF-FLAG
           END-READ
           PERFORM UNTIL SRM-EOF-FLAG = 1
              IF EM-ID = SRM-EMPID
                 MOVE 1 TO SRM-FOUND
                 MOVE 1 TO SRM-EOF-FLAG
              ELSE
                 READ EMPLOYEE-MASTER
                    AT END MOVE 1 TO SRM-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.
           EXIT.

       END PROGRAM SHIFT-ROSTER-MAINT.
