      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 02, 2024
      * Purpose: FACULTY MASTER AND TEACHING-LOAD ASSIGNMENT WITH
      *          SCHEDULE-CONFLICT AND OVERLOAD CHECKS, PLUS THE
      *          LOAD REPORTS PER INSTRUCTOR AND PER DEPARTMENT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-LOAD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACULTY-MASTER ASSIGN TO 'Faculty.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FACULTY-TMP ASSIGN TO 'FacultyTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FACULTY-LOAD ASSIGN TO 'FacultyLoad.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FACULTY-LOAD-TMP ASSIGN TO 'FacultyLoadTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COURSE-FILE ASSIGN TO 'Courses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CLASS-SCHEDULES ASSIGN TO 'ClassSchedules.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CURRICULUM ASSIGN TO 'Curriculum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAD-REPORT ASSIGN TO 'FacultyLoadReport.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER INSTRUCTOR; MAXIMUM UNITS IS THE REGULAR LOAD
      ***** THE RANK ALLOWS PER SCHOOL YEAR AND TERM
       FD FACULTY-MASTER.
       01 FACULTY-REC.
          05 FAC-ID PIC X(5).
          05 FAC-NAME PIC X(30).
          05 FAC-DEPT PIC X(4).
          05 FAC-RANK PIC X(15).
          05 FAC-MAX-UNITS PIC 9(2).
       FD FACULTY-TMP.
       01 FACULTY-TMP-REC PIC X(56).
      ***** WHO TEACHES EACH COURSE/SECTION, AND FOR HOW MANY UNITS
       FD FACULTY-LOAD.
       01 FACULTY-LOAD-REC.
          05 FA-FAC-ID PIC X(5).
          05 FA-COURSE PIC X(6).
          05 FA-SECTION PIC X(3).
          05 FA-SY PIC X(9).
          05 FA-UNITS PIC 9(2).
       FD FACULTY-LOAD-TMP.
       01 FACULTY-LOAD-TMP-REC PIC X(25).
       FD COURSE-FILE.
       01 COURSE-REC.
          05 CRS-CODE PIC X(6).
          05 CRS-SECTION PIC X(3).
          05 CRS-SY PIC X(9).
          05 CRS-CAPACITY PIC 9(3).
       FD CLASS-SCHEDULES.
       01 SCHEDULE-REC.
          05 SCH-COURSE PIC X(6).
          05 SCH-SECTION PIC X(3).
          05 SCH-DAYS PIC X(7).
          05 SCH-START PIC X(4).
          05 SCH-END PIC X(4).
          05 SCH-ROOM PIC X(6).
       FD CURRICULUM.
       01 CURRICULUM-REC.
          05 CUR-PROGRAM PIC X(6).
          05 CUR-COURSE PIC X(6).
          05 CUR-UNITS PIC 9(2).
          05 CUR-TERM-SEQ PIC 9(2).
       FD LOAD-REPORT.
       01 LOAD-REPORT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 FLM-SEQ.
          05 FLM-MODE PIC X(01).
          05 FLM-EOF-FLAG PIC 9 VALUE 0.
          05 FLM-SCAN-EOF PIC 9 VALUE 0.
          05 FLM-COUNT PIC 9(4) VALUE 0.
          05 FLM-FOUND PIC 9 VALUE 0.
          05 FLM-UNITSIN PIC X(2).
          05 FLM-ANSWER PIC X(01).
          05 FLM-DROPPED PIC 9 VALUE 0.
      ***** THE INSTRUCTOR AND SECTION BEING KEYED
       01 FLM-NEW-FACULTY.
          05 FLM-FAC-ID PIC X(5).
          05 FLM-FAC-NAME PIC X(30).
          05 FLM-FAC-DEPT PIC X(4).
          05 FLM-FAC-RANK PIC X(15).
          05 FLM-FAC-MAX PIC 9(2).
       01 FLM-NEW-LOAD.
          05 FLM-LD-FAC-ID PIC X(5).
          05 FLM-LD-COURSE PIC X(6).
          05 FLM-LD-SECTION PIC X(3).
          05 FLM-LD-SY PIC X(9).
          05 FLM-LD-UNITS PIC 9(2).
       01 FLM-CURRENT-UNITS PIC 9(3) VALUE 0.
       01 FLM-HELD-BY PIC X(5).
      ********** MEETING TIMES OF THE NEW SECTION AND OF THE
      ********** SECTIONS THE INSTRUCTOR ALREADY TEACHES
       01 FLM-NEW-SCHED.
          05 FLM-NEW-COUNT PIC 9(2) VALUE 0.
          05 FLM-NEW-ENTRY OCCURS 10 TIMES.
             10 FLM-N-DAYS PIC X(7).
             10 FLM-N-START PIC X(4).
             10 FLM-N-END PIC X(4).
       01 FLM-HELD-TABLE.
          05 FLM-HELD-COUNT PIC 9(2) VALUE 0.
          05 FLM-HELD-ENTRY OCCURS 40 TIMES.
             10 FLM-H-COURSE PIC X(6).
             10 FLM-H-SECTION PIC X(3).
       01 FLM-OLD-SCHED.
          05 FLM-OLD-DAYS PIC X(7).
          05 FLM-OLD-START PIC X(4).
          05 FLM-OLD-END PIC X(4).
       01 FLM-IDX PIC 9(2).
       01 FLM-IDX2 PIC 9(2).
       01 FLM-DAY-IDX PIC 9(1).
       01 FLM-CLASH PIC 9 VALUE 0.
       01 FLM-CONFLICTS PIC 9(3) VALUE 0.
      ********** LOAD REPORT WORK AREAS
       01 FLM-DEPT-TABLE.
          05 FLM-DEPT-COUNT PIC 9(2) VALUE 0.
          05 FLM-DEPT-ENTRY OCCURS 20 TIMES.
             10 FLM-D-DEPT PIC X(4).
             10 FLM-D-FACULTY PIC 9(4).
             10 FLM-D-UNITS PIC 9(5).
             10 FLM-D-MAX PIC 9(5).
             10 FLM-D-OVER PIC 9(4).
             10 FLM-D-SECTIONS PIC 9(4).
       01 FLM-D PIC 9(2).
       01 FLM-HIT PIC 9(2).
       01 FLM-SECTIONS PIC 9(3).
       01 FLM-FAC-LINE.
          05 FLM-FL-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FLM-FL-NAME PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FLM-FL-DEPT PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FLM-FL-RANK PIC X(15).
          05 FILLER PIC X(5) VALUE " MAX ".
          05 FLM-FL-MAX PIC Z9.
       01 FLM-ASSIGN-LINE.
          05 FILLER PIC X(8) VALUE SPACES.
          05 FLM-AL-COURSE PIC X(6).
          05 FILLER PIC X(1) VALUE "/".
          05 FLM-AL-SECTION PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 FLM-AL-SY PIC X(9).
          05 FILLER PIC X(8) VALUE "  UNITS ".
          05 FLM-AL-UNITS PIC Z9.
       01 FLM-TOTAL-LINE.
          05 FILLER PIC X(8) VALUE SPACES.
          05 FILLER PIC X(13) VALUE "TOTAL UNITS  ".
          05 FLM-TL-UNITS PIC ZZ9.
          05 FILLER PIC X(8) VALUE "  OF    ".
          05 FLM-TL-MAX PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FLM-TL-NOTE PIC X(20).
       01 FLM-DEPT-LINE.
          05 FLM-DL-DEPT PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 FLM-DL-FACULTY PIC ZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FLM-DL-SECTIONS PIC ZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FLM-DL-UNITS PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FLM-DL-MAX PIC ZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FLM-DL-OVER PIC ZZZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FACULTY AND TEACHING LOAD".
           DISPLAY "[1] LIST FACULTY".
           DISPLAY "[2] ADD OR UPDATE AN INSTRUCTOR".
           DISPLAY "[3] LIST TEACHING ASSIGNMENTS".
           DISPLAY "[4] ASSIGN AN INSTRUCTOR TO A COURSE/SECTION".
           DISPLAY "[5] REMOVE AN ASSIGNMENT".
           DISPLAY "[6] FACULTY LOAD REPORT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT FLM-MODE.

           EVALUATE FLM-MODE
              WHEN '1'
                 PERFORM LIST-FACULTY
              WHEN '2'
                 PERFORM ENTER-FACULTY
              WHEN '3'
                 PERFORM LIST-ASSIGNMENTS
              WHEN '4'
                 PERFORM ASSIGN-FACULTY
              WHEN '5'
                 PERFORM REMOVE-ASSIGNMENT
              WHEN '6'
                 PERFORM LOAD-REPORT-RUN
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-FACULTY.
           MOVE 0 TO FLM-EOF-FLAG
           MOVE 0 TO FLM-COUNT
           OPEN EXTEND FACULTY-MASTER
           CLOSE FACULTY-MASTER
           OPEN INPUT FACULTY-MASTER
           READ FACULTY-MASTER
              AT END MOVE 1 TO FLM-EOF-FLAG
           END-READ
           PERFORM UNTIL FLM-EOF-FLAG = 1
              ADD 1 TO FLM-COUNT
              MOVE FAC-ID TO FLM-FL-ID
              MOVE FAC-NAME TO FLM-FL-NAME
              MOVE FAC-DEPT TO FLM-FL-DEPT
              MOVE FAC-RANK TO FLM-FL-RANK
              MOVE FAC-MAX-UNITS TO FLM-FL-MAX
              DISPLAY FLM-FAC-LINE
              READ FACULTY-MASTER
                 AT END MOVE 1 TO FLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FACULTY-MASTER
           DISPLAY "INSTRUCTORS ON FILE: " FLM-COUNT.
           EXIT.

      ***** AN INSTRUCTOR ALREADY ON FILE IS REPLACED BY THE NEW ROW
       ENTER-FACULTY.
           DISPLAY "FACULTY ID:             " WITH NO ADVANCING
           ACCEPT FLM-FAC-ID
           IF FLM-FAC-ID = SPACES
              DISPLAY "FACULTY ID IS REQUIRED - NOTHING SAVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NAME:                   " WITH NO ADVANCING
           ACCEPT FLM-FAC-NAME
           DISPLAY "DEPARTMENT:             " WITH NO ADVANCING
           ACCEPT FLM-FAC-DEPT
           DISPLAY "RANK:                   " WITH NO ADVANCING
           ACCEPT FLM-FAC-RANK
           DISPLAY "MAXIMUM UNITS:          " WITH NO ADVANCING
           ACCEPT FLM-UNITSIN
           IF FUNCTION TEST-NUMVAL(FLM-UNITSIN) NOT = 0
              DISPLAY "INVALID MAXIMUM UNITS - NOTHING SAVED"
              EXIT PARAGRAPH
           END-IF
           COMPUTE FLM-FAC-MAX = FUNCTION NUMVAL(FLM-UNITSIN)

           MOVE 0 TO FLM-EOF-FLAG
           OPEN EXTEND FACULTY-MASTER
           CLOSE FACULTY-MASTER
           OPEN INPUT FACULTY-MASTER
           OPEN OUTPUT FACULTY-TMP
           READ FACULTY-MASTER
              AT END MOVE 1 TO FLM-EOF-FLAG
           END-READ
           PERFORM UNTIL FLM-EOF-FLAG = 1
              IF FAC-ID NOT = FLM-FAC-ID
                 WRITE FACULTY-TMP-REC FROM FACULTY-REC
              END-IF
              READ FACULTY-MASTER
                 AT END MOVE 1 TO FLM-EOF-FLAG
              END-READ
           END-PERFORM
           WRITE FACULTY-TMP-REC FROM FLM-NEW-FACULTY
           CLOSE FACULTY-MASTER
           CLOSE FACULTY-TMP

           MOVE 0 TO FLM-EOF-FLAG
           OPEN INPUT FACULTY-TMP
           OPEN OUTPUT FACULTY-MASTER
           READ FACULTY-TMP
              AT END MOVE 1 TO FLM-EOF-FLAG
           END-READ
           PERFORM UNTIL FLM-EOF-FLAG = 1
              WRITE FACULTY-REC FROM FACULTY-TMP-REC
              READ FACULTY-TMP
                 AT END MOVE 1 TO FLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FACULTY-TMP
           CLOSE FACULTY-MASTER
           DISPLAY "INSTRUCTOR SAVED".
           EXIT.

       LIST-ASSIGNMENTS.
           MOVE 0 TO FLM-EOF-FLAG
           MOVE 0 TO FLM-COUNT
           OPEN EXTEND FACULTY-LOAD
           CLOSE FACULTY-LOAD
           OPEN INPUT FACULTY-LOAD
           READ FACULTY-LOAD
              AT END MOVE 1 TO FLM-EOF-FLAG
           END-READ
           PERFORM UNTIL FLM-EOF-FLAG = 1
              ADD 1 TO FLM-COUNT
              DISPLAY FA-FAC-ID "  " FA-COURSE "/" FA-SECTION
                 "  " FA-SY "  UNITS " FA-UNITS
              READ FACULTY-LOAD
                 AT END MOVE 1 TO FLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FACULTY-LOAD
           DISPLAY "ASSIGNMENTS ON FILE: " FLM-COUNT.
           EXIT.

      ***** THE INSTRUCTOR AND THE COURSE/SECTION MUST BOTH BE ON
      ***** FILE, THE SECTION MAY HAVE ONLY ONE INSTRUCTOR, AND ITS
      ***** MEETING TIMES MAY NOT CLASH WITH ANYTHING THE INSTRUCTOR
      ***** ALREADY TEACHES THAT SCHOOL YEAR. GOING OVER THE MAXIMUM
      ***** UNITS IS ONLY A WARNING THE CHAIR MAY ACCEPT.
       ASSIGN-FACULTY.
           DISPLAY "FACULTY ID:             " WITH NO ADVANCING
           ACCEPT FLM-LD-FAC-ID
           MOVE FLM-LD-FAC-ID TO FLM-FAC-ID
           PERFORM FIND-FACULTY
           IF FLM-FOUND = 0
              DISPLAY "INSTRUCTOR NOT ON FILE - NOT ASSIGNED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "INSTRUCTOR: " FLM-FAC-NAME

           DISPLAY "COURSE CODE:            " WITH NO ADVANCING
           ACCEPT FLM-LD-COURSE
           DISPLAY "SECTION:                " WITH NO ADVANCING
           ACCEPT FLM-LD-SECTION
           PERFORM FIND-COURSE-SECTION
           IF FLM-FOUND = 0
              DISPLAY "COURSE/SECTION NOT ON FILE - NOT ASSIGNED"
              EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-CURRENT-LOAD
           IF FLM-HELD-BY NOT = SPACES
              DISPLAY "SECTION ALREADY ASSIGNED TO " FLM-HELD-BY
                 " - NOT ASSIGNED"
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SCHEDULE-CONFLICTS
           IF FLM-CONFLICTS > 0
              DISPLAY "SCHEDULE CONFLICTS: " FLM-CONFLICTS
                 " - NOT ASSIGNED"
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-COURSE-UNITS
           IF FLM-FOUND = 0
              DISPLAY "UNITS:                  " WITH NO ADVANCING
              ACCEPT FLM-UNITSIN
              IF FUNCTION TEST-NUMVAL(FLM-UNITSIN) NOT = 0
                 DISPLAY "INVALID UNITS - NOT ASSIGNED"
                 EXIT PARAGRAPH
              END-IF
              COMPUTE FLM-LD-UNITS = FUNCTION NUMVAL(FLM-UNITSIN)
           ELSE
              DISPLAY "UNITS FROM CURRICULUM: " FLM-LD-UNITS
           END-IF

           IF FLM-CURRENT-UNITS + FLM-LD-UNITS > FLM-FAC-MAX
              DISPLAY "WARNING: LOAD BECOMES "
                 FLM-CURRENT-UNITS " + " FLM-LD-UNITS
                 " UNITS AGAINST A MAXIMUM OF " FLM-FAC-MAX
              DISPLAY "ASSIGN AS AN OVERLOAD (Y/N): "
                 WITH NO ADVANCING
              ACCEPT FLM-ANSWER
              IF FLM-ANSWER NOT = 'Y' AND FLM-ANSWER NOT = 'y'
                 DISPLAY "NOT ASSIGNED"
                 EXIT PARAGRAPH
              END-IF
           END-IF

           OPEN EXTEND FACULTY-LOAD
           WRITE FACULTY-LOAD-REC FROM FLM-NEW-LOAD
           CLOSE FACULTY-LOAD
           DISPLAY "INSTRUCTOR ASSIGNED".
           EXIT.

       FIND-FACULTY.
           MOVE 0 TO FLM-FOUND
           MOVE 0 TO FLM-SCAN-EOF
           OPEN EXTEND FACULTY-MASTER
           CLOSE FACULTY-MASTER
           OPEN INPUT FACULTY-MASTER
           READ FACULTY-MASTER
              AT END MOVE 1 TO FLM-SCAN-EOF
           END-READ
           PERFORM UNTIL FLM-SCAN-EOF = 1
              IF FAC-ID = FLM-FAC-ID
                 MOVE FACULTY-REC TO FLM-NEW-FACULTY
                 MOVE 1 TO FLM-FOUND
                 MOVE 1 TO FLM-SCAN-EOF
              ELSE
                 READ FACULTY-MASTER
                    AT END MOVE 1 TO FLM-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE FACULTY-MASTER.
           EXIT.

      ***** THE SCHOOL YEAR COMES FROM THE COURSE FILE
       FIND-COURSE-SECTION.
           MOVE 0 TO FLM-FOUND
           MOVE 0 TO FLM-SCAN-EOF
           OPEN EXTEND COURSE-FILE
           CLOSE COURSE-FILE
           OPEN INPUT COURSE-FILE
           READ COURSE-FILE
              AT END MOVE 1 TO FLM-SCAN-EOF
           END-READ
           PERFORM UNTIL FLM-SCAN-EOF = 1
              IF CRS-CODE = FLM-LD-COURSE AND
                 CRS-SECTION = FLM-LD-SECTION
                 MOVE CRS-SY TO FLM-LD-SY
                 MOVE 1 TO FLM-FOUND
                 MOVE 1 TO FLM-SCAN-EOF
              ELSE
                 READ COURSE-FILE
                    AT END MOVE 1 TO FLM-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE COURSE-FILE.
           EXIT.

      ***** ONE PASS OVER THE ASSIGNMENTS: WHO ALREADY HOLDS THE
      ***** SECTION, AND WHAT THE INSTRUCTOR TEACHES THIS SCHOOL YEAR
       GATHER-CURRENT-LOAD.
           MOVE SPACES TO FLM-HELD-BY
           MOVE 0 TO FLM-CURRENT-UNITS
           MOVE 0 TO FLM-HELD-COUNT
           MOVE 0 TO FLM-SCAN-EOF
           OPEN EXTEND FACULTY-LOAD
           CLOSE FACULTY-LOAD
           OPEN INPUT FACULTY-LOAD
           READ FACULTY-LOAD
              AT END MOVE 1 TO FLM-SCAN-EOF
           END-READ
           PERFORM UNTIL FLM-SCAN-EOF = 1
              IF FA-COURSE = FLM-LD-COURSE AND
                 FA-SECTION = FLM-LD-SECTION AND
                 FA-SY = FLM-LD-SY
                 MOVE FA-FAC-ID TO FLM-HELD-BY
              END-IF
              IF FA-FAC-ID = FLM-LD-FAC-ID AND FA-SY = FLM-LD-SY
                 ADD FA-UNITS TO FLM-CURRENT-UNITS
                 IF FLM-HELD-COUNT < 40
                    ADD 1 TO FLM-HELD-COUNT
                    MOVE FA-COURSE TO FLM-H-COURSE(FLM-HELD-COUNT)
                    MOVE FA-SECTION TO FLM-H-SECTION(FLM-HELD-COUNT)
                 END-IF
              END-IF
              READ FACULTY-LOAD
                 AT END MOVE 1 TO FLM-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE FACULTY-LOAD.
           EXIT.

      ***** THE NEW SECTION'S MEETINGS ARE TABLED FIRST, THEN EVERY
      ***** MEETING OF A SECTION THE INSTRUCTOR ALREADY HOLDS IS
      ***** TESTED AGAINST THEM THE WAY THE ROOM LISTING TESTS ROOMS
       CHECK-SCHEDULE-CONFLICTS.
           MOVE 0 TO FLM-CONFLICTS
           MOVE 0 TO FLM-NEW-COUNT
           MOVE 0 TO FLM-SCAN-EOF
           OPEN EXTEND CLASS-SCHEDULES
           CLOSE CLASS-SCHEDULES
           OPEN INPUT CLASS-SCHEDULES
           READ CLASS-SCHEDULES
              AT END MOVE 1 TO FLM-SCAN-EOF
           END-READ
           PERFORM UNTIL FLM-SCAN-EOF = 1
              IF SCH-COURSE = FLM-LD-COURSE AND
                 SCH-SECTION = FLM-LD-SECTION AND
                 FLM-NEW-COUNT < 10
                 ADD 1 TO FLM-NEW-COUNT
                 MOVE SCH-DAYS TO FLM-N-DAYS(FLM-NEW-COUNT)
                 MOVE SCH-START TO FLM-N-START(FLM-NEW-COUNT)
                 MOVE SCH-END TO FLM-N-END(FLM-NEW-COUNT)
              END-IF
              READ CLASS-SCHEDULES
                 AT END MOVE 1 TO FLM-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE CLASS-SCHEDULES

           IF FLM-NEW-COUNT = 0 OR FLM-HELD-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FLM-SCAN-EOF
           OPEN INPUT CLASS-SCHEDULES
           READ CLASS-SCHEDULES
              AT END MOVE 1 TO FLM-SCAN-EOF
           END-READ
           PERFORM UNTIL FLM-SCAN-EOF = 1
              PERFORM VARYING FLM-IDX2 FROM 1 BY 1
                  UNTIL FLM-IDX2 > FLM-HELD-COUNT
                 IF SCH-COURSE = FLM-H-COURSE(FLM-IDX2) AND
                    SCH-SECTION = FLM-H-SECTION(FLM-IDX2)
                    MOVE SCH-DAYS TO FLM-OLD-DAYS
                    MOVE SCH-START TO FLM-OLD-START
                    MOVE SCH-END TO FLM-OLD-END
                    PERFORM VARYING FLM-IDX FROM 1 BY 1
                        UNTIL FLM-IDX > FLM-NEW-COUNT
                       PERFORM CHECK-PAIR-CLASH
                       IF FLM-CLASH = 1
                          ADD 1 TO FLM-CONFLICTS
                          DISPLAY "CONFLICTS WITH " SCH-COURSE "/"
                             SCH-SECTION "  DAYS " SCH-DAYS "  "
                             SCH-START "-" SCH-END
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              READ CLASS-SCHEDULES
                 AT END MOVE 1 TO FLM-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE CLASS-SCHEDULES.
           EXIT.

      ***** A CLASH NEEDS A SHARED MEETING DAY AND OVERLAPPING TIMES
       CHECK-PAIR-CLASH.
           MOVE 0 TO FLM-CLASH
           IF FLM-N-START(FLM-IDX) >= FLM-OLD-END OR
              FLM-OLD-START >= FLM-N-END(FLM-IDX)
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FLM-DAY-IDX FROM 1 BY 1
               UNTIL FLM-DAY-IDX > 7
              IF FLM-N-DAYS(FLM-IDX)(FLM-DAY-IDX:1) = 'Y' AND
                 FLM-OLD-DAYS(FLM-DAY-IDX:1) = 'Y'
                 MOVE 1 TO FLM-CLASH
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE COURSE'S UNITS COME FROM THE FIRST CURRICULUM ROW
      ***** THAT CARRIES IT; A COURSE OFF THE CURRICULUM IS KEYED
       FIND-COURSE-UNITS.
           MOVE 0 TO FLM-FOUND
           MOVE 0 TO FLM-SCAN-EOF
           OPEN EXTEND CURRICULUM
           CLOSE CURRICULUM
           OPEN INPUT CURRICULUM
           READ CURRICULUM
              AT END MOVE 1 TO FLM-SCAN-EOF
           END-READ
           PERFORM UNTIL FLM-SCAN-EOF = 1
              IF CUR-COURSE = FLM-LD-COURSE
                 MOVE CUR-UNITS TO FLM-LD-UNITS
                 MOVE 1 TO FLM-FOUND
                 MOVE 1 TO FLM-SCAN-EOF
              ELSE
                 READ CURRICULUM
                    AT END MOVE 1 TO FLM-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CURRICULUM.
           EXIT.

       REMOVE-ASSIGNMENT.
           DISPLAY "COURSE CODE:            " WITH NO ADVANCING
           ACCEPT FLM-LD-COURSE
           DISPLAY "SECTION:                " WITH NO ADVANCING
           ACCEPT FLM-LD-SECTION
           DISPLAY "SCHOOL YEAR:            " WITH NO ADVANCING
           ACCEPT FLM-LD-SY
           MOVE 0 TO FLM-DROPPED
           MOVE 0 TO FLM-EOF-FLAG
           OPEN EXTEND FACULTY-LOAD
           CLOSE FACULTY-LOAD
           OPEN INPUT FACULTY-LOAD
           OPEN OUTPUT FACULTY-LOAD-TMP
           READ FACULTY-LOAD
              AT END MOVE 1 TO FLM-EOF-FLAG
           END-READ
           PERFORM UNTIL FLM-EOF-FLAG = 1
              IF FA-COURSE = FLM-LD-COURSE AND
                 FA-SECTION = FLM-LD-SECTION AND
                 FA-SY = FLM-LD-SY
                 MOVE 1 TO FLM-DROPPED
              ELSE
                 WRITE FACULTY-LOAD-TMP-REC FROM FACULTY-LOAD-REC
              END-IF
              READ FACULTY-LOAD
                 AT END MOVE 1 TO FLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FACULTY-LOAD
           CLOSE FACULTY-LOAD-TMP
           IF FLM-DROPPED = 0
              DISPLAY "NO ASSIGNMENT FOR THAT SECTION"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FLM-EOF-FLAG
           OPEN INPUT FACULTY-LOAD-TMP
           OPEN OUTPUT FACULTY-LOAD
           READ FACULTY-LOAD-TMP
              AT END MOVE 1 TO FLM-EOF-FLAG
           END-READ
           PERFORM UNTIL FLM-EOF-FLAG = 1
              WRITE FACULTY-LOAD-REC FROM FACULTY-LOAD-TMP-REC
              READ FACULTY-LOAD-TMP
                 AT END MOVE 1 TO FLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FACULTY-LOAD-TMP
           CLOSE FACULTY-LOAD
           DISPLAY "ASSIGNMENT REMOVED".
           EXIT.

      ***** PER INSTRUCTOR: EVERY SECTION HELD IN THE SCHOOL YEAR
      ***** AND THE TOTAL AGAINST THE MAXIMUM; THEN PER DEPARTMENT:
      ***** INSTRUCTORS, SECTIONS, UNITS CARRIED AGAINST THE SUM OF
      ***** THE MAXIMUMS, AND HOW MANY INSTRUCTORS ARE OVERLOADED
       LOAD-REPORT-RUN.
           DISPLAY "SCHOOL YEAR:            " WITH NO ADVANCING
           ACCEPT FLM-LD-SY
           MOVE 0 TO FLM-DEPT-COUNT
           MOVE 0 TO FLM-EOF-FLAG
           OPEN EXTEND FACULTY-MASTER
           CLOSE FACULTY-MASTER
           OPEN EXTEND FACULTY-LOAD
           CLOSE FACULTY-LOAD
           OPEN INPUT FACULTY-MASTER
           OPEN OUTPUT LOAD-REPORT
           MOVE SPACES TO LOAD-REPORT-REC
           STRING "FACULTY LOAD PER INSTRUCTOR - SCHOOL YEAR "
                     DELIMITED BY SIZE
                  FLM-LD-SY DELIMITED BY SIZE
                  INTO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           DISPLAY LOAD-REPORT-REC
           READ FACULTY-MASTER
              AT END MOVE 1 TO FLM-EOF-FLAG
           END-READ
           PERFORM UNTIL FLM-EOF-FLAG = 1
              PERFORM REPORT-ONE-INSTRUCTOR
              READ FACULTY-MASTER
                 AT END MOVE 1 TO FLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE FACULTY-MASTER

           MOVE SPACES TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           MOVE "FACULTY LOAD PER DEPARTMENT" TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           DISPLAY LOAD-REPORT-REC
           MOVE "DEPT  FACULTY  SECTIONS  UNITS  MAXIMUM  OVERLOADED"
              TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           DISPLAY LOAD-REPORT-REC
           PERFORM VARYING FLM-D FROM 1 BY 1
               UNTIL FLM-D > FLM-DEPT-COUNT
              MOVE FLM-D-DEPT(FLM-D) TO FLM-DL-DEPT
              MOVE FLM-D-FACULTY(FLM-D) TO FLM-DL-FACULTY
              MOVE FLM-D-SECTIONS(FLM-D) TO FLM-DL-SECTIONS
              MOVE FLM-D-UNITS(FLM-D) TO FLM-DL-UNITS
              MOVE FLM-D-MAX(FLM-D) TO FLM-DL-MAX
              MOVE FLM-D-OVER(FLM-D) TO FLM-DL-OVER
              WRITE LOAD-REPORT-REC FROM FLM-DEPT-LINE
              DISPLAY FLM-DEPT-LINE
           END-PERFORM
           CLOSE LOAD-REPORT.
           EXIT.

       REPORT-ONE-INSTRUCTOR.
           MOVE FAC-ID TO FLM-FL-ID
           MOVE FAC-NAME TO FLM-FL-NAME
           MOVE FAC-DEPT TO FLM-FL-DEPT
           MOVE FAC-RANK TO FLM-FL-RANK
           MOVE FAC-MAX-UNITS TO FLM-FL-MAX
           WRITE LOAD-REPORT-REC FROM FLM-FAC-LINE
           DISPLAY FLM-FAC-LINE

           MOVE 0 TO FLM-CURRENT-UNITS
           MOVE 0 TO FLM-SECTIONS
           MOVE 0 TO FLM-SCAN-EOF
           OPEN INPUT FACULTY-LOAD
           READ FACULTY-LOAD
              AT END MOVE 1 TO FLM-SCAN-EOF
           END-READ
           PERFORM UNTIL FLM-SCAN-EOF = 1
              IF FA-FAC-ID = FAC-ID AND FA-SY = FLM-LD-SY
                 ADD FA-UNITS TO FLM-CURRENT-UNITS
                 ADD 1 TO FLM-SECTIONS
                 MOVE FA-COURSE TO FLM-AL-COURSE
                 MOVE FA-SECTION TO FLM-AL-SECTION
                 MOVE FA-SY TO FLM-AL-SY
                 MOVE FA-UNITS TO FLM-AL-UNITS
                 WRITE LOAD-REPORT-REC FROM FLM-ASSIGN-LINE
                 DISPLAY FLM-ASSIGN-LINE
              END-IF
              READ FACULTY-LOAD
                 AT END MOVE 1 TO FLM-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE FACULTY-LOAD

           MOVE FLM-CURRENT-UNITS TO FLM-TL-UNITS
           MOVE FAC-MAX-UNITS TO FLM-TL-MAX
           EVALUATE TRUE
              WHEN FLM-CURRENT-UNITS > FAC-MAX-UNITS
                 MOVE "OVERLOAD" TO FLM-TL-NOTE
              WHEN FLM-SECTIONS = 0
                 MOVE "NO LOAD" TO FLM-TL-NOTE
              WHEN FLM-CURRENT-UNITS < FAC-MAX-UNITS
                 MOVE "UNDERLOAD" TO FLM-TL-NOTE
              WHEN OTHER
                 MOVE "FULL LOAD" TO FLM-TL-NOTE
           END-EVALUATE
           WRITE LOAD-REPORT-REC FROM FLM-TOTAL-LINE
           DISPLAY FLM-TOTAL-LINE

           MOVE 0 TO FLM-HIT
           PERFORM VARYING FLM-D FROM 1 BY 1
               UNTIL FLM-D > FLM-DEPT-COUNT
              IF FLM-D-DEPT(FLM-D) = FAC-DEPT
                 MOVE FLM-D TO FLM-HIT
              END-IF
           END-PERFORM
           IF FLM-HIT = 0
              IF FLM-DEPT-COUNT = 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO FLM-DEPT-COUNT
              MOVE FLM-DEPT-COUNT TO FLM-HIT
              MOVE FLM-HIT TO FLM-D
              MOVE FAC-DEPT TO FLM-D-DEPT(FLM-D)
              MOVE 0 TO FLM-D-FACULTY(FLM-D)
              MOVE 0 TO FLM-D-UNITS(FLM-D)
              MOVE 0 TO FLM-D-MAX(FLM-D)
              MOVE 0 TO FLM-D-OVER(FLM-D)
              MOVE 0 TO FLM-D-SECTIONS(FLM-D)
           END-IF
           MOVE FLM-HIT TO FLM-D
           ADD 1 TO FLM-D-FACULTY(FLM-D)
           ADD FLM-SECTIONS TO FLM-D-SECTIONS(FLM-D)
           ADD FLM-CURRENT-UNITS TO FLM-D-UNITS(FLM-D)
           ADD FAC-MAX-UNITS TO FLM-D-MAX(FLM-D)
           IF FLM-CURRENT-UNITS > FAC-MAX-UNITS
              ADD 1 TO FLM-D-OVER(FLM-D)
           END-IF.
           EXIT.

       END PROGRAM FACULTY-LOAD-MAINT.
