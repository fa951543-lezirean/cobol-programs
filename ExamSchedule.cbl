      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 09, 2024
      * Purpose: PRELIM, MIDTERM AND FINALS EXAMINATION SCHEDULE PER
      *          COURSE/SECTION WITH STUDENT, ROOM AND PROCTOR CLASH
      *          CHECKS, THE REGISTRAR'S ROOM/PROCTOR LISTING AND THE
      *          EXAM PERMITS FOR STUDENTS CLEARED BY THE CASHIER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SCHEDULE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-SCHEDULE ASSIGN TO 'ExamSchedule.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EXAM-SCHEDULE-TMP ASSIGN TO 'ExamScheduleTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COURSE-FILE ASSIGN TO 'Courses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CLASS-SCHEDULES ASSIGN TO 'ClassSchedules.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ENROLL-MASTER ASSIGN TO 'EnrollMaster.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT FACULTY-MASTER ASSIGN TO 'Faculty.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BILL-LEDGER ASSIGN TO 'StudentBillLedger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STUDENT ASSIGN TO 'Application.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EXAM-LISTING ASSIGN TO 'ExamListing.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EXAM-PERMITS ASSIGN TO 'ExamPermits.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER COURSE/SECTION PER EXAM PERIOD
      ***** (EX-PERIOD: P=PRELIM M=MIDTERM F=FINALS); THE PROCTOR
      ***** IS A FACULTY ID
       FD EXAM-SCHEDULE.
       01 EXAM-REC.
          05 EX-PERIOD PIC X(01).
          05 EX-COURSE PIC X(6).
          05 EX-SECTION PIC X(3).
          05 EX-SY PIC X(9).
          05 EX-DATE PIC X(8).
          05 EX-START PIC X(4).
          05 EX-END PIC X(4).
          05 EX-ROOM PIC X(6).
          05 EX-PROCTOR PIC X(5).
       FD EXAM-SCHEDULE-TMP.
       01 EXAM-TMP-REC PIC X(46).
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
       FD ENROLL-MASTER.
       01 ENROLL-REC.
          05 EN-STUDENT-ID PIC 9(5).
          05 EN-COURSE PIC X(6).
          05 EN-SECTION PIC X(3).
          05 EN-SY PIC X(9).
       FD FACULTY-MASTER.
       01 FACULTY-REC.
          05 FAC-ID PIC X(5).
          05 FAC-NAME PIC X(30).
          05 FAC-DEPT PIC X(4).
          05 FAC-RANK PIC X(15).
          05 FAC-MAX-UNITS PIC 9(2).
      ***** CHARGES (A) AND PAYMENTS (P) PER STUDENT
       FD BILL-LEDGER.
       01 BILL-LEDGER-REC.
          05 SB-STUDENT-ID PIC 9(5).
          05 SB-DATE PIC X(8).
          05 SB-TYPE PIC X(01).
          05 SB-AMOUNT PIC 9(6)V9(2).
          05 SB-REF PIC X(10).
       FD STUDENT.
       01 STUDENT-FILE.
          05 STUDENT-ID PIC 9(5).
          05 STUDENT-NAME.
             10 STUDENT-FNAME PIC X(10).
             10 STUDENT-MNAME PIC X(10).
             10 STUDENT-LNAME PIC X(15).
          05 BDAY.
             10 STUDENT-YOB PIC 9(4).
             10 STUDENT-MOB PIC 99.
             10 STUDENT-DOB PIC 99.
          05 STUDENT-STATUS PIC X(01).
          05 STUDENT-DECIDED PIC X(8).
       FD EXAM-LISTING.
       01 EXAM-LISTING-REC PIC X(80).
       FD EXAM-PERMITS.
       01 EXAM-PERMIT-REC PIC X(70).
       WORKING-STORAGE SECTION.
       01 EXS-SEQ.
          05 EXS-MODE PIC X(01).
          05 EXS-EOF-FLAG PIC 9 VALUE 0.
          05 EXS-SCAN-EOF PIC 9 VALUE 0.
          05 EXS-FOUND PIC 9 VALUE 0.
          05 EXS-COUNT PIC 9(4) VALUE 0.
          05 EXS-DROPPED PIC 9 VALUE 0.
          05 EXS-REJECT PIC 9 VALUE 0.
          05 EXS-PERIOD-NAME PIC X(7).
          05 EXS-SY PIC X(9).
      ***** THE EXAM BEING KEYED
       01 EXS-NEW-EXAM.
          05 EXS-PERIOD PIC X(01).
          05 EXS-COURSE PIC X(6).
          05 EXS-SECTION PIC X(3).
          05 EXS-EX-SY PIC X(9).
          05 EXS-DATE PIC X(8).
          05 EXS-START PIC X(4).
          05 EXS-END PIC X(4).
          05 EXS-ROOM PIC X(6).
          05 EXS-PROCTOR PIC X(5).
      ********** EXAMS ALREADY ON FILE, WITH EACH SECTION'S HEADCOUNT
       01 EXS-EXAM-TABLE.
          05 EXS-EXAM-COUNT PIC 9(3) VALUE 0.
          05 EXS-EXAM-ENTRY OCCURS 300 TIMES.
             10 EXS-E-PERIOD PIC X(01).
             10 EXS-E-COURSE PIC X(6).
             10 EXS-E-SECTION PIC X(3).
             10 EXS-E-SY PIC X(9).
             10 EXS-E-DATE PIC X(8).
             10 EXS-E-START PIC X(4).
             10 EXS-E-END PIC X(4).
             10 EXS-E-ROOM PIC X(6).
             10 EXS-E-PROCTOR PIC X(5).
             10 EXS-E-HEAD PIC 9(3).
             10 EXS-E-OVERLAP PIC 9.
       01 EXS-E PIC 9(3).
       01 EXS-E2 PIC 9(3).
      ********** STUDENTS OF THE SECTION BEING SCHEDULED
       01 EXS-SECTION-STUDENTS.
          05 EXS-SS-COUNT PIC 9(3) VALUE 0.
          05 EXS-SS-ID PIC 9(5) OCCURS 500 TIMES.
       01 EXS-S PIC 9(3).
       01 EXS-CONFLICTS PIC 9(4) VALUE 0.
       01 EXS-HEADCOUNT PIC 9(3) VALUE 0.
       01 EXS-ROOM-CAP PIC 9(3) VALUE 0.
       01 EXS-SEATS PIC 9(4) VALUE 0.
      ********** PERMIT CLEARANCE: EACH ENROLLED STUDENT'S CHARGES AND
      ********** CREDITS FROM THE BILLING LEDGER
       01 EXS-STUDENT-TABLE.
          05 EXS-ST-COUNT PIC 9(4) VALUE 0.
          05 EXS-ST-ENTRY OCCURS 1000 TIMES.
             10 EXS-ST-ID PIC 9(5).
             10 EXS-ST-CHARGES PIC 9(8)V9(2).
             10 EXS-ST-CREDITS PIC 9(8)V9(2).
       01 EXS-T PIC 9(4).
       01 EXS-HIT PIC 9(4).
       01 EXS-THIRDS PIC 9(1).
       01 EXS-REQUIRED PIC 9(8)V9(2).
       01 EXS-DUE PIC 9(8)V9(2).
       01 EXS-ISSUED PIC 9(4) VALUE 0.
       01 EXS-WITHHELD PIC 9(4) VALUE 0.
       01 EXS-LIST-KEY PIC X(6).
       01 EXS-DONE-TABLE.
          05 EXS-DONE-COUNT PIC 9(3) VALUE 0.
          05 EXS-DONE-KEY PIC X(6) OCCURS 300 TIMES.
       01 EXS-D PIC 9(3).
       01 EXS-SEEN PIC 9 VALUE 0.
       01 EXS-FNAME PIC X(10).
       01 EXS-LNAME PIC X(15).
      ********** LISTING AND PERMIT LAYOUTS
       01 EXS-EXAM-LINE.
          05 EXS-EL-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXS-EL-START PIC X(4).
          05 FILLER PIC X(1) VALUE "-".
          05 EXS-EL-END PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXS-EL-COURSE PIC X(6).
          05 FILLER PIC X(1) VALUE "/".
          05 EXS-EL-SECTION PIC X(3).
          05 FILLER PIC X(7) VALUE "  ROOM ".
          05 EXS-EL-ROOM PIC X(6).
          05 FILLER PIC X(10) VALUE "  PROCTOR ".
          05 EXS-EL-PROCTOR PIC X(5).
          05 FILLER PIC X(7) VALUE "  HEAD ".
          05 EXS-EL-HEAD PIC ZZ9.
       01 EXS-PERMIT-HEAD.
          05 FILLER PIC X(21) VALUE "EXAMINATION PERMIT - ".
          05 EXS-PH-PERIOD PIC X(7).
          05 FILLER PIC X(5) VALUE "  SY ".
          05 EXS-PH-SY PIC X(9).
       01 EXS-PERMIT-NAME.
          05 FILLER PIC X(8) VALUE "STUDENT ".
          05 EXS-PN-ID PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXS-PN-FNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXS-PN-LNAME PIC X(15).
       01 EXS-PERMIT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXS-PL-COURSE PIC X(6).
          05 FILLER PIC X(1) VALUE "/".
          05 EXS-PL-SECTION PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXS-PL-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXS-PL-START PIC X(4).
          05 FILLER PIC X(1) VALUE "-".
          05 EXS-PL-END PIC X(4).
          05 FILLER PIC X(7) VALUE "  ROOM ".
          05 EXS-PL-ROOM PIC X(6).
       01 EXS-WITHHELD-LINE.
          05 EXS-WL-ID PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EXS-WL-FNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXS-WL-LNAME PIC X(15).
          05 FILLER PIC X(11) VALUE "  STILL DUE".
          05 EXS-WL-DUE PIC ZZZ,ZZZ,ZZ9.99.
       01 EXS-RULE PIC X(60) VALUE ALL "-".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EXAMINATION SCHEDULE".
           DISPLAY "[1] LIST THE EXAM SCHEDULE".
           DISPLAY "[2] SCHEDULE A SECTION'S EXAM".
           DISPLAY "[3] REMOVE A SECTION'S EXAM".
           DISPLAY "[4] ROOM AND PROCTOR LISTING".
           DISPLAY "[5] PRINT EXAM PERMITS".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT EXS-MODE.

           EVALUATE EXS-MODE
              WHEN '1'
                 PERFORM LIST-EXAMS
              WHEN '2'
                 PERFORM ADD-EXAM
              WHEN '3'
                 PERFORM REMOVE-EXAM
              WHEN '4'
                 PERFORM ROOM-PROCTOR-LISTING
              WHEN '5'
                 PERFORM PRINT-PERMITS
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-EXAMS.
           MOVE 0 TO EXS-EOF-FLAG
           MOVE 0 TO EXS-COUNT
           OPEN EXTEND EXAM-SCHEDULE
           CLOSE EXAM-SCHEDULE
           OPEN INPUT EXAM-SCHEDULE
           READ EXAM-SCHEDULE
              AT END MOVE 1 TO EXS-EOF-FLAG
           END-READ
           PERFORM UNTIL EXS-EOF-FLAG = 1
              ADD 1 TO EXS-COUNT
              DISPLAY EX-PERIOD "  " EX-COURSE "/" EX-SECTION "  "
                 EX-SY "  " EX-DATE "  " EX-START "-" EX-END
                 "  ROOM " EX-ROOM "  PROCTOR " EX-PROCTOR
              READ EXAM-SCHEDULE
                 AT END MOVE 1 TO EXS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EXAM-SCHEDULE
           DISPLAY "EXAMS ON FILE: " EXS-COUNT.
           EXIT.

      ***** A SECTION GETS ONE SLOT PER EXAM PERIOD. THE SLOT IS
      ***** REFUSED WHEN THE PROCTOR IS ALREADY WATCHING ANOTHER EXAM
      ***** THEN, WHEN THE ROOM CANNOT SEAT EVERY SECTION SITTING IN IT
      ***** THEN, OR WHEN ANY OF THE SECTION'S STUDENTS ALREADY HAS AN
      ***** EXAM THEN IN ANOTHER SECTION
       ADD-EXAM.
           DISPLAY "EXAM PERIOD (P/M/F):    " WITH NO ADVANCING
           ACCEPT EXS-PERIOD
           EVALUATE EXS-PERIOD
              WHEN 'p' MOVE 'P' TO EXS-PERIOD
              WHEN 'm' MOVE 'M' TO EXS-PERIOD
              WHEN 'f' MOVE 'F' TO EXS-PERIOD
           END-EVALUATE
           IF EXS-PERIOD NOT = 'P' AND EXS-PERIOD NOT = 'M' AND
              EXS-PERIOD NOT = 'F'
              DISPLAY "INVALID EXAM PERIOD - NOT SCHEDULED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "COURSE CODE:            " WITH NO ADVANCING
           ACCEPT EXS-COURSE
           DISPLAY "SECTION:                " WITH NO ADVANCING
           ACCEPT EXS-SECTION
           PERFORM FIND-COURSE-SECTION
           IF EXS-FOUND = 0
              DISPLAY "COURSE/SECTION NOT ON FILE - NOT SCHEDULED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "EXAM DATE (YYYYMMDD):   " WITH NO ADVANCING
           ACCEPT EXS-DATE
           IF EXS-DATE IS NOT NUMERIC
              DISPLAY "INVALID DATE - NOT SCHEDULED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "START TIME (HHMM):      " WITH NO ADVANCING
           ACCEPT EXS-START
           DISPLAY "END TIME (HHMM):        " WITH NO ADVANCING
           ACCEPT EXS-END
           IF EXS-END <= EXS-START
              DISPLAY "END MUST FOLLOW START - NOT SCHEDULED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ROOM:                   " WITH NO ADVANCING
           ACCEPT EXS-ROOM
           DISPLAY "PROCTOR (FACULTY ID):   " WITH NO ADVANCING
           ACCEPT EXS-PROCTOR
           PERFORM FIND-PROCTOR
           IF EXS-FOUND = 0
              DISPLAY "PROCTOR NOT ON THE FACULTY FILE - NOT SCHEDULED"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EXS-PERIOD-NAME
           PERFORM LOAD-EXAM-TABLE
           PERFORM VARYING EXS-E FROM 1 BY 1
               UNTIL EXS-E > EXS-EXAM-COUNT
              IF EXS-E-PERIOD(EXS-E) = EXS-PERIOD AND
                 EXS-E-COURSE(EXS-E) = EXS-COURSE AND
                 EXS-E-SECTION(EXS-E) = EXS-SECTION
                 DISPLAY "SECTION ALREADY HAS THIS EXAM ON "
                    EXS-E-DATE(EXS-E) " - REMOVE IT FIRST"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           PERFORM MARK-OVERLAPPING-EXAMS
           MOVE 0 TO EXS-REJECT
           PERFORM CHECK-PROCTOR-FREE
           PERFORM CHECK-ROOM-SEATS
           PERFORM CHECK-STUDENT-CLASHES
           IF EXS-REJECT = 1
              DISPLAY "EXAM NOT SCHEDULED"
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND EXAM-SCHEDULE
           WRITE EXAM-REC FROM EXS-NEW-EXAM
           CLOSE EXAM-SCHEDULE
           DISPLAY "EXAM SCHEDULED".
           EXIT.

       FIND-COURSE-SECTION.
           MOVE 0 TO EXS-FOUND
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND COURSE-FILE
           CLOSE COURSE-FILE
           OPEN INPUT COURSE-FILE
           READ COURSE-FILE
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF CRS-CODE = EXS-COURSE AND
                 CRS-SECTION = EXS-SECTION
                 MOVE CRS-SY TO EXS-EX-SY
                 MOVE 1 TO EXS-FOUND
                 MOVE 1 TO EXS-SCAN-EOF
              ELSE
                 READ COURSE-FILE
                    AT END MOVE 1 TO EXS-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE COURSE-FILE.
           EXIT.

       FIND-PROCTOR.
           MOVE 0 TO EXS-FOUND
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND FACULTY-MASTER
           CLOSE FACULTY-MASTER
           OPEN INPUT FACULTY-MASTER
           READ FACULTY-MASTER
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF FAC-ID = EXS-PROCTOR
                 MOVE 1 TO EXS-FOUND
                 MOVE 1 TO EXS-SCAN-EOF
              ELSE
                 READ FACULTY-MASTER
                    AT END MOVE 1 TO EXS-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE FACULTY-MASTER.
           EXIT.

      ***** EVERY EXAM ON FILE, OR ONLY ONE PERIOD'S WHEN
      ***** EXS-PERIOD-NAME CARRIES A PERIOD FILTER IN ITS FIRST BYTE
       LOAD-EXAM-TABLE.
           MOVE 0 TO EXS-EXAM-COUNT
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND EXAM-SCHEDULE
           CLOSE EXAM-SCHEDULE
           OPEN INPUT EXAM-SCHEDULE
           READ EXAM-SCHEDULE
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF (EXS-PERIOD-NAME = SPACES OR
                  EX-PERIOD = EXS-PERIOD-NAME(1:1)) AND
                 EXS-EXAM-COUNT < 300
                 ADD 1 TO EXS-EXAM-COUNT
                 MOVE EXS-EXAM-COUNT TO EXS-E
                 MOVE EX-PERIOD TO EXS-E-PERIOD(EXS-E)
                 MOVE EX-COURSE TO EXS-E-COURSE(EXS-E)
                 MOVE EX-SECTION TO EXS-E-SECTION(EXS-E)
                 MOVE EX-SY TO EXS-E-SY(EXS-E)
                 MOVE EX-DATE TO EXS-E-DATE(EXS-E)
                 MOVE EX-START TO EXS-E-START(EXS-E)
                 MOVE EX-END TO EXS-E-END(EXS-E)
                 MOVE EX-ROOM TO EXS-E-ROOM(EXS-E)
                 MOVE EX-PROCTOR TO EXS-E-PROCTOR(EXS-E)
                 MOVE 0 TO EXS-E-HEAD(EXS-E)
                 MOVE 0 TO EXS-E-OVERLAP(EXS-E)
              END-IF
              READ EXAM-SCHEDULE
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE EXAM-SCHEDULE.
           EXIT.

      ***** SAME DATE AND OVERLAPPING TIMES, THE SAME TEST THE ROOM
      ***** LISTING APPLIES TO CLASS MEETINGS
       MARK-OVERLAPPING-EXAMS.
           PERFORM VARYING EXS-E FROM 1 BY 1
               UNTIL EXS-E > EXS-EXAM-COUNT
              IF EXS-E-DATE(EXS-E) = EXS-DATE AND
                 EXS-E-START(EXS-E) < EXS-END AND
                 EXS-START < EXS-E-END(EXS-E)
                 MOVE 1 TO EXS-E-OVERLAP(EXS-E)
              END-IF
           END-PERFORM.
           EXIT.

       CHECK-PROCTOR-FREE.
           PERFORM VARYING EXS-E FROM 1 BY 1
               UNTIL EXS-E > EXS-EXAM-COUNT
              IF EXS-E-OVERLAP(EXS-E) = 1 AND
                 EXS-E-PROCTOR(EXS-E) = EXS-PROCTOR
                 MOVE 1 TO EXS-REJECT
                 DISPLAY "PROCTOR ALREADY WATCHING "
                    EXS-E-COURSE(EXS-E) "/" EXS-E-SECTION(EXS-E)
                    "  " EXS-E-START(EXS-E) "-" EXS-E-END(EXS-E)
              END-IF
           END-PERFORM.
           EXIT.

      ***** A ROOM SEATS AS MANY AS THE LARGEST SECTION THE CLASS
      ***** SCHEDULES PUT IN IT; EVERY SECTION SITTING AN EXAM THERE
      ***** AT THE SAME TIME SHARES THOSE SEATS
       CHECK-ROOM-SEATS.
           PERFORM FIND-ROOM-CAPACITY
           IF EXS-ROOM-CAP = 0
              MOVE 1 TO EXS-REJECT
              DISPLAY "ROOM " EXS-ROOM " IS NOT ON THE CLASS SCHEDULES"
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-NEW-SECTION
           MOVE EXS-HEADCOUNT TO EXS-SEATS
           PERFORM VARYING EXS-E FROM 1 BY 1
               UNTIL EXS-E > EXS-EXAM-COUNT
              IF EXS-E-OVERLAP(EXS-E) = 1 AND
                 EXS-E-ROOM(EXS-E) = EXS-ROOM
                 PERFORM COUNT-TABLE-SECTION
                 ADD EXS-E-HEAD(EXS-E) TO EXS-SEATS
              END-IF
           END-PERFORM
           IF EXS-SEATS > EXS-ROOM-CAP
              MOVE 1 TO EXS-REJECT
              DISPLAY "ROOM " EXS-ROOM " SEATS " EXS-ROOM-CAP
                 " BUT " EXS-SEATS " WOULD SIT THERE AT THAT TIME"
           END-IF.
           EXIT.

       FIND-ROOM-CAPACITY.
           MOVE 0 TO EXS-ROOM-CAP
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND CLASS-SCHEDULES
           CLOSE CLASS-SCHEDULES
           OPEN INPUT CLASS-SCHEDULES
           READ CLASS-SCHEDULES
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF SCH-ROOM = EXS-ROOM
                 PERFORM ROOM-SECTION-CAPACITY
              END-IF
              READ CLASS-SCHEDULES
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE CLASS-SCHEDULES.
           EXIT.

       ROOM-SECTION-CAPACITY.
           MOVE 0 TO EXS-EOF-FLAG
           OPEN EXTEND COURSE-FILE
           CLOSE COURSE-FILE
           OPEN INPUT COURSE-FILE
           READ COURSE-FILE
              AT END MOVE 1 TO EXS-EOF-FLAG
           END-READ
           PERFORM UNTIL EXS-EOF-FLAG = 1
              IF CRS-CODE = SCH-COURSE AND
                 CRS-SECTION = SCH-SECTION AND
                 CRS-CAPACITY > EXS-ROOM-CAP
                 MOVE CRS-CAPACITY TO EXS-ROOM-CAP
              END-IF
              READ COURSE-FILE
                 AT END MOVE 1 TO EXS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE COURSE-FILE.
           EXIT.

      ***** THE NEW SECTION'S STUDENTS ARE TABLED AS THEY ARE COUNTED
       COUNT-NEW-SECTION.
           MOVE 0 TO EXS-HEADCOUNT
           MOVE 0 TO EXS-SS-COUNT
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND ENROLL-MASTER
           CLOSE ENROLL-MASTER
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF EN-COURSE = EXS-COURSE AND
                 EN-SECTION = EXS-SECTION AND
                 EN-SY = EXS-EX-SY
                 ADD 1 TO EXS-HEADCOUNT
                 IF EXS-SS-COUNT < 500
                    ADD 1 TO EXS-SS-COUNT
                    MOVE EN-STUDENT-ID TO EXS-SS-ID(EXS-SS-COUNT)
                 END-IF
              END-IF
              READ ENROLL-MASTER
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER.
           EXIT.

       COUNT-TABLE-SECTION.
           MOVE 0 TO EXS-E-HEAD(EXS-E)
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND ENROLL-MASTER
           CLOSE ENROLL-MASTER
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF EN-COURSE = EXS-E-COURSE(EXS-E) AND
                 EN-SECTION = EXS-E-SECTION(EXS-E) AND
                 EN-SY = EXS-E-SY(EXS-E)
                 ADD 1 TO EXS-E-HEAD(EXS-E)
              END-IF
              READ ENROLL-MASTER
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER.
           EXIT.

      ***** ONE PASS OVER THE ENROLLMENTS: A STUDENT OF THE NEW
      ***** SECTION ENROLLED IN A SECTION WHOSE EXAM OVERLAPS IS A
      ***** CLASH
       CHECK-STUDENT-CLASHES.
           MOVE 0 TO EXS-CONFLICTS
           IF EXS-SS-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EXS-SCAN-EOF
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              PERFORM VARYING EXS-E FROM 1 BY 1
                  UNTIL EXS-E > EXS-EXAM-COUNT
                 IF EXS-E-OVERLAP(EXS-E) = 1 AND
                    EN-COURSE = EXS-E-COURSE(EXS-E) AND
                    EN-SECTION = EXS-E-SECTION(EXS-E) AND
                    EN-SY = EXS-E-SY(EXS-E)
                    PERFORM VARYING EXS-S FROM 1 BY 1
                        UNTIL EXS-S > EXS-SS-COUNT
                       IF EXS-SS-ID(EXS-S) = EN-STUDENT-ID
                          ADD 1 TO EXS-CONFLICTS
                          MOVE 1 TO EXS-REJECT
                          DISPLAY "STUDENT " EN-STUDENT-ID
                             " ALSO SITS " EN-COURSE "/" EN-SECTION
                             " AT " EXS-E-START(EXS-E) "-"
                             EXS-E-END(EXS-E)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              READ ENROLL-MASTER
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER
           IF EXS-CONFLICTS > 0
              DISPLAY "STUDENTS WITH TWO EXAMS IN THE SLOT: "
                 EXS-CONFLICTS
           END-IF.
           EXIT.

       REMOVE-EXAM.
           DISPLAY "EXAM PERIOD (P/M/F):    " WITH NO ADVANCING
           ACCEPT EXS-PERIOD
           DISPLAY "COURSE CODE:            " WITH NO ADVANCING
           ACCEPT EXS-COURSE
           DISPLAY "SECTION:                " WITH NO ADVANCING
           ACCEPT EXS-SECTION
           MOVE 0 TO EXS-DROPPED
           MOVE 0 TO EXS-EOF-FLAG
           OPEN EXTEND EXAM-SCHEDULE
           CLOSE EXAM-SCHEDULE
           OPEN INPUT EXAM-SCHEDULE
           OPEN OUTPUT EXAM-SCHEDULE-TMP
           READ EXAM-SCHEDULE
              AT END MOVE 1 TO EXS-EOF-FLAG
           END-READ
           PERFORM UNTIL EXS-EOF-FLAG = 1
              IF EX-PERIOD = EXS-PERIOD AND
                 EX-COURSE = EXS-COURSE AND
                 EX-SECTION = EXS-SECTION
                 MOVE 1 TO EXS-DROPPED
              ELSE
                 WRITE EXAM-TMP-REC FROM EXAM-REC
              END-IF
              READ EXAM-SCHEDULE
                 AT END MOVE 1 TO EXS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EXAM-SCHEDULE
           CLOSE EXAM-SCHEDULE-TMP
           IF EXS-DROPPED = 0
              DISPLAY "NO SUCH EXAM ON FILE"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO EXS-EOF-FLAG
           OPEN INPUT EXAM-SCHEDULE-TMP
           OPEN OUTPUT EXAM-SCHEDULE
           READ EXAM-SCHEDULE-TMP
              AT END MOVE 1 TO EXS-EOF-FLAG
           END-READ
           PERFORM UNTIL EXS-EOF-FLAG = 1
              WRITE EXAM-REC FROM EXAM-TMP-REC
              READ EXAM-SCHEDULE-TMP
                 AT END MOVE 1 TO EXS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE EXAM-SCHEDULE-TMP
           CLOSE EXAM-SCHEDULE
           DISPLAY "EXAM REMOVED".
           EXIT.

       ASK-PERIOD.
           DISPLAY "EXAM PERIOD (P/M/F):    " WITH NO ADVANCING
           ACCEPT EXS-PERIOD
           EVALUATE EXS-PERIOD
              WHEN 'P' WHEN 'p'
                 MOVE "PRELIM " TO EXS-PERIOD-NAME
                 MOVE 1 TO EXS-THIRDS
              WHEN 'M' WHEN 'm'
                 MOVE "MIDTERM" TO EXS-PERIOD-NAME
                 MOVE 2 TO EXS-THIRDS
              WHEN 'F' WHEN 'f'
                 MOVE "FINALS " TO EXS-PERIOD-NAME
                 MOVE 3 TO EXS-THIRDS
              WHEN OTHER
                 MOVE SPACES TO EXS-PERIOD-NAME
           END-EVALUATE.
           EXIT.

      ***** FOR THE REGISTRAR: EACH ROOM'S EXAMS, THEN EACH PROCTOR'S
       ROOM-PROCTOR-LISTING.
           PERFORM ASK-PERIOD
           IF EXS-PERIOD-NAME = SPACES
              DISPLAY "INVALID EXAM PERIOD"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-EXAM-TABLE
           PERFORM VARYING EXS-E FROM 1 BY 1
               UNTIL EXS-E > EXS-EXAM-COUNT
              PERFORM COUNT-TABLE-SECTION
           END-PERFORM

           OPEN OUTPUT EXAM-LISTING
           MOVE SPACES TO EXAM-LISTING-REC
           STRING EXS-PERIOD-NAME DELIMITED BY SPACE
                  " EXAMINATIONS BY ROOM" DELIMITED BY SIZE
                  INTO EXAM-LISTING-REC
           WRITE EXAM-LISTING-REC
           DISPLAY EXAM-LISTING-REC
           MOVE 0 TO EXS-DONE-COUNT
           PERFORM VARYING EXS-E FROM 1 BY 1
               UNTIL EXS-E > EXS-EXAM-COUNT
              MOVE EXS-E-ROOM(EXS-E) TO EXS-LIST-KEY
              PERFORM CHECK-KEY-DONE
              IF EXS-SEEN = 0
                 MOVE EXS-E-ROOM(EXS-E) TO EXS-ROOM
                 PERFORM FIND-ROOM-CAPACITY
                 MOVE SPACES TO EXAM-LISTING-REC
                 STRING "ROOM " DELIMITED BY SIZE
                        EXS-ROOM DELIMITED BY SIZE
                        "  SEATS " DELIMITED BY SIZE
                        EXS-ROOM-CAP DELIMITED BY SIZE
                        INTO EXAM-LISTING-REC
                 WRITE EXAM-LISTING-REC
                 DISPLAY EXAM-LISTING-REC
                 PERFORM VARYING EXS-E2 FROM EXS-E BY 1
                     UNTIL EXS-E2 > EXS-EXAM-COUNT
                    IF EXS-E-ROOM(EXS-E2) = EXS-LIST-KEY
                       PERFORM WRITE-EXAM-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           MOVE SPACES TO EXAM-LISTING-REC
           WRITE EXAM-LISTING-REC
           MOVE SPACES TO EXAM-LISTING-REC
           STRING EXS-PERIOD-NAME DELIMITED BY SPACE
                  " EXAMINATIONS BY PROCTOR" DELIMITED BY SIZE
                  INTO EXAM-LISTING-REC
           WRITE EXAM-LISTING-REC
           DISPLAY EXAM-LISTING-REC
           MOVE 0 TO EXS-DONE-COUNT
           PERFORM VARYING EXS-E FROM 1 BY 1
               UNTIL EXS-E > EXS-EXAM-COUNT
              MOVE EXS-E-PROCTOR(EXS-E) TO EXS-LIST-KEY
              PERFORM CHECK-KEY-DONE
              IF EXS-SEEN = 0
                 MOVE EXS-E-PROCTOR(EXS-E) TO EXS-PROCTOR
                 PERFORM FIND-PROCTOR
                 IF EXS-FOUND = 0
                    MOVE SPACES TO FAC-NAME
                 END-IF
                 MOVE SPACES TO EXAM-LISTING-REC
                 STRING "PROCTOR " DELIMITED BY SIZE
                        EXS-PROCTOR DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        FAC-NAME DELIMITED BY SIZE
                        INTO EXAM-LISTING-REC
                 WRITE EXAM-LISTING-REC
                 DISPLAY EXAM-LISTING-REC
                 PERFORM VARYING EXS-E2 FROM EXS-E BY 1
                     UNTIL EXS-E2 > EXS-EXAM-COUNT
                    IF EXS-E-PROCTOR(EXS-E2) = EXS-LIST-KEY
                       PERFORM WRITE-EXAM-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE EXAM-LISTING.
           EXIT.

      ***** A ROOM OR PROCTOR IS HEADED ONCE, AT ITS FIRST EXAM
       CHECK-KEY-DONE.
           MOVE 0 TO EXS-SEEN
           PERFORM VARYING EXS-D FROM 1 BY 1
               UNTIL EXS-D > EXS-DONE-COUNT
              IF EXS-DONE-KEY(EXS-D) = EXS-LIST-KEY
                 MOVE 1 TO EXS-SEEN
              END-IF
           END-PERFORM
           IF EXS-SEEN = 0 AND EXS-DONE-COUNT < 300
              ADD 1 TO EXS-DONE-COUNT
              MOVE EXS-LIST-KEY TO EXS-DONE-KEY(EXS-DONE-COUNT)
           END-IF.
           EXIT.

       WRITE-EXAM-LINE.
           MOVE EXS-E-DATE(EXS-E2) TO EXS-EL-DATE
           MOVE EXS-E-START(EXS-E2) TO EXS-EL-START
           MOVE EXS-E-END(EXS-E2) TO EXS-EL-END
           MOVE EXS-E-COURSE(EXS-E2) TO EXS-EL-COURSE
           MOVE EXS-E-SECTION(EXS-E2) TO EXS-EL-SECTION
           MOVE EXS-E-ROOM(EXS-E2) TO EXS-EL-ROOM
           MOVE EXS-E-PROCTOR(EXS-E2) TO EXS-EL-PROCTOR
           MOVE EXS-E-HEAD(EXS-E2) TO EXS-EL-HEAD
           WRITE EXAM-LISTING-REC FROM EXS-EXAM-LINE
           DISPLAY EXS-EXAM-LINE.
           EXIT.

      ***** A PERMIT PRINTS ONLY WHEN THE STUDENT'S CREDITS COVER THE
      ***** SHARE OF THE TERM'S CHARGES DUE BY THAT EXAM: ONE THIRD BY
      ***** THE PRELIM, TWO THIRDS BY THE MIDTERM, ALL OF IT BY THE
      ***** FINALS. EVERY LEDGER LINE THAT IS NOT AN ASSESSMENT IS A
      ***** CREDIT, AS ON THE STATEMENT OF ACCOUNT.
       PRINT-PERMITS.
           PERFORM ASK-PERIOD
           IF EXS-PERIOD-NAME = SPACES
              DISPLAY "INVALID EXAM PERIOD"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "SCHOOL YEAR:            " WITH NO ADVANCING
           ACCEPT EXS-SY
           PERFORM LOAD-EXAM-TABLE
           PERFORM LOAD-ENROLLED-STUDENTS
           PERFORM LOAD-LEDGER-TOTALS
           MOVE 0 TO EXS-ISSUED
           MOVE 0 TO EXS-WITHHELD

           OPEN OUTPUT EXAM-PERMITS
           MOVE EXS-PERIOD-NAME TO EXS-PH-PERIOD
           MOVE EXS-SY TO EXS-PH-SY
           PERFORM VARYING EXS-T FROM 1 BY 1
               UNTIL EXS-T > EXS-ST-COUNT
              COMPUTE EXS-REQUIRED ROUNDED =
                  EXS-ST-CHARGES(EXS-T) * EXS-THIRDS / 3
              IF EXS-ST-CREDITS(EXS-T) >= EXS-REQUIRED
                 PERFORM WRITE-ONE-PERMIT
              END-IF
           END-PERFORM

           MOVE SPACES TO EXAM-PERMIT-REC
           WRITE EXAM-PERMIT-REC
           MOVE "PERMITS WITHHELD - BALANCE NOT CLEARED"
              TO EXAM-PERMIT-REC
           WRITE EXAM-PERMIT-REC
           DISPLAY EXAM-PERMIT-REC
           PERFORM VARYING EXS-T FROM 1 BY 1
               UNTIL EXS-T > EXS-ST-COUNT
              COMPUTE EXS-REQUIRED ROUNDED =
                  EXS-ST-CHARGES(EXS-T) * EXS-THIRDS / 3
              IF EXS-ST-CREDITS(EXS-T) < EXS-REQUIRED
                 ADD 1 TO EXS-WITHHELD
                 COMPUTE EXS-DUE =
                     EXS-REQUIRED - EXS-ST-CREDITS(EXS-T)
                 MOVE EXS-ST-ID(EXS-T) TO EXS-WL-ID
                 PERFORM FIND-STUDENT-NAME
                 MOVE EXS-FNAME TO EXS-WL-FNAME
                 MOVE EXS-LNAME TO EXS-WL-LNAME
                 MOVE EXS-DUE TO EXS-WL-DUE
                 WRITE EXAM-PERMIT-REC FROM EXS-WITHHELD-LINE
                 DISPLAY EXS-WITHHELD-LINE
              END-IF
           END-PERFORM
           CLOSE EXAM-PERMITS
           DISPLAY "PERMITS ISSUED:  " EXS-ISSUED
           DISPLAY "PERMITS WITHHELD: " EXS-WITHHELD.
           EXIT.

       LOAD-ENROLLED-STUDENTS.
           MOVE 0 TO EXS-ST-COUNT
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND ENROLL-MASTER
           CLOSE ENROLL-MASTER
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF EN-SY = EXS-SY
                 MOVE 0 TO EXS-HIT
                 PERFORM VARYING EXS-T FROM 1 BY 1
                     UNTIL EXS-T > EXS-ST-COUNT
                    IF EXS-ST-ID(EXS-T) = EN-STUDENT-ID
                       MOVE EXS-T TO EXS-HIT
                    END-IF
                 END-PERFORM
                 IF EXS-HIT = 0 AND EXS-ST-COUNT < 1000
                    ADD 1 TO EXS-ST-COUNT
                    MOVE EN-STUDENT-ID TO EXS-ST-ID(EXS-ST-COUNT)
                    MOVE 0 TO EXS-ST-CHARGES(EXS-ST-COUNT)
                    MOVE 0 TO EXS-ST-CREDITS(EXS-ST-COUNT)
                 END-IF
              END-IF
              READ ENROLL-MASTER
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER.
           EXIT.

       LOAD-LEDGER-TOTALS.
           MOVE 0 TO EXS-SCAN-EOF
           OPEN EXTEND BILL-LEDGER
           CLOSE BILL-LEDGER
           OPEN INPUT BILL-LEDGER
           READ BILL-LEDGER
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              PERFORM VARYING EXS-T FROM 1 BY 1
                  UNTIL EXS-T > EXS-ST-COUNT
                 IF EXS-ST-ID(EXS-T) = SB-STUDENT-ID
                    IF SB-TYPE = 'A'
                       ADD SB-AMOUNT TO EXS-ST-CHARGES(EXS-T)
                    ELSE
                       ADD SB-AMOUNT TO EXS-ST-CREDITS(EXS-T)
                    END-IF
                 END-IF
              END-PERFORM
              READ BILL-LEDGER
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE BILL-LEDGER.
           EXIT.

      ***** THE PERMIT LISTS EVERY SECTION THE STUDENT SITS THAT HAS
      ***** AN EXAM SCHEDULED FOR THE PERIOD
       WRITE-ONE-PERMIT.
           ADD 1 TO EXS-ISSUED
           WRITE EXAM-PERMIT-REC FROM EXS-PERMIT-HEAD
           DISPLAY EXS-PERMIT-HEAD
           MOVE EXS-ST-ID(EXS-T) TO EXS-PN-ID
           PERFORM FIND-STUDENT-NAME
           MOVE EXS-FNAME TO EXS-PN-FNAME
           MOVE EXS-LNAME TO EXS-PN-LNAME
           WRITE EXAM-PERMIT-REC FROM EXS-PERMIT-NAME
           DISPLAY EXS-PERMIT-NAME
           MOVE 0 TO EXS-SCAN-EOF
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO EXS-SCAN-EOF
           END-READ
           PERFORM UNTIL EXS-SCAN-EOF = 1
              IF EN-STUDENT-ID = EXS-ST-ID(EXS-T) AND EN-SY = EXS-SY
                 PERFORM VARYING EXS-E FROM 1 BY 1
                     UNTIL EXS-E > EXS-EXAM-COUNT
                    IF EXS-E-COURSE(EXS-E) = EN-COURSE AND
                       EXS-E-SECTION(EXS-E) = EN-SECTION
                       MOVE EN-COURSE TO EXS-PL-COURSE
                       MOVE EN-SECTION TO EXS-PL-SECTION
                       MOVE EXS-E-DATE(EXS-E) TO EXS-PL-DATE
                       MOVE EXS-E-START(EXS-E) TO EXS-PL-START
                       MOVE EXS-E-END(EXS-E) TO EXS-PL-END
                       MOVE EXS-E-ROOM(EXS-E) TO EXS-PL-ROOM
                       WRITE EXAM-PERMIT-REC FROM EXS-PERMIT-LINE
                       DISPLAY EXS-PERMIT-LINE
                    END-IF
                 END-PERFORM
              END-IF
              READ ENROLL-MASTER
                 AT END MOVE 1 TO EXS-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER
           WRITE EXAM-PERMIT-REC FROM EXS-RULE.
           EXIT.

       FIND-STUDENT-NAME.
           MOVE 0 TO EXS-EOF-FLAG
           OPEN EXTEND STUDENT
           CLOSE STUDENT
           OPEN INPUT STUDENT
           READ STUDENT
              AT END MOVE 1 TO EXS-EOF-FLAG
           END-READ
           PERFORM UNTIL EXS-EOF-FLAG = 1
              IF STUDENT-ID = EXS-ST-ID(EXS-T)
                 MOVE 1 TO EXS-EOF-FLAG
              ELSE
                 READ STUDENT
                    AT END MOVE 1 TO EXS-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           IF STUDENT-ID = EXS-ST-ID(EXS-T)
              MOVE STUDENT-FNAME TO EXS-FNAME
              MOVE STUDENT-LNAME TO EXS-LNAME
           ELSE
              MOVE SPACES TO EXS-FNAME
              MOVE "(NOT ON FILE)" TO EXS-LNAME
           END-IF
           CLOSE STUDENT.
           EXIT.

       END PROGRAM EXAM-SCHEDULE.
