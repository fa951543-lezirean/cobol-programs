      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 17, 2024
      * Purpose: CLASS ATTENDANCE PER COURSE/SECTION PER MEETING DATE,
      *          KEYED IN OR LOADED FROM THE INSTRUCTOR'S FILE, WITH
      *          THE ABSENCE WARNING NOTICES AND THE FAILURE-DUE-TO-
      *          ABSENCES (FDA) MARKS THE GRADE SHEET AND TRANSCRIPT
      *          PRINT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-ATTENDANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE ASSIGN TO 'Attendance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT INSTRUCTOR-ATTENDANCE ASSIGN TO
           'InstructorAttendance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ENROLL-MASTER ASSIGN TO 'EnrollMaster.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CLASS-SCHEDULES ASSIGN TO 'ClassSchedules.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ATTENDANCE-POLICY ASSIGN TO 'AttendancePolicy.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ABSENCE-DROPS ASSIGN TO 'AbsenceDrops.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ABSENCE-NOTICES ASSIGN TO 'AbsenceNotices.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOAD-REPORT ASSIGN TO 'AttendanceLoadReport.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER STUDENT PER CLASS MEETING
      ***** (AT-STATUS: P=PRESENT A=ABSENT E=EXCUSED)
       FD ATTENDANCE.
       01 ATTENDANCE-REC.
          05 AT-COURSE PIC X(6).
          05 AT-SECTION PIC X(3).
          05 AT-SY PIC X(9).
          05 AT-DATE PIC X(8).
          05 AT-STUDENT PIC 9(5).
          05 AT-STATUS PIC X(01).
      ***** ONE LINE PER STUDENT PER MEETING FROM THE INSTRUCTOR
       FD INSTRUCTOR-ATTENDANCE.
       01 INSTRUCTOR-ATTENDANCE-REC.
          05 IA-STUDENT PIC X(5).
          05 IA-COURSE PIC X(6).
          05 IA-SECTION PIC X(3).
          05 IA-DATE PIC X(8).
          05 IA-STATUS PIC X(01).
       FD ENROLL-MASTER.
       01 ENROLL-REC.
          05 EN-STUDENT-ID PIC 9(5).
          05 EN-COURSE PIC X(6).
          05 EN-SECTION PIC X(3).
          05 EN-SY PIC X(9).
      ***** MEETING PATTERN PER COURSE/SECTION: ONE Y/N PER DAY
      ***** MONDAY THROUGH SUNDAY, TIMES AS HHMM, AND THE ROOM
       FD CLASS-SCHEDULES.
       01 SCHEDULE-REC.
          05 SCH-COURSE PIC X(6).
          05 SCH-SECTION PIC X(3).
          05 SCH-DAYS PIC X(7).
          05 SCH-START PIC X(4).
          05 SCH-END PIC X(4).
          05 SCH-ROOM PIC X(6).
      ***** WEEKS IN A TERM, THE SHARE OF MEETINGS A STUDENT MAY
      ***** MISS, AND THE SHARE OF THAT ALLOWANCE AT WHICH THE
      ***** WARNING NOTICE GOES OUT
       FD ATTENDANCE-POLICY.
       01 ATTENDANCE-POLICY-REC.
          05 AP-TERM-WEEKS PIC 9(2).
          05 AP-ALLOWED-PCT PIC 9(3).
          05 AP-WARNING-PCT PIC 9(3).
      ***** STUDENTS OVER THE ABSENCE LIMIT, MARKED FDA
      ***** (DA-STATUS: F=FAILURE DUE TO ABSENCES)
       FD ABSENCE-DROPS.
       01 ABSENCE-DROP-REC.
          05 DA-STUDENT PIC 9(5).
          05 DA-COURSE PIC X(6).
          05 DA-SECTION PIC X(3).
          05 DA-SY PIC X(9).
          05 DA-ABSENCES PIC 9(3).
          05 DA-ALLOWED PIC 9(3).
          05 DA-STATUS PIC X(01).
       FD ABSENCE-NOTICES.
       01 ABSENCE-NOTICE-REC PIC X(70).
       FD LOAD-REPORT.
       01 LOAD-REPORT-REC PIC X(70).
       WORKING-STORAGE SECTION.
       01 ATT-SEQ.
          05 ATT-MODE PIC X(01).
          05 ATT-EOF-FLAG PIC 9 VALUE 0.
          05 ATT-SCAN-EOF PIC 9 VALUE 0.
          05 ATT-FOUND PIC 9 VALUE 0.
          05 ATT-COURSE PIC X(6).
          05 ATT-SECTION PIC X(3).
          05 ATT-SY PIC X(9).
          05 ATT-DATE PIC X(8).
          05 ATT-STUDENT PIC 9(5).
          05 ATT-STATUS PIC X(01).
          05 ATT-REASON PIC X(24).
          05 ATT-ACCEPTED PIC 9(4) VALUE 0.
          05 ATT-REJECTED PIC 9(4) VALUE 0.
          05 ATT-RECORDED PIC 9(4) VALUE 0.
          05 ATT-WARNED PIC 9(4) VALUE 0.
          05 ATT-DROPPED PIC 9(4) VALUE 0.
          05 ATT-UNSCHEDULED PIC 9(4) VALUE 0.
      ********** THE POLICY IN EFFECT (SEEDED THE FIRST TIME)
       01 ATT-POLICY.
          05 ATT-TERM-WEEKS PIC 9(2) VALUE 18.
          05 ATT-ALLOWED-PCT PIC 9(3) VALUE 20.
          05 ATT-WARNING-PCT PIC 9(3) VALUE 50.
      ********** ALLOWANCE FOR THE CLASS IN HAND
       01 ATT-LIMITS.
          05 ATT-SCHEDULED PIC 9 VALUE 0.
          05 ATT-PER-WEEK PIC 9(2).
          05 ATT-MEETINGS PIC 9(4).
          05 ATT-ALLOWED PIC 9(3).
          05 ATT-WARN-AT PIC 9(3).
      ********** ABSENCES PER STUDENT PER CLASS
       01 ATT-ABS-TABLE.
          05 ATT-ABS-COUNT PIC 9(4) VALUE 0.
          05 ATT-ABS-ENTRY OCCURS 500 TIMES.
             10 ATT-A-STUDENT PIC 9(5).
             10 ATT-A-COURSE PIC X(6).
             10 ATT-A-SECTION PIC X(3).
             10 ATT-A-SY PIC X(9).
             10 ATT-A-ABSENT PIC 9(3).
       01 ATT-T PIC 9(4).
       01 ATT-HIT PIC 9(4).
      ********** REPORT AND NOTICE LINES
       01 ATT-DETAIL-LINE.
          05 ATT-DET-STUDENT PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ATT-DET-COURSE PIC X(6).
          05 FILLER PIC X(1) VALUE "/".
          05 ATT-DET-SECTION PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ATT-DET-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ATT-DET-VERDICT PIC X(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ATT-DET-REASON PIC X(24).
       01 ATT-CLASS-LINE.
          05 ATT-CL-STUDENT PIC 9(5).
          05 FILLER PIC X(12) VALUE "  ABSENCES: ".
          05 ATT-CL-ABSENT PIC ZZ9.
          05 FILLER PIC X(11) VALUE "  ALLOWED: ".
          05 ATT-CL-ALLOWED PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 ATT-CL-NOTE PIC X(20).
       01 ATT-NOTICE-LINE.
          05 FILLER PIC X(8) VALUE "STUDENT ".
          05 ATT-NL-STUDENT PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ATT-NL-COURSE PIC X(6).
          05 FILLER PIC X(1) VALUE "/".
          05 ATT-NL-SECTION PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ATT-NL-SY PIC X(9).
          05 FILLER PIC X(11) VALUE "  ABSENCES ".
          05 ATT-NL-ABSENT PIC ZZ9.
          05 FILLER PIC X(4) VALUE " OF ".
          05 ATT-NL-ALLOWED PIC ZZ9.
          05 FILLER PIC X(8) VALUE " ALLOWED".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CLASS ATTENDANCE".
           DISPLAY "[1] CLASS ABSENCE SUMMARY".
           DISPLAY "[2] RECORD A CLASS MEETING".
           DISPLAY "[3] LOAD INSTRUCTORATTENDANCE.DAT".
           DISPLAY "[4] ABSENCE NOTICES AND FDA MARKS".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT ATT-MODE.

           PERFORM LOAD-POLICY
           EVALUATE ATT-MODE
              WHEN '1'
                 PERFORM CLASS-SUMMARY
              WHEN '2'
                 PERFORM RECORD-MEETING
              WHEN '3'
                 PERFORM LOAD-INSTRUCTOR-FILE
              WHEN '4'
                 PERFORM EVALUATE-ABSENCES
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** THE POLICY ROW IS SEEDED AT 18 WEEKS, 20 PERCENT OF THE
      ***** MEETINGS ALLOWED, WARNING AT HALF THE ALLOWANCE
       LOAD-POLICY.
           MOVE 0 TO ATT-EOF-FLAG
           OPEN EXTEND ATTENDANCE-POLICY
           CLOSE ATTENDANCE-POLICY
           OPEN INPUT ATTENDANCE-POLICY
           READ ATTENDANCE-POLICY
              AT END MOVE 1 TO ATT-EOF-FLAG
           END-READ
           CLOSE ATTENDANCE-POLICY
           IF ATT-EOF-FLAG = 0
              MOVE AP-TERM-WEEKS TO ATT-TERM-WEEKS
              MOVE AP-ALLOWED-PCT TO ATT-ALLOWED-PCT
              MOVE AP-WARNING-PCT TO ATT-WARNING-PCT
           ELSE
              MOVE ATT-TERM-WEEKS TO AP-TERM-WEEKS
              MOVE ATT-ALLOWED-PCT TO AP-ALLOWED-PCT
              MOVE ATT-WARNING-PCT TO AP-WARNING-PCT
              OPEN OUTPUT ATTENDANCE-POLICY
                 WRITE ATTENDANCE-POLICY-REC
              CLOSE ATTENDANCE-POLICY
           END-IF.
           EXIT.

      ***** EVERY STUDENT ENROLLED IN THE CLASS WITH THE ABSENCES ON
      ***** FILE AGAINST THE CLASS'S ALLOWANCE
       CLASS-SUMMARY.
           PERFORM ACCEPT-CLASS
           PERFORM COMPUTE-ALLOWANCE
           IF ATT-SCHEDULED = 0
              DISPLAY "CLASS HAS NO MEETING PATTERN - NO LIMIT SET"
           END-IF
           PERFORM TALLY-ABSENCES
           MOVE 0 TO ATT-EOF-FLAG
           OPEN EXTEND ENROLL-MASTER
           CLOSE ENROLL-MASTER
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO ATT-EOF-FLAG
           END-READ
           PERFORM UNTIL ATT-EOF-FLAG = 1
              IF EN-COURSE = ATT-COURSE AND EN-SECTION = ATT-SECTION
                 AND EN-SY = ATT-SY
                 MOVE EN-STUDENT-ID TO ATT-STUDENT
                 PERFORM FIND-ABSENCE-ENTRY
                 MOVE EN-STUDENT-ID TO ATT-CL-STUDENT
                 MOVE ATT-ALLOWED TO ATT-CL-ALLOWED
                 MOVE SPACES TO ATT-CL-NOTE
                 IF ATT-HIT = 0
                    MOVE 0 TO ATT-CL-ABSENT
                 ELSE
                    MOVE ATT-A-ABSENT(ATT-HIT) TO ATT-CL-ABSENT
                    IF ATT-SCHEDULED = 1
                       IF ATT-A-ABSENT(ATT-HIT) > ATT-ALLOWED
                          MOVE "OVER LIMIT - FDA" TO ATT-CL-NOTE
                       ELSE
                          IF ATT-A-ABSENT(ATT-HIT) >= ATT-WARN-AT
                             MOVE "WARNING LEVEL" TO ATT-CL-NOTE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 DISPLAY ATT-CLASS-LINE
              END-IF
              READ ENROLL-MASTER
                 AT END MOVE 1 TO ATT-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER.
           EXIT.

       ACCEPT-CLASS.
           DISPLAY "COURSE CODE:               " WITH NO ADVANCING
           ACCEPT ATT-COURSE
           DISPLAY "SECTION:                   " WITH NO ADVANCING
           ACCEPT ATT-SECTION
           DISPLAY "SCHOOL YEAR:               " WITH NO ADVANCING
           ACCEPT ATT-SY.
           EXIT.

      ***** THE INSTRUCTOR CALLS THE ROLL: EVERY ENROLLED STUDENT IS
      ***** SHOWN AND MARKED; A BLANK ANSWER COUNTS AS PRESENT. A
      ***** MEETING ALREADY ON FILE FOR THE DATE IS NOT TAKEN TWICE.
       RECORD-MEETING.
           PERFORM ACCEPT-CLASS
           DISPLAY "MEETING DATE (YYYYMMDD):   " WITH NO ADVANCING
           ACCEPT ATT-DATE
           IF ATT-DATE IS NOT NUMERIC
              DISPLAY "INVALID DATE - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ATT-FOUND
           MOVE 0 TO ATT-EOF-FLAG
           OPEN EXTEND ATTENDANCE
           CLOSE ATTENDANCE
           OPEN INPUT ATTENDANCE
           READ ATTENDANCE
              AT END MOVE 1 TO ATT-EOF-FLAG
           END-READ
           PERFORM UNTIL ATT-EOF-FLAG = 1
              IF AT-COURSE = ATT-COURSE AND AT-SECTION = ATT-SECTION
                 AND AT-SY = ATT-SY AND AT-DATE = ATT-DATE
                 MOVE 1 TO ATT-FOUND
                 MOVE 1 TO ATT-EOF-FLAG
              ELSE
                 READ ATTENDANCE
                    AT END MOVE 1 TO ATT-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ATTENDANCE
           IF ATT-FOUND = 1
              DISPLAY "MEETING ALREADY RECORDED - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "MARK EACH STUDENT P=PRESENT A=ABSENT E=EXCUSED"
           MOVE 0 TO ATT-RECORDED
           MOVE 0 TO ATT-EOF-FLAG
           OPEN EXTEND ENROLL-MASTER
           CLOSE ENROLL-MASTER
           OPEN EXTEND ATTENDANCE
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO ATT-EOF-FLAG
           END-READ
           PERFORM UNTIL ATT-EOF-FLAG = 1
              IF EN-COURSE = ATT-COURSE AND EN-SECTION = ATT-SECTION
                 AND EN-SY = ATT-SY
                 DISPLAY "STUDENT " EN-STUDENT-ID ": "
                    WITH NO ADVANCING
                 ACCEPT ATT-STATUS
                 PERFORM NORMALIZE-STATUS
                 IF ATT-STATUS = SPACE
                    MOVE 'P' TO ATT-STATUS
                 END-IF
                 IF ATT-STATUS NOT = 'P' AND ATT-STATUS NOT = 'A'
                    AND ATT-STATUS NOT = 'E'
                    DISPLAY "  NOT P, A OR E - TAKEN AS PRESENT"
                    MOVE 'P' TO ATT-STATUS
                 END-IF
                 MOVE ATT-COURSE TO AT-COURSE
                 MOVE ATT-SECTION TO AT-SECTION
                 MOVE ATT-SY TO AT-SY
                 MOVE ATT-DATE TO AT-DATE
                 MOVE EN-STUDENT-ID TO AT-STUDENT
                 MOVE ATT-STATUS TO AT-STATUS
                 WRITE ATTENDANCE-REC
                 ADD 1 TO ATT-RECORDED
              END-IF
              READ ENROLL-MASTER
                 AT END MOVE 1 TO ATT-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER
           CLOSE ATTENDANCE
           DISPLAY "STUDENTS MARKED: " ATT-RECORDED.
           EXIT.

       NORMALIZE-STATUS.
           EVALUATE ATT-STATUS
              WHEN 'p'
                 MOVE 'P' TO ATT-STATUS
              WHEN 'a'
                 MOVE 'A' TO ATT-STATUS
              WHEN 'e'
                 MOVE 'E' TO ATT-STATUS
           END-EVALUATE.
           EXIT.

      ***** EVERY LINE IS VALIDATED THE WAY THE GRADE LOADER DOES IT:
      ***** THE STUDENT MUST BE ENROLLED IN THE CLASS FOR THE SCHOOL
      ***** YEAR, THE DATE AND MARK MUST BE GOOD, AND A STUDENT'S
      ***** MEETING ALREADY ON FILE IS NOT TAKEN TWICE
       LOAD-INSTRUCTOR-FILE.
           DISPLAY "SCHOOL YEAR OF THE FILE:   " WITH NO ADVANCING
           ACCEPT ATT-SY
           MOVE 0 TO ATT-SCAN-EOF
           OPEN EXTEND INSTRUCTOR-ATTENDANCE
           CLOSE INSTRUCTOR-ATTENDANCE
           OPEN INPUT INSTRUCTOR-ATTENDANCE
           OPEN OUTPUT LOAD-REPORT
           MOVE "INSTRUCTOR ATTENDANCE FILE LOAD REPORT"
              TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           READ INSTRUCTOR-ATTENDANCE
              AT END MOVE 1 TO ATT-SCAN-EOF
           END-READ
           PERFORM UNTIL ATT-SCAN-EOF = 1
              PERFORM LOAD-ONE-LINE
              READ INSTRUCTOR-ATTENDANCE
                 AT END MOVE 1 TO ATT-SCAN-EOF
              END-READ
           END-PERFORM
           MOVE SPACES TO LOAD-REPORT-REC
           STRING "ACCEPTED: " DELIMITED BY SIZE
                  ATT-ACCEPTED DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  ATT-REJECTED DELIMITED BY SIZE
                  INTO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           CLOSE INSTRUCTOR-ATTENDANCE
           CLOSE LOAD-REPORT
           DISPLAY "LINES ACCEPTED: " ATT-ACCEPTED.
           DISPLAY "LINES REJECTED: " ATT-REJECTED.
           EXIT.

       LOAD-ONE-LINE.
           MOVE SPACES TO ATT-REASON
           MOVE IA-STATUS TO ATT-STATUS
           PERFORM NORMALIZE-STATUS

           IF IA-STUDENT IS NOT NUMERIC
              MOVE "STUDENT ID NOT NUMERIC" TO ATT-REASON
           END-IF

           IF ATT-REASON = SPACES AND IA-DATE IS NOT NUMERIC
              MOVE "DATE NOT NUMERIC" TO ATT-REASON
           END-IF

           IF ATT-REASON = SPACES
              IF ATT-STATUS NOT = 'P' AND ATT-STATUS NOT = 'A'
                 AND ATT-STATUS NOT = 'E'
                 MOVE "MARK NOT P, A OR E" TO ATT-REASON
              END-IF
           END-IF

           IF ATT-REASON = SPACES
              MOVE IA-STUDENT TO ATT-STUDENT
              MOVE IA-COURSE TO ATT-COURSE
              MOVE IA-SECTION TO ATT-SECTION
              MOVE IA-DATE TO ATT-DATE
              PERFORM VERIFY-STUDENT-ENROLLED
              IF ATT-FOUND = 0
                 MOVE "STUDENT NOT ENROLLED" TO ATT-REASON
              END-IF
           END-IF

           IF ATT-REASON = SPACES
              PERFORM CHECK-ALREADY-MARKED
              IF ATT-FOUND = 1
                 MOVE "ALREADY ON FILE" TO ATT-REASON
              END-IF
           END-IF

           MOVE IA-STUDENT TO ATT-DET-STUDENT
           MOVE IA-COURSE TO ATT-DET-COURSE
           MOVE IA-SECTION TO ATT-DET-SECTION
           MOVE IA-DATE TO ATT-DET-DATE
           IF ATT-REASON = SPACES
              OPEN EXTEND ATTENDANCE
              MOVE ATT-COURSE TO AT-COURSE
              MOVE ATT-SECTION TO AT-SECTION
              MOVE ATT-SY TO AT-SY
              MOVE ATT-DATE TO AT-DATE
              MOVE ATT-STUDENT TO AT-STUDENT
              MOVE ATT-STATUS TO AT-STATUS
              WRITE ATTENDANCE-REC
              CLOSE ATTENDANCE
              ADD 1 TO ATT-ACCEPTED
              MOVE "ACCEPTED " TO ATT-DET-VERDICT
              MOVE SPACES TO ATT-DET-REASON
           ELSE
              ADD 1 TO ATT-REJECTED
              MOVE "REJECTED " TO ATT-DET-VERDICT
              MOVE ATT-REASON TO ATT-DET-REASON
           END-IF
           WRITE LOAD-REPORT-REC FROM ATT-DETAIL-LINE.
           EXIT.

       VERIFY-STUDENT-ENROLLED.
           MOVE 0 TO ATT-FOUND
           MOVE 0 TO ATT-EOF-FLAG
           OPEN EXTEND ENROLL-MASTER
           CLOSE ENROLL-MASTER
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO ATT-EOF-FLAG
           END-READ
           PERFORM UNTIL ATT-EOF-FLAG = 1
              IF EN-STUDENT-ID = ATT-STUDENT AND
                 EN-COURSE = ATT-COURSE AND
                 EN-SECTION = ATT-SECTION AND EN-SY = ATT-SY
                 MOVE 1 TO ATT-FOUND
                 MOVE 1 TO ATT-EOF-FLAG
              ELSE
                 READ ENROLL-MASTER
                    AT END MOVE 1 TO ATT-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ENROLL-MASTER.
           EXIT.

       CHECK-ALREADY-MARKED.
           MOVE 0 TO ATT-FOUND
           MOVE 0 TO ATT-EOF-FLAG
           OPEN EXTEND ATTENDANCE
           CLOSE ATTENDANCE
           OPEN INPUT ATTENDANCE
           READ ATTENDANCE
              AT END MOVE 1 TO ATT-EOF-FLAG
           END-READ
           PERFORM UNTIL ATT-EOF-FLAG = 1
              IF AT-STUDENT = ATT-STUDENT AND
                 AT-COURSE = ATT-COURSE AND
                 AT-SECTION = ATT-SECTION AND
                 AT-SY = ATT-SY AND AT-DATE = ATT-DATE
                 MOVE 1 TO ATT-FOUND
                 MOVE 1 TO ATT-EOF-FLAG
              ELSE
                 READ ATTENDANCE
                    AT END MOVE 1 TO ATT-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ATTENDANCE.
           EXIT.

      ***** THE ALLOWANCE COMES FROM THE MEETING PATTERN: MEETINGS A
      ***** WEEK TIMES THE WEEKS IN THE TERM, OF WHICH THE POLICY'S
      ***** SHARE MAY BE MISSED. A CLASS WITH NO PATTERN HAS NO LIMIT.
       COMPUTE-ALLOWANCE.
           MOVE 0 TO ATT-SCHEDULED
           MOVE 0 TO ATT-PER-WEEK
           MOVE 0 TO ATT-ALLOWED
           MOVE 0 TO ATT-WARN-AT
           MOVE 0 TO ATT-SCAN-EOF
           OPEN EXTEND CLASS-SCHEDULES
           CLOSE CLASS-SCHEDULES
           OPEN INPUT CLASS-SCHEDULES
           READ CLASS-SCHEDULES
              AT END MOVE 1 TO ATT-SCAN-EOF
           END-READ
           PERFORM UNTIL ATT-SCAN-EOF = 1
              IF SCH-COURSE = ATT-COURSE AND
                 SCH-SECTION = ATT-SECTION
                 INSPECT SCH-DAYS TALLYING ATT-PER-WEEK FOR ALL 'Y'
                 MOVE 1 TO ATT-SCAN-EOF
              ELSE
                 READ CLASS-SCHEDULES
                    AT END MOVE 1 TO ATT-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CLASS-SCHEDULES
           IF ATT-PER-WEEK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ATT-SCHEDULED
           COMPUTE ATT-MEETINGS = ATT-PER-WEEK * ATT-TERM-WEEKS
           COMPUTE ATT-ALLOWED = ATT-MEETINGS * ATT-ALLOWED-PCT / 100
           COMPUTE ATT-WARN-AT ROUNDED =
               ATT-ALLOWED * ATT-WARNING-PCT / 100
           IF ATT-WARN-AT = 0
              MOVE 1 TO ATT-WARN-AT
           END-IF.
           EXIT.

      ***** ABSENCES (A ONLY - EXCUSED DOES NOT COUNT) PER STUDENT
      ***** PER CLASS, ACROSS THE WHOLE ATTENDANCE FILE
       TALLY-ABSENCES.
           MOVE 0 TO ATT-ABS-COUNT
           MOVE 0 TO ATT-EOF-FLAG
           OPEN EXTEND ATTENDANCE
           CLOSE ATTENDANCE
           OPEN INPUT ATTENDANCE
           READ ATTENDANCE
              AT END MOVE 1 TO ATT-EOF-FLAG
           END-READ
           PERFORM UNTIL ATT-EOF-FLAG = 1
              IF AT-STATUS = 'A'
                 MOVE 0 TO ATT-HIT
                 PERFORM VARYING ATT-T FROM 1 BY 1
                     UNTIL ATT-T > ATT-ABS-COUNT
                    IF ATT-A-STUDENT(ATT-T) = AT-STUDENT AND
                       ATT-A-COURSE(ATT-T) = AT-COURSE AND
                       ATT-A-SECTION(ATT-T) = AT-SECTION AND
                       ATT-A-SY(ATT-T) = AT-SY
                       MOVE ATT-T TO ATT-HIT
                    END-IF
                 END-PERFORM
                 IF ATT-HIT = 0 AND ATT-ABS-COUNT < 500
                    ADD 1 TO ATT-ABS-COUNT
                    MOVE ATT-ABS-COUNT TO ATT-HIT
                    MOVE AT-STUDENT TO ATT-A-STUDENT(ATT-HIT)
                    MOVE AT-COURSE TO ATT-A-COURSE(ATT-HIT)
                    MOVE AT-SECTION TO ATT-A-SECTION(ATT-HIT)
                    MOVE AT-SY TO ATT-A-SY(ATT-HIT)
                    MOVE 0 TO ATT-A-ABSENT(ATT-HIT)
                 END-IF
                 IF ATT-HIT > 0
                    ADD 1 TO ATT-A-ABSENT(ATT-HIT)
                 END-IF
              END-IF
              READ ATTENDANCE
                 AT END MOVE 1 TO ATT-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ATTENDANCE.
           EXIT.

       FIND-ABSENCE-ENTRY.
           MOVE 0 TO ATT-HIT
           PERFORM VARYING ATT-T FROM 1 BY 1
               UNTIL ATT-T > ATT-ABS-COUNT
              IF ATT-A-STUDENT(ATT-T) = ATT-STUDENT AND
                 ATT-A-COURSE(ATT-T) = ATT-COURSE AND
                 ATT-A-SECTION(ATT-T) = ATT-SECTION AND
                 ATT-A-SY(ATT-T) = ATT-SY
                 MOVE ATT-T TO ATT-HIT
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE FDA FILE IS REBUILT FROM THE WHOLE ATTENDANCE FILE ON
      ***** EVERY RUN; STUDENTS AT THE WARNING LEVEL BUT STILL WITHIN
      ***** THE LIMIT GO ON THE NOTICE LIST
       EVALUATE-ABSENCES.
           PERFORM TALLY-ABSENCES
           MOVE 0 TO ATT-WARNED
           MOVE 0 TO ATT-DROPPED
           MOVE 0 TO ATT-UNSCHEDULED
           OPEN OUTPUT ABSENCE-DROPS
           OPEN OUTPUT ABSENCE-NOTICES
           MOVE "ABSENCE WARNING NOTICES" TO ABSENCE-NOTICE-REC
           WRITE ABSENCE-NOTICE-REC
           PERFORM VARYING ATT-T FROM 1 BY 1
               UNTIL ATT-T > ATT-ABS-COUNT
              MOVE ATT-A-COURSE(ATT-T) TO ATT-COURSE
              MOVE ATT-A-SECTION(ATT-T) TO ATT-SECTION
              PERFORM COMPUTE-ALLOWANCE
              IF ATT-SCHEDULED = 0
                 ADD 1 TO ATT-UNSCHEDULED
              ELSE
                 IF ATT-A-ABSENT(ATT-T) > ATT-ALLOWED
                    MOVE ATT-A-STUDENT(ATT-T) TO DA-STUDENT
                    MOVE ATT-A-COURSE(ATT-T) TO DA-COURSE
                    MOVE ATT-A-SECTION(ATT-T) TO DA-SECTION
                    MOVE ATT-A-SY(ATT-T) TO DA-SY
                    MOVE ATT-A-ABSENT(ATT-T) TO DA-ABSENCES
                    MOVE ATT-ALLOWED TO DA-ALLOWED
                    MOVE 'F' TO DA-STATUS
                    WRITE ABSENCE-DROP-REC
                    ADD 1 TO ATT-DROPPED
                 ELSE
                    IF ATT-A-ABSENT(ATT-T) >= ATT-WARN-AT
                       MOVE ATT-A-STUDENT(ATT-T) TO ATT-NL-STUDENT
                       MOVE ATT-A-COURSE(ATT-T) TO ATT-NL-COURSE
                       MOVE ATT-A-SECTION(ATT-T) TO ATT-NL-SECTION
                       MOVE ATT-A-SY(ATT-T) TO ATT-NL-SY
                       MOVE ATT-A-ABSENT(ATT-T) TO ATT-NL-ABSENT
                       MOVE ATT-ALLOWED TO ATT-NL-ALLOWED
                       WRITE ABSENCE-NOTICE-REC FROM ATT-NOTICE-LINE
                       ADD 1 TO ATT-WARNED
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ABSENCE-DROPS
           CLOSE ABSENCE-NOTICES
           DISPLAY "WARNING NOTICES:       " ATT-WARNED.
           DISPLAY "MARKED FDA:            " ATT-DROPPED.
           DISPLAY "CLASSES WITH NO LIMIT: " ATT-UNSCHEDULED.
           EXIT.

       END PROGRAM CLASS-ATTENDANCE.
