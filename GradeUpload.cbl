           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-REPORT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FACULTY-LOAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE LINE PER STUDENT/SUBJECT FROM THE INSTRUCTOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRADEREC.DAT"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS GRADE-RECORD-REC.
       01  GRADE-RECORD-REC.
            02   GR-STUDENT-ID PIC 9(6).
            02   GR-MIDTERM PIC 9(3)V9(2).
            02   GR-FINALS PIC 9(3)V9(2).
            02   GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
            02   GR-STATUS PIC X.
            02   GR-INC-DEADLINE PIC X(8).
       FD  ENROLL-MASTER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EnrollMaster.dat"
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS LOAD-REPORT-REC.
       01  LOAD-REPORT-REC PIC X(70).
      ***** WHO IS ASSIGNED TO TEACH EACH COURSE/SECTION
       FD  FACULTY-LOAD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FacultyLoad.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS FACULTY-LOAD-REC.
       01  FACULTY-LOAD-REC.
            02   FA-FAC-ID PIC X(5).
            02   FA-COURSE PIC X(6).
            02   FA-SECTION PIC X(3).
            02   FA-SY PIC X(9).
            02   FA-UNITS PIC 9(2).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD  BUSINESS-DATE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "C:\cobol_project\BusinessDate.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-REC.
       01  BUSINESS-DATE-REC.
            02   BD-DATE PIC X(8).
            02   BD-LAST-RUN PIC X(8).
            02   BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
       01 UPL-EOF-FLAG PIC 9 VALUE 0.
       01 UPL-ACCEPTED PIC 9(4) VALUE 0.
       01 UPL-APP-ID PIC 9(5).
       01 UPL-FOUND PIC 9 VALUE 0.
       01 UPL-SCAN-EOF PIC 9 VALUE 0.
       01 UPL-INSTRUCTOR PIC X(5).
       01 UPL-COURSE PIC X(6).
       01 UPL-SECTION PIC X(3).
       01 UPL-ASSIGNED PIC 9 VALUE 0.
       01 UPL-PRELIM PIC 9(3)V9(2).
       01 UPL-MIDTERM PIC 9(3)V9(2).
       01 UPL-FINALS PIC 9(3)V9(2).
      ***** "INC" IN THE FINALS COLUMN RECORDS AN INCOMPLETE, DUE
      ***** ONE YEAR FROM THE BUSINESS DATE
       01 UPL-IS-INC PIC 9 VALUE 0.
       01 UPL-DEADLINE PIC X(8).
       01 UPL-DL-YEAR PIC 9(4).
       01 UPL-INC-COUNT PIC 9(4) VALUE 0.
      ********** DATING COMES FROM THE BUSINESS-DATE FILE
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
       01 UPL-DETAIL-LINE.
          05 UPL-DET-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
             10 UPL-KEY-SUBJECT PIC A(15).
       01 UPL-K PIC 9(4) COMP.
       01 UPL-DUP PIC 9 VALUE 0.
       01 UPL-CLASS-LINE.
          05 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
          05 UPL-CL-INSTRUCTOR PIC X(5).
          05 FILLER PIC X(9) VALUE "  CLASS: ".
          05 UPL-CL-COURSE PIC X(6).
          05 FILLER PIC X(1) VALUE "/".
          05 UPL-CL-SECTION PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 UPL-CL-NOTE PIC X(24).
       01 UPL-TOTAL-LINE.
          05 FILLER PIC X(10) VALUE "ACCEPTED: ".
          05 UPL-TOT-ACC PIC ZZZ9.
          05 UPL-TOT-REJ PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "UPLOADING INSTRUCTOR ID: " WITH NO ADVANCING
           ACCEPT UPL-INSTRUCTOR
           DISPLAY "COURSE CODE:             " WITH NO ADVANCING
           ACCEPT UPL-COURSE
           DISPLAY "SECTION:                 " WITH NO ADVANCING
           ACCEPT UPL-SECTION
           PERFORM VERIFY-INSTRUCTOR-ASSIGNED
           IF UPL-ASSIGNED = 0
              DISPLAY "INSTRUCTOR IS NOT ASSIGNED TO THIS CLASS -"
                 " EVERY LINE WILL BE REJECTED"
           END-IF

           MOVE 0 TO UPL-EOF-FLAG
           OPEN EXTEND INSTRUCTOR-GRADES
           CLOSE INSTRUCTOR-GRADES
           OPEN OUTPUT LOAD-REPORT
           MOVE "INSTRUCTOR GRADE FILE LOAD REPORT" TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           MOVE UPL-INSTRUCTOR TO UPL-CL-INSTRUCTOR
           MOVE UPL-COURSE TO UPL-CL-COURSE
           MOVE UPL-SECTION TO UPL-CL-SECTION
           IF UPL-ASSIGNED = 1
              MOVE "ASSIGNED INSTRUCTOR" TO UPL-CL-NOTE
           ELSE
              MOVE "NOT THE ASSIGNED TEACHER" TO UPL-CL-NOTE
           END-IF
           WRITE LOAD-REPORT-REC FROM UPL-CLASS-LINE

           READ INSTRUCTOR-GRADES
              AT END MOVE 1 TO UPL-EOF-FLAG

           DISPLAY "LINES ACCEPTED: " UPL-ACCEPTED.
           DISPLAY "LINES REJECTED: " UPL-REJECTED.
           DISPLAY "INC GRADES:     " UPL-INC-COUNT.
           STOP RUN.

      ***** AN INCOMPLETE MUST BE COMPLETED WITHIN ONE YEAR OF THE
      ***** BUSINESS DATE IT WAS GIVEN (A LEAP DAY FALLS BACK ONE)
       SET-INC-DEADLINE.
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO UPL-DEADLINE
           MOVE BDT-DATE(1:4) TO UPL-DL-YEAR
           ADD 1 TO UPL-DL-YEAR
           MOVE UPL-DL-YEAR TO UPL-DEADLINE(1:4)
           IF UPL-DEADLINE(5:4) = "0229"
              MOVE "0228" TO UPL-DEADLINE(5:4)
           END-IF.
           EXIT.

      ***** EVERY LINE IS VALIDATED: THE FILE MUST COME FROM THE
      ***** CLASS'S ASSIGNED INSTRUCTOR AND CARRY THAT CLASS'S COURSE,
      ***** THE STUDENT MUST BE ENROLLED, AND EACH TERM GRADE MUST BE
      ***** NUMERIC AND WITHIN 0 TO 100 (THE FINALS MAY BE "INC")
       LOAD-ONE-LINE.
           MOVE SPACES TO UPL-REASON

           IF UPL-ASSIGNED = 0
              MOVE "INSTRUCTOR NOT ASSIGNED" TO UPL-REASON
           END-IF

           IF UPL-REASON = SPACES
              IF IG-SUBJECT(1:6) NOT = UPL-COURSE
                 MOVE "NOT THE ASSIGNED COURSE" TO UPL-REASON
              END-IF
           END-IF

           IF UPL-REASON = SPACES AND IG-STUDENT-ID IS NOT NUMERIC
              MOVE "STUDENT ID NOT NUMERIC" TO UPL-REASON
           END-IF

              END-IF
           END-IF

           MOVE 0 TO UPL-IS-INC
           IF IG-FINALS = "INC"
              MOVE 1 TO UPL-IS-INC
           END-IF

           IF UPL-REASON = SPACES
              IF FUNCTION TEST-NUMVAL(IG-PRELIM) NOT = 0 OR
                 FUNCTION TEST-NUMVAL(IG-MIDTERM) NOT = 0 OR
                 (UPL-IS-INC = 0 AND
                  FUNCTION TEST-NUMVAL(IG-FINALS) NOT = 0)
                 MOVE "NON-NUMERIC GRADE" TO UPL-REASON
              END-IF
           END-IF
           IF UPL-REASON = SPACES
              COMPUTE UPL-PRELIM = FUNCTION NUMVAL(IG-PRELIM)
              COMPUTE UPL-MIDTERM = FUNCTION NUMVAL(IG-MIDTERM)
              IF UPL-IS-INC = 1
                 MOVE 0 TO UPL-FINALS
              ELSE
                 COMPUTE UPL-FINALS = FUNCTION NUMVAL(IG-FINALS)
              END-IF
              IF UPL-PRELIM > 100 OR UPL-MIDTERM > 100 OR
                 UPL-FINALS > 100
                 MOVE "GRADE OVER 100" TO UPL-REASON
              MOVE UPL-PRELIM TO GR-PRELIM
              MOVE UPL-MIDTERM TO GR-MIDTERM
              MOVE UPL-FINALS TO GR-FINALS
      ***** THE SAME AVERAGE THE SCREEN PATH COMPUTES; AN INC
      ***** CARRIES NO AVERAGE UNTIL IT IS COMPLETED
              IF UPL-IS-INC = 1
                 PERFORM SET-INC-DEADLINE
                 MOVE 0 TO GR-AVERAGE
                 MOVE 'I' TO GR-STATUS
                 MOVE UPL-DEADLINE TO GR-INC-DEADLINE
                 ADD 1 TO UPL-INC-COUNT
              ELSE
                 COMPUTE GR-AVERAGE ROUNDED =
                    (GR-PRELIM + GR-MIDTERM + GR-FINALS) / 3
                 MOVE SPACE TO GR-STATUS
                 MOVE SPACES TO GR-INC-DEADLINE
              END-IF
              WRITE GRADE-RECORD-REC
              IF UPL-KEY-COUNT < 500
                 ADD 1 TO UPL-KEY-COUNT
              ADD 1 TO UPL-ACCEPTED
              MOVE "ACCEPTED " TO UPL-DET-VERDICT
              MOVE SPACES TO UPL-DET-REASON
              IF UPL-IS-INC = 1
                 STRING "INC - COMPLETE BY " UPL-DEADLINE
                    DELIMITED BY SIZE INTO UPL-DET-REASON
              END-IF
           ELSE
              ADD 1 TO UPL-REJECTED
              MOVE "REJECTED " TO UPL-DET-VERDICT
           WRITE LOAD-REPORT-REC FROM UPL-DETAIL-LINE.
           EXIT.

      ***** THE UPLOADER MUST HOLD THE COURSE/SECTION ON THE FACULTY
      ***** LOAD FILE
       VERIFY-INSTRUCTOR-ASSIGNED.
           MOVE 0 TO UPL-ASSIGNED
           MOVE 0 TO UPL-SCAN-EOF
           OPEN EXTEND FACULTY-LOAD
           CLOSE FACULTY-LOAD
           OPEN INPUT FACULTY-LOAD
           READ FACULTY-LOAD
              AT END MOVE 1 TO UPL-SCAN-EOF
           END-READ
           PERFORM UNTIL UPL-SCAN-EOF = 1
              IF FA-FAC-ID = UPL-INSTRUCTOR AND
                 FA-COURSE = UPL-COURSE AND
                 FA-SECTION = UPL-SECTION
                 MOVE 1 TO UPL-ASSIGNED
                 MOVE 1 TO UPL-SCAN-EOF
              ELSE
                 READ FACULTY-LOAD
                    AT END MOVE 1 TO UPL-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE FACULTY-LOAD.
           EXIT.

      ***** THE 6-DIGIT GRADE-FILE ID CARRIES THE 5-DIGIT
      ***** ENROLLMENT ID
       VERIFY-STUDENT-ENROLLED.
           END-PERFORM.
           EXIT.

      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE
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

       END PROGRAM GRADE-BATCH-UPLOAD.
