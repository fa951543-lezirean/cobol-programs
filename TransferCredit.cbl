      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 23, 2024
      * Purpose: TRANSFER-CREDIT EVALUATION FOR TRANSFEREES AND
      *          SHIFTEES: CREDITED SUBJECTS FROM ANOTHER SCHOOL OR
      *          PROGRAM AGAINST OUR CURRICULUM, AND THE PRINTED
      *          EVALUATION SHEET
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-CREDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITED-SUBJECTS ASSIGN TO 'CreditedSubjects.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CREDITED-TMP ASSIGN TO 'CreditedSubjectsTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CURRICULUM ASSIGN TO 'Curriculum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STUDENT ASSIGN TO 'Application.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EVALUATION-SHEET ASSIGN TO 'TransferEvaluation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\cobol_project\Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER SUBJECT CREDITED TO A STUDENT: WHERE IT WAS
      ***** TAKEN, THE GRADE AS THAT SCHOOL GAVE IT, THE COURSE OF
      ***** OURS IT STANDS FOR, THE UNITS ALLOWED AND WHO EVALUATED
      ***** IT. CREDITED SUBJECTS SATISFY THE CURRICULUM AND
      ***** PREREQUISITES BUT NEVER ENTER THE GWA
       FD CREDITED-SUBJECTS.
       01 CREDITED-SUBJECT-REC.
          05 TC-STUDENT PIC 9(5).
          05 TC-SCHOOL PIC X(20).
          05 TC-SRC-SUBJECT PIC X(15).
          05 TC-SRC-GRADE PIC X(5).
          05 TC-COURSE PIC X(6).
          05 TC-UNITS PIC 9(2).
          05 TC-EVALUATOR PIC X(5).
          05 TC-DATE PIC X(8).
       FD CREDITED-TMP.
       01 CREDITED-TMP-REC PIC X(66).
       FD CURRICULUM.
       01 CURRICULUM-REC.
          05 CUR-PROGRAM PIC X(6).
          05 CUR-COURSE PIC X(6).
          05 CUR-UNITS PIC 9(2).
          05 CUR-TERM-SEQ PIC 9(2).
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
       FD EVALUATION-SHEET.
       01 EVALUATION-SHEET-REC PIC X(80).
      ***** OPERATOR SIGN-ON FILE (LEVEL 1=TELLER 2=POSTING 3=ADMIN)
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          05 OP-ID PIC X(5).
          05 OP-PASSWORD PIC X(8).
          05 OP-LEVEL PIC 9.
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
       01 TCR-SEQ.
          05 TCR-MODE PIC X(01).
          05 TCR-EOF-FLAG PIC 9 VALUE 0.
          05 TCR-SCAN-EOF PIC 9 VALUE 0.
          05 TCR-FOUND PIC 9 VALUE 0.
          05 TCR-COUNT PIC 9(3) VALUE 0.
          05 TCR-STUDENTIN PIC X(5).
          05 TCR-STUDENT PIC 9(5).
          05 TCR-COURSE PIC X(6).
          05 TCR-UNITSIN PIC X(2).
          05 TCR-CUR-UNITS PIC 9(2).
          05 TCR-TOTAL-UNITS PIC 9(3) VALUE 0.
          05 TCR-FNAME PIC X(10).
          05 TCR-MNAME PIC X(10).
          05 TCR-LNAME PIC X(15).
          05 TCR-OPID PIC X(5).
          05 TCR-OPPW PIC X(8).
          05 TCR-OPOK PIC 9 VALUE 0.
      ********** EVALUATION SHEET LINES
       01 TCR-RULE-LINE PIC X(78) VALUE ALL "=".
       01 TCR-HEAD-LINE.
          05 FILLER PIC X(35)
             VALUE "TRANSFER CREDIT EVALUATION SHEET   ".
          05 FILLER PIC X(6) VALUE "DATE: ".
          05 TCR-HEAD-DATE PIC X(8).
       01 TCR-NAME-LINE.
          05 FILLER PIC X(9) VALUE "STUDENT: ".
          05 TCR-NL-ID PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 TCR-NL-LNAME PIC X(15).
          05 FILLER PIC X(2) VALUE ", ".
          05 TCR-NL-FNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TCR-NL-MNAME PIC X(10).
       01 TCR-COLUMN-LINE.
          05 FILLER PIC X(21) VALUE "SOURCE SCHOOL".
          05 FILLER PIC X(16) VALUE "SOURCE SUBJECT".
          05 FILLER PIC X(6) VALUE "GRADE".
          05 FILLER PIC X(11) VALUE "CREDIT AS".
          05 FILLER PIC X(7) VALUE "UNITS".
          05 FILLER PIC X(6) VALUE "EVAL".
          05 FILLER PIC X(8) VALUE "DATE".
       01 TCR-DETAIL-LINE.
          05 TCR-DET-SCHOOL PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TCR-DET-SUBJECT PIC X(15).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TCR-DET-GRADE PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TCR-DET-COURSE PIC X(6).
          05 FILLER PIC X(5) VALUE SPACES.
          05 TCR-DET-UNITS PIC Z9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 TCR-DET-EVAL PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TCR-DET-DATE PIC X(8).
       01 TCR-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE "SUBJECTS CREDITED:  ".
          05 TCR-TOT-COUNT PIC ZZ9.
          05 FILLER PIC X(18) VALUE "   UNITS CREDITED:".
          05 TCR-TOT-UNITS PIC ZZZ9.
       01 TCR-SIGN-LINE.
          05 FILLER PIC X(40)
             VALUE "EVALUATED BY: ____________________  ".
          05 FILLER PIC X(30)
             VALUE "NOTED: REGISTRAR ____________".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           DISPLAY "TRANSFER CREDIT EVALUATION".
           DISPLAY "[1] LIST A STUDENT'S CREDITED SUBJECTS".
           DISPLAY "[2] CREDIT A SUBJECT".
           DISPLAY "[3] REMOVE A CREDITED SUBJECT".
           DISPLAY "[4] PRINT THE EVALUATION SHEET".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT TCR-MODE.

           EVALUATE TCR-MODE
              WHEN '1'
                 PERFORM LIST-CREDITS
              WHEN '2'
                 PERFORM ADD-CREDIT
              WHEN '3'
                 PERFORM REMOVE-CREDIT
              WHEN '4'
                 PERFORM PRINT-EVALUATION-SHEET
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-CREDITS.
           PERFORM ACCEPT-STUDENT
           IF TCR-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TCR-COUNT
           MOVE 0 TO TCR-EOF-FLAG
           OPEN EXTEND CREDITED-SUBJECTS
           CLOSE CREDITED-SUBJECTS
           OPEN INPUT CREDITED-SUBJECTS
           READ CREDITED-SUBJECTS
              AT END MOVE 1 TO TCR-EOF-FLAG
           END-READ
           PERFORM UNTIL TCR-EOF-FLAG = 1
              IF TC-STUDENT = TCR-STUDENT
                 ADD 1 TO TCR-COUNT
                 PERFORM FORMAT-DETAIL-LINE
                 DISPLAY TCR-DETAIL-LINE
              END-IF
              READ CREDITED-SUBJECTS
                 AT END MOVE 1 TO TCR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CREDITED-SUBJECTS
           DISPLAY "SUBJECTS CREDITED: " TCR-COUNT.
           EXIT.

      ***** THE EQUIVALENT MUST BE A COURSE ON OUR CURRICULUM, NOT
      ***** ALREADY CREDITED TO THE STUDENT, AND THE EVALUATOR SIGNS
      ***** ON AT POSTING LEVEL OR ABOVE; BLANK UNITS TAKE THE
      ***** CURRICULUM'S UNITS FOR THE COURSE
       ADD-CREDIT.
           PERFORM ACCEPT-STUDENT
           IF TCR-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CREDITED-SUBJECT-REC
           MOVE TCR-STUDENT TO TC-STUDENT
           DISPLAY "SOURCE SCHOOL:          " WITH NO ADVANCING
           ACCEPT TC-SCHOOL
           DISPLAY "SOURCE SUBJECT:         " WITH NO ADVANCING
           ACCEPT TC-SRC-SUBJECT
           DISPLAY "GRADE EARNED THERE:     " WITH NO ADVANCING
           ACCEPT TC-SRC-GRADE
           IF TC-SCHOOL = SPACES OR TC-SRC-SUBJECT = SPACES OR
              TC-SRC-GRADE = SPACES
              DISPLAY "SCHOOL, SUBJECT AND GRADE ARE REQUIRED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "EQUIVALENT COURSE CODE: " WITH NO ADVANCING
           ACCEPT TCR-COURSE
           PERFORM FIND-CURRICULUM-COURSE
           IF TCR-FOUND = 0
              DISPLAY "COURSE IS NOT ON ANY CURRICULUM - NOT CREDITED"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CREDIT
           IF TCR-FOUND = 1
              DISPLAY "COURSE IS ALREADY CREDITED TO THIS STUDENT"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "UNITS CREDITED (BLANK = " TCR-CUR-UNITS "): "
              WITH NO ADVANCING
           ACCEPT TCR-UNITSIN
           IF TCR-UNITSIN = SPACES
              MOVE TCR-CUR-UNITS TO TC-UNITS
           ELSE
              IF TCR-UNITSIN IS NOT NUMERIC
                 DISPLAY "INVALID UNITS - NOT CREDITED"
                 EXIT PARAGRAPH
              END-IF
              MOVE TCR-UNITSIN TO TC-UNITS
           END-IF
           PERFORM SIGN-ON-EVALUATOR
           IF TCR-OPOK = 0
              DISPLAY "EVALUATOR SIGN-ON REFUSED - NOT CREDITED"
              EXIT PARAGRAPH
           END-IF
           MOVE TCR-COURSE TO TC-COURSE
           MOVE TCR-OPID TO TC-EVALUATOR
           MOVE BDT-DATE TO TC-DATE
           OPEN EXTEND CREDITED-SUBJECTS
              WRITE CREDITED-SUBJECT-REC
           CLOSE CREDITED-SUBJECTS
           DISPLAY "SUBJECT CREDITED".
           EXIT.

      ***** A CREDIT KEYED IN ERROR COMES OFF WITH THE SAME SIGN-ON
       REMOVE-CREDIT.
           PERFORM ACCEPT-STUDENT
           IF TCR-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "EQUIVALENT COURSE CODE: " WITH NO ADVANCING
           ACCEPT TCR-COURSE
           PERFORM FIND-CREDIT
           IF TCR-FOUND = 0
              DISPLAY "THAT COURSE IS NOT CREDITED TO THIS STUDENT"
              EXIT PARAGRAPH
           END-IF
           PERFORM SIGN-ON-EVALUATOR
           IF TCR-OPOK = 0
              DISPLAY "EVALUATOR SIGN-ON REFUSED - NOT REMOVED"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TCR-EOF-FLAG
           OPEN INPUT CREDITED-SUBJECTS
           OPEN OUTPUT CREDITED-TMP
           READ CREDITED-SUBJECTS
              AT END MOVE 1 TO TCR-EOF-FLAG
           END-READ
           PERFORM UNTIL TCR-EOF-FLAG = 1
              IF TC-STUDENT NOT = TCR-STUDENT OR
                 TC-COURSE NOT = TCR-COURSE
                 WRITE CREDITED-TMP-REC FROM CREDITED-SUBJECT-REC
              END-IF
              READ CREDITED-SUBJECTS
                 AT END MOVE 1 TO TCR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CREDITED-SUBJECTS
           CLOSE CREDITED-TMP

           MOVE 0 TO TCR-EOF-FLAG
           OPEN INPUT CREDITED-TMP
           OPEN OUTPUT CREDITED-SUBJECTS
           READ CREDITED-TMP
              AT END MOVE 1 TO TCR-EOF-FLAG
           END-READ
           PERFORM UNTIL TCR-EOF-FLAG = 1
              WRITE CREDITED-SUBJECT-REC FROM CREDITED-TMP-REC
              READ CREDITED-TMP
                 AT END MOVE 1 TO TCR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CREDITED-TMP
           CLOSE CREDITED-SUBJECTS
           DISPLAY "CREDIT REMOVED".
           EXIT.

      ***** THE SHEET THE REGISTRAR USED TO KEEP ON PAPER: EVERY
      ***** CREDITED SUBJECT WITH ITS SOURCE AND EVALUATOR
       PRINT-EVALUATION-SHEET.
           PERFORM ACCEPT-STUDENT
           IF TCR-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TCR-COUNT
           MOVE 0 TO TCR-TOTAL-UNITS
           OPEN OUTPUT EVALUATION-SHEET
           MOVE BDT-DATE TO TCR-HEAD-DATE
           MOVE TCR-STUDENT TO TCR-NL-ID
           MOVE TCR-LNAME TO TCR-NL-LNAME
           MOVE TCR-FNAME TO TCR-NL-FNAME
           MOVE TCR-MNAME TO TCR-NL-MNAME
           WRITE EVALUATION-SHEET-REC FROM TCR-RULE-LINE
           WRITE EVALUATION-SHEET-REC FROM TCR-HEAD-LINE
           WRITE EVALUATION-SHEET-REC FROM TCR-NAME-LINE
           WRITE EVALUATION-SHEET-REC FROM TCR-RULE-LINE
           WRITE EVALUATION-SHEET-REC FROM TCR-COLUMN-LINE

           MOVE 0 TO TCR-EOF-FLAG
           OPEN EXTEND CREDITED-SUBJECTS
           CLOSE CREDITED-SUBJECTS
           OPEN INPUT CREDITED-SUBJECTS
           READ CREDITED-SUBJECTS
              AT END MOVE 1 TO TCR-EOF-FLAG
           END-READ
           PERFORM UNTIL TCR-EOF-FLAG = 1
              IF TC-STUDENT = TCR-STUDENT
                 ADD 1 TO TCR-COUNT
                 ADD TC-UNITS TO TCR-TOTAL-UNITS
                 PERFORM FORMAT-DETAIL-LINE
                 WRITE EVALUATION-SHEET-REC FROM TCR-DETAIL-LINE
              END-IF
              READ CREDITED-SUBJECTS
                 AT END MOVE 1 TO TCR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CREDITED-SUBJECTS

           MOVE TCR-COUNT TO TCR-TOT-COUNT
           MOVE TCR-TOTAL-UNITS TO TCR-TOT-UNITS
           WRITE EVALUATION-SHEET-REC FROM TCR-RULE-LINE
           WRITE EVALUATION-SHEET-REC FROM TCR-TOTAL-LINE
           MOVE SPACES TO EVALUATION-SHEET-REC
           WRITE EVALUATION-SHEET-REC
           WRITE EVALUATION-SHEET-REC FROM TCR-SIGN-LINE
           CLOSE EVALUATION-SHEET
           DISPLAY TCR-TOTAL-LINE.
           EXIT.

       FORMAT-DETAIL-LINE.
           MOVE TC-SCHOOL TO TCR-DET-SCHOOL
           MOVE TC-SRC-SUBJECT TO TCR-DET-SUBJECT
           MOVE TC-SRC-GRADE TO TCR-DET-GRADE
           MOVE TC-COURSE TO TCR-DET-COURSE
           MOVE TC-UNITS TO TCR-DET-UNITS
           MOVE TC-EVALUATOR TO TCR-DET-EVAL
           MOVE TC-DATE TO TCR-DET-DATE.
           EXIT.

       ACCEPT-STUDENT.
           MOVE 0 TO TCR-FOUND
           DISPLAY "STUDENT ID:             " WITH NO ADVANCING
           ACCEPT TCR-STUDENTIN
           IF TCR-STUDENTIN IS NOT NUMERIC
              DISPLAY "INVALID STUDENT ID"
              EXIT PARAGRAPH
           END-IF
           MOVE TCR-STUDENTIN TO TCR-STUDENT
           MOVE 0 TO TCR-SCAN-EOF
           OPEN EXTEND STUDENT
           CLOSE STUDENT
           OPEN INPUT STUDENT
           READ STUDENT
              AT END MOVE 1 TO TCR-SCAN-EOF
           END-READ
           PERFORM UNTIL TCR-SCAN-EOF = 1
              IF STUDENT-ID = TCR-STUDENT
                 MOVE 1 TO TCR-FOUND
                 MOVE STUDENT-FNAME TO TCR-FNAME
                 MOVE STUDENT-MNAME TO TCR-MNAME
                 MOVE STUDENT-LNAME TO TCR-LNAME
                 MOVE 1 TO TCR-SCAN-EOF
              ELSE
                 READ STUDENT
                    AT END MOVE 1 TO TCR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STUDENT
           IF TCR-FOUND = 0
              DISPLAY "NO APPLICATION FOR THAT ID"
           ELSE
              DISPLAY "STUDENT: " TCR-FNAME " " TCR-LNAME
           END-IF.
           EXIT.

       FIND-CURRICULUM-COURSE.
           MOVE 0 TO TCR-FOUND
           MOVE 0 TO TCR-CUR-UNITS
           MOVE 0 TO TCR-SCAN-EOF
           OPEN EXTEND CURRICULUM
           CLOSE CURRICULUM
           OPEN INPUT CURRICULUM
           READ CURRICULUM
              AT END MOVE 1 TO TCR-SCAN-EOF
           END-READ
           PERFORM UNTIL TCR-SCAN-EOF = 1
              IF CUR-COURSE = TCR-COURSE
                 MOVE 1 TO TCR-FOUND
                 MOVE CUR-UNITS TO TCR-CUR-UNITS
                 MOVE 1 TO TCR-SCAN-EOF
              ELSE
                 READ CURRICULUM
                    AT END MOVE 1 TO TCR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CURRICULUM.
           EXIT.

       FIND-CREDIT.
           MOVE 0 TO TCR-FOUND
           MOVE 0 TO TCR-SCAN-EOF
           OPEN EXTEND CREDITED-SUBJECTS
           CLOSE CREDITED-SUBJECTS
           OPEN INPUT CREDITED-SUBJECTS
           READ CREDITED-SUBJECTS
              AT END MOVE 1 TO TCR-SCAN-EOF
           END-READ
           PERFORM UNTIL TCR-SCAN-EOF = 1
              IF TC-STUDENT = TCR-STUDENT AND TC-COURSE = TCR-COURSE
                 MOVE 1 TO TCR-FOUND
                 MOVE 1 TO TCR-SCAN-EOF
              ELSE
                 READ CREDITED-SUBJECTS
                    AT END MOVE 1 TO TCR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CREDITED-SUBJECTS.
           EXIT.

      ***** THE EVALUATOR SIGNS ON AT POSTING LEVEL OR ABOVE AND
      ***** THE OPERATOR ID GOES ON THE CREDIT ROW
       SIGN-ON-EVALUATOR.
           MOVE 0 TO TCR-OPOK
           DISPLAY "EVALUATOR OPERATOR ID:  " WITH NO ADVANCING
           ACCEPT TCR-OPID
           DISPLAY "PASSWORD:               " WITH NO ADVANCING
           ACCEPT TCR-OPPW
           MOVE 0 TO TCR-SCAN-EOF
           OPEN EXTEND OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE
              AT END MOVE 1 TO TCR-SCAN-EOF
           END-READ
           PERFORM UNTIL TCR-SCAN-EOF = 1
              IF OP-ID = TCR-OPID AND OP-PASSWORD = TCR-OPPW
                 AND OP-LEVEL >= 2
                 MOVE 1 TO TCR-OPOK
                 MOVE 1 TO TCR-SCAN-EOF
              ELSE
                 READ OPERATOR-FILE
                    AT END MOVE 1 TO TCR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.
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

       END PROGRAM TRANSFER-CREDIT.
