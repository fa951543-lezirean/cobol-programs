      ******************************************************************
      * Author: GERVACIO, RANDY S.
      * Date: DECEMBER 19, 2024
      * Purpose: TERM-START LAPSE RUN - EVERY INCOMPLETE (INC) GRADE
      *          PAST ITS COMPLETION DEADLINE BECOMES A FAILING GRADE,
      *          IS AUDITED, AND THE STUDENT GETS A NOTICE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INC-LAPSE-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-RECORD-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-RECORD-TEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAPSE-NOTICES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-RECORD-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRADEREC.DAT"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS GRADE-RECORD-REC.
       01  GRADE-RECORD-REC.
            02   GR-STUDENT-ID PIC 9(6).
            02   GR-SUBJECT PIC A(15).
            02   GR-PRELIM PIC 9(3)V9(2).
            02   GR-MIDTERM PIC 9(3)V9(2).
            02   GR-FINALS PIC 9(3)V9(2).
            02   GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
            02   GR-STATUS PIC X.
            02   GR-INC-DEADLINE PIC X(8).
       FD  GRADE-RECORD-TEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRADERECTMP.DAT"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS GRADE-RECORD-TEMP-REC.
       01  GRADE-RECORD-TEMP-REC PIC X(54).
      ***** EVERY GRADE WRITE LEAVES A TRACE: WHO, WHEN, OLD AND NEW
      ***** TERM GRADES AND THE REASON CODE FOR A CHANGE
       FD  GRADE-AUDIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRADEAUDIT.DAT"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS GRADE-AUDIT-REC.
       01  GRADE-AUDIT-REC.
            02   GA-TIMESTAMP PIC X(14).
            02   GA-OPERATOR PIC X(5).
            02   GA-STUDENT PIC 9(6).
            02   GA-SUBJECT PIC A(15).
            02   GA-ACTION PIC X.
            02   GA-OLD-PRELIM PIC 9(3)V9(2).
            02   GA-OLD-MIDTERM PIC 9(3)V9(2).
            02   GA-OLD-FINALS PIC 9(3)V9(2).
            02   GA-NEW-PRELIM PIC 9(3)V9(2).
            02   GA-NEW-MIDTERM PIC 9(3)V9(2).
            02   GA-NEW-FINALS PIC 9(3)V9(2).
            02   GA-REASON PIC X(2).
       FD  STUDENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "Application.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS STUDENT-FILE.
       01  STUDENT-FILE.
            02   STUDENT-ID PIC 9(5).
            02   STUDENT-FNAME PIC X(10).
            02   STUDENT-MNAME PIC X(10).
            02   STUDENT-LNAME PIC X(15).
            02   STUDENT-YOB PIC 9(4).
            02   STUDENT-MOB PIC 99.
            02   STUDENT-DOB PIC 99.
            02   STUDENT-STATUS PIC X(01).
            02   STUDENT-DECIDED PIC X(8).
      ***** ONE NOTICE PER LAPSED SUBJECT, READY FOR MAILING
       FD  LAPSE-NOTICES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IncLapseNotices.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS LAPSE-NOTICE-REC.
       01  LAPSE-NOTICE-REC PIC X(70).
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
       01 LPS-EOF-FLAG PIC 9 VALUE 0.
       01 LPS-SCAN-EOF PIC 9 VALUE 0.
       01 LPS-CHECKED PIC 9(4) VALUE 0.
       01 LPS-OPEN PIC 9(4) VALUE 0.
       01 LPS-LAPSED PIC 9(4) VALUE 0.
      ***** THE GRADE AN UNCOMPLETED INC LAPSES TO (BELOW THE 75
      ***** PASSING MARK)
       01 LPS-FAIL-GRADE PIC 9(3)V9(2) VALUE 65.00.
       01 LPS-APP-ID PIC 9(5).
       01 LPS-FNAME PIC X(10).
       01 LPS-LNAME PIC X(15).
      ********** DATING COMES FROM THE BUSINESS-DATE FILE
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-STAMP PIC X(14).
       01 BDT-EOF PIC 9 VALUE 0.
      ***** NOTICE LINES
       01 LPS-TO-LINE.
          05 FILLER PIC X(4) VALUE "TO: ".
          05 LPS-TO-LNAME PIC X(15).
          05 FILLER PIC X(2) VALUE ", ".
          05 LPS-TO-FNAME PIC X(10).
          05 FILLER PIC X(10) VALUE "  STUDENT ".
          05 LPS-TO-ID PIC 9(6).
       01 LPS-SUBJ-LINE.
          05 FILLER PIC X(14) VALUE "YOUR INC IN   ".
          05 LPS-SL-SUBJECT PIC A(15).
          05 FILLER PIC X(9) VALUE " WAS DUE ".
          05 LPS-SL-DUE PIC X(8).
       01 LPS-GRADE-LINE.
          05 FILLER PIC X(52) VALUE
             "WAS NOT COMPLETED AND HAS LAPSED TO A FAILING GRADE ".
          05 LPS-GL-GRADE PIC ZZ9.99.
       01 LPS-DATE-LINE.
          05 FILLER PIC X(14) VALUE "LAPSE RUN OF  ".
          05 LPS-DL-DATE PIC X(8).
       01 LPS-TOTAL-LINE.
          05 FILLER PIC X(14) VALUE "INC CHECKED:  ".
          05 LPS-TL-OPEN PIC ZZZ9.
          05 FILLER PIC X(12) VALUE "   LAPSED:  ".
          05 LPS-TL-LAPSED PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM SET-BUSINESS-STAMP.
           DISPLAY "INC LAPSE RUN FOR BUSINESS DATE " BDT-DATE.

           MOVE 0 TO LPS-EOF-FLAG
           OPEN EXTEND GRADE-RECORD-FILE
           CLOSE GRADE-RECORD-FILE
           OPEN INPUT GRADE-RECORD-FILE
           OPEN OUTPUT GRADE-RECORD-TEMP
           OPEN EXTEND GRADE-AUDIT
           OPEN OUTPUT LAPSE-NOTICES
           MOVE BDT-DATE TO LPS-DL-DATE
           WRITE LAPSE-NOTICE-REC FROM LPS-DATE-LINE

           READ GRADE-RECORD-FILE
              AT END MOVE 1 TO LPS-EOF-FLAG
           END-READ
           PERFORM UNTIL LPS-EOF-FLAG = 1
              ADD 1 TO LPS-CHECKED
              IF GR-STATUS = 'I'
                 ADD 1 TO LPS-OPEN
                 IF GR-INC-DEADLINE < BDT-DATE
                    PERFORM LAPSE-ONE-INC
                 END-IF
              END-IF
              WRITE GRADE-RECORD-TEMP-REC FROM GRADE-RECORD-REC
              READ GRADE-RECORD-FILE
                 AT END MOVE 1 TO LPS-EOF-FLAG
              END-READ
           END-PERFORM

           MOVE LPS-OPEN TO LPS-TL-OPEN
           MOVE LPS-LAPSED TO LPS-TL-LAPSED
           MOVE SPACES TO LAPSE-NOTICE-REC
           WRITE LAPSE-NOTICE-REC
           WRITE LAPSE-NOTICE-REC FROM LPS-TOTAL-LINE
           CLOSE GRADE-RECORD-FILE
           CLOSE GRADE-RECORD-TEMP
           CLOSE GRADE-AUDIT
           CLOSE LAPSE-NOTICES

           IF LPS-LAPSED > 0
              PERFORM COPY-TEMP-TO-GRADES
           END-IF

           DISPLAY "GRADE RECORDS READ: " LPS-CHECKED.
           DISPLAY "OPEN INC FOUND:     " LPS-OPEN.
           DISPLAY "INC LAPSED:         " LPS-LAPSED.
           STOP RUN.

      ***** THE TERM GRADES STAY AS ENTERED; THE AVERAGE BECOMES THE
      ***** FAILING GRADE AND THE AUDIT TRAIL CARRIES ACTION L
       LAPSE-ONE-INC.
           ADD 1 TO LPS-LAPSED
           MOVE LPS-FAIL-GRADE TO GR-AVERAGE
           MOVE 'L' TO GR-STATUS

           MOVE BDT-STAMP TO GA-TIMESTAMP
           MOVE "LAPSE" TO GA-OPERATOR
           MOVE GR-STUDENT-ID TO GA-STUDENT
           MOVE GR-SUBJECT TO GA-SUBJECT
           MOVE 'L' TO GA-ACTION
           MOVE GR-PRELIM TO GA-OLD-PRELIM
           MOVE GR-MIDTERM TO GA-OLD-MIDTERM
           MOVE GR-FINALS TO GA-OLD-FINALS
           MOVE GR-PRELIM TO GA-NEW-PRELIM
           MOVE GR-MIDTERM TO GA-NEW-MIDTERM
           MOVE GR-FINALS TO GA-NEW-FINALS
           MOVE "LP" TO GA-REASON
           WRITE GRADE-AUDIT-REC

           PERFORM FIND-STUDENT-NAME
           MOVE SPACES TO LAPSE-NOTICE-REC
           WRITE LAPSE-NOTICE-REC
           MOVE LPS-LNAME TO LPS-TO-LNAME
           MOVE LPS-FNAME TO LPS-TO-FNAME
           MOVE GR-STUDENT-ID TO LPS-TO-ID
           WRITE LAPSE-NOTICE-REC FROM LPS-TO-LINE
           MOVE GR-SUBJECT TO LPS-SL-SUBJECT
           MOVE GR-INC-DEADLINE TO LPS-SL-DUE
           WRITE LAPSE-NOTICE-REC FROM LPS-SUBJ-LINE
           MOVE LPS-FAIL-GRADE TO LPS-GL-GRADE
           WRITE LAPSE-NOTICE-REC FROM LPS-GRADE-LINE
           DISPLAY "LAPSED: " GR-STUDENT-ID " " GR-SUBJECT
              " DUE " GR-INC-DEADLINE.
           EXIT.

      ***** THE 6-DIGIT GRADE-FILE ID CARRIES THE 5-DIGIT
      ***** APPLICATION ID
       FIND-STUDENT-NAME.
           MOVE SPACES TO LPS-FNAME
           MOVE "(NOT ON FILE)" TO LPS-LNAME
           MOVE FUNCTION MOD(GR-STUDENT-ID, 100000) TO LPS-APP-ID
           MOVE 0 TO LPS-SCAN-EOF
           OPEN EXTEND STUDENT
           CLOSE STUDENT
           OPEN INPUT STUDENT
           READ STUDENT
              AT END MOVE 1 TO LPS-SCAN-EOF
           END-READ
           PERFORM UNTIL LPS-SCAN-EOF = 1
              IF STUDENT-ID = LPS-APP-ID
                 MOVE STUDENT-FNAME TO LPS-FNAME
                 MOVE STUDENT-LNAME TO LPS-LNAME
                 MOVE 1 TO LPS-SCAN-EOF
              ELSE
                 READ STUDENT
                    AT END MOVE 1 TO LPS-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STUDENT.
           EXIT.

       COPY-TEMP-TO-GRADES.
           MOVE 0 TO LPS-EOF-FLAG
           OPEN INPUT GRADE-RECORD-TEMP
           OPEN OUTPUT GRADE-RECORD-FILE
           READ GRADE-RECORD-TEMP
              AT END MOVE 1 TO LPS-EOF-FLAG
           END-READ
           PERFORM UNTIL LPS-EOF-FLAG = 1
              WRITE GRADE-RECORD-REC FROM GRADE-RECORD-TEMP-REC
              READ GRADE-RECORD-TEMP
                 AT END MOVE 1 TO LPS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE GRADE-RECORD-TEMP
           CLOSE GRADE-RECORD-FILE.
           EXIT.

      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE TIME OF DAY
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

       SET-BUSINESS-STAMP.
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO BDT-STAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO BDT-STAMP(9:6).

       END PROGRAM INC-LAPSE-RUN.
