           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABSENCE-DROPS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-HOLDS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDITED-SUBJECTS ASSIGN TO DISK
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
            02   GR-MIDTERM PIC 9(3)V9(2).
            02   GR-FINALS PIC 9(3)V9(2).
            02   GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
            02   GR-STATUS PIC X.
            02   GR-INC-DEADLINE PIC X(8).
       FD  STUDENT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "Application.dat"
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS TRANSCRIPT-REC.
       01  TRANSCRIPT-REC PIC X(70).
      ***** STUDENTS MARKED FAILURE DUE TO ABSENCES (FDA)
       FD  ABSENCE-DROPS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AbsenceDrops.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS ABSENCE-DROP-REC.
       01  ABSENCE-DROP-REC.
            02   DA-STUDENT PIC 9(5).
            02   DA-COURSE PIC X(6).
            02   DA-SECTION PIC X(3).
            02   DA-SY PIC X(9).
            02   DA-ABSENCES PIC 9(3).
            02   DA-ALLOWED PIC 9(3).
            02   DA-STATUS PIC X(01).
      ***** OFFICE HOLDS; AN UNRELEASED ONE WITHHOLDS THE TRANSCRIPT
       FD  STUDENT-HOLDS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "StudentHolds.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS STUDENT-HOLD-REC.
       01  STUDENT-HOLD-REC.
            02   SH-STUDENT PIC 9(5).
            02   SH-TYPE PIC X(3).
            02   SH-OFFICE PIC X(3).
            02   SH-DATE PIC X(8).
            02   SH-REASON PIC X(30).
            02   SH-RELEASED PIC X(01).
            02   SH-REL-DATE PIC X(8).
      ***** SUBJECTS CREDITED FROM ANOTHER SCHOOL OR PROGRAM
       FD  CREDITED-SUBJECTS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CreditedSubjects.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS CREDITED-SUBJECT-REC.
       01  CREDITED-SUBJECT-REC.
            02   TC-STUDENT PIC 9(5).
            02   TC-SCHOOL PIC X(20).
            02   TC-SRC-SUBJECT PIC X(15).
            02   TC-SRC-GRADE PIC X(5).
            02   TC-COURSE PIC X(6).
            02   TC-UNITS PIC 9(2).
            02   TC-EVALUATOR PIC X(5).
            02   TC-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01 TRN-IDIN PIC X(6).
       01 TRN-ID PIC 9(6).
       01 TRN-SUBJ-COUNT PIC 9(3) VALUE 0.
       01 TRN-SUM PIC 9(7)V9(2) VALUE 0.
       01 TRN-GWA PIC 9(3)V9(2).
      ***** AN OPEN INC IS LISTED BUT KEPT OUT OF THE GWA
       01 TRN-GWA-COUNT PIC 9(3) VALUE 0.
       01 TRN-INC-COUNT PIC 9(3) VALUE 0.
      ***** CREDITED SUBJECTS ARE LISTED BUT NEVER ENTER THE GWA
       01 TRN-CRED-COUNT PIC 9(3) VALUE 0.
       01 TRN-FOUND PIC 9 VALUE 0.
       01 TRN-LINE-COUNT PIC 9(3) VALUE 0.
       01 TRN-PAGE-NUM PIC 9(3) VALUE 0.
      ***** THE STUDENT'S COURSES MARKED FDA
       01 TRN-FDA-TABLE.
          05 TRN-FDA-COUNT PIC 9(2) VALUE 0.
          05 TRN-FDA-COURSE OCCURS 50 TIMES PIC X(6).
       01 TRN-F PIC 9(2).
       01 TRN-IS-FDA PIC 9 VALUE 0.
      ***** THE STUDENT'S UNRELEASED HOLDS
       01 TRN-HOLD-TABLE.
          05 TRN-HOLD-COUNT PIC 9(2) VALUE 0.
          05 TRN-HOLD-LINE OCCURS 20 TIMES PIC X(50).
       01 TRN-H PIC 9(2).
      ***** IDENTITY BLOCK PULLED FROM THE APPLICATION AND
      ***** ENROLLMENT FILES
       01 TRN-IDENTITY.
          05 TRN-DET-SUBJECT PIC A(15).
          05 FILLER PIC X(10) VALUE "  FINAL:  ".
          05 TRN-DET-AVERAGE PIC ZZ9.99.
          05 TRN-DET-AVG-X REDEFINES TRN-DET-AVERAGE PIC X(6).
          05 FILLER PIC X(4) VALUE SPACES.
          05 TRN-DET-REMARK PIC X(8).
          05 TRN-DET-DUE PIC X(20).
       01 TRN-GWA-LINE.
          05 FILLER PIC X(16) VALUE "CUMULATIVE GWA: ".
          05 TRN-GWA-VALUE PIC ZZ9.99.

           PERFORM VERIFY-APP-TRAILER.
           PERFORM GET-IDENTITY-BLOCK.
           PERFORM LOAD-HOLDS.
           IF TRN-HOLD-COUNT > 0
              PERFORM PRINT-WITHHELD-NOTICE
              STOP RUN
           END-IF.
           PERFORM LOAD-FDA-MARKS.
           OPEN OUTPUT TRANSCRIPT-FILE
           PERFORM PRINT-PAGE-HEADING.
           PERFORM LIST-SUBJECTS.
           PERFORM LIST-CREDITED-SUBJECTS.

           IF TRN-SUBJ-COUNT = 0
              MOVE "NO SUBJECTS ON RECORD" TO TRANSCRIPT-REC
              WRITE TRANSCRIPT-REC
           ELSE
              IF TRN-GWA-COUNT = 0
                 MOVE 0 TO TRN-GWA
              ELSE
                 COMPUTE TRN-GWA ROUNDED = TRN-SUM / TRN-GWA-COUNT
              END-IF
              MOVE TRN-GWA TO TRN-GWA-VALUE
              MOVE SPACES TO TRANSCRIPT-REC
              WRITE TRANSCRIPT-REC
           CLOSE TRANSCRIPT-FILE

           DISPLAY "SUBJECTS ON TRANSCRIPT: " TRN-SUBJ-COUNT.
           DISPLAY "OPEN INC (NOT IN GWA):  " TRN-INC-COUNT.
           DISPLAY "CREDITED (NOT IN GWA):  " TRN-CRED-COUNT.
           STOP RUN.

      ***** NAMES FROM THE APPLICATION FILE (THE 5-DIGIT
           CLOSE ENROLL-MASTER.
           EXIT.

      ***** NO TRANSCRIPT IS RELEASED WHILE ANY OFFICE HOLDS THE
      ***** STUDENT; THE NOTICE SAYS WHICH OFFICES TO CLEAR WITH
       LOAD-HOLDS.
           MOVE 0 TO TRN-EOF-FLAG
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           READ STUDENT-HOLDS
              AT END MOVE 1 TO TRN-EOF-FLAG
           END-READ
           PERFORM UNTIL TRN-EOF-FLAG = 1
              IF SH-STUDENT = TRN-APP-ID AND SH-RELEASED NOT = 'Y'
                 AND TRN-HOLD-COUNT < 20
                 ADD 1 TO TRN-HOLD-COUNT
                 MOVE SPACES TO TRN-HOLD-LINE(TRN-HOLD-COUNT)
                 STRING "  " SH-OFFICE " " SH-TYPE " " SH-DATE " "
                    SH-REASON DELIMITED BY SIZE
                    INTO TRN-HOLD-LINE(TRN-HOLD-COUNT)
              END-IF
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO TRN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS.
           EXIT.

       PRINT-WITHHELD-NOTICE.
           OPEN OUTPUT TRANSCRIPT-FILE
           MOVE "TRANSCRIPT WITHHELD - OUTSTANDING HOLDS"
              TO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC
           DISPLAY TRANSCRIPT-REC
           MOVE SPACES TO TRANSCRIPT-REC
           STRING "STUDENT " TRN-ID "  " TRN-LNAME " " TRN-FNAME
              DELIMITED BY SIZE INTO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC
           DISPLAY TRANSCRIPT-REC
           PERFORM VARYING TRN-H FROM 1 BY 1
               UNTIL TRN-H > TRN-HOLD-COUNT
              WRITE TRANSCRIPT-REC FROM TRN-HOLD-LINE(TRN-H)
              DISPLAY TRN-HOLD-LINE(TRN-H)
           END-PERFORM
           CLOSE TRANSCRIPT-FILE.
           EXIT.

       LOAD-FDA-MARKS.
           MOVE 0 TO TRN-EOF-FLAG
           OPEN EXTEND ABSENCE-DROPS
           CLOSE ABSENCE-DROPS
           OPEN INPUT ABSENCE-DROPS
           READ ABSENCE-DROPS
              AT END MOVE 1 TO TRN-EOF-FLAG
           END-READ
           PERFORM UNTIL TRN-EOF-FLAG = 1
              IF DA-STUDENT = TRN-APP-ID AND DA-STATUS = 'F'
                 AND TRN-FDA-COUNT < 50
                 ADD 1 TO TRN-FDA-COUNT
                 MOVE DA-COURSE TO TRN-FDA-COURSE(TRN-FDA-COUNT)
              END-IF
              READ ABSENCE-DROPS
                 AT END MOVE 1 TO TRN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ABSENCE-DROPS.
           EXIT.

       LIST-SUBJECTS.
           MOVE 0 TO TRN-EOF-FLAG
           OPEN EXTEND GRADE-RECORD-FILE
              PERFORM PRINT-PAGE-HEADING
           END-IF
           ADD 1 TO TRN-SUBJ-COUNT
           MOVE GR-SUBJECT TO TRN-DET-SUBJECT
           MOVE SPACES TO TRN-DET-DUE
           IF GR-STATUS = 'I'
              ADD 1 TO TRN-INC-COUNT
              MOVE "   INC" TO TRN-DET-AVG-X
              MOVE "INC     " TO TRN-DET-REMARK
              STRING "COMPLETE BY " GR-INC-DEADLINE
                 DELIMITED BY SIZE INTO TRN-DET-DUE
              WRITE TRANSCRIPT-REC FROM TRN-DETAIL-LINE
              DISPLAY TRN-DETAIL-LINE
              ADD 1 TO TRN-LINE-COUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TRN-GWA-COUNT
           ADD GR-AVERAGE TO TRN-SUM
           MOVE GR-AVERAGE TO TRN-DET-AVERAGE
           MOVE 0 TO TRN-IS-FDA
           PERFORM VARYING TRN-F FROM 1 BY 1
               UNTIL TRN-F > TRN-FDA-COUNT
              IF TRN-FDA-COURSE(TRN-F) = GR-SUBJECT(1:6)
                 MOVE 1 TO TRN-IS-FDA
              END-IF
           END-PERFORM
           IF TRN-IS-FDA = 1
              MOVE "FDA     " TO TRN-DET-REMARK
           ELSE
              IF GR-STATUS = 'L'
                 MOVE "LAPSED  " TO TRN-DET-REMARK
              ELSE
                 IF GR-AVERAGE >= 75
                    MOVE "PASSED  " TO TRN-DET-REMARK
                 ELSE
                    MOVE "FAILED  " TO TRN-DET-REMARK
                 END-IF
              END-IF
           END-IF
           WRITE TRANSCRIPT-REC FROM TRN-DETAIL-LINE
           DISPLAY TRN-DETAIL-LINE
           ADD 1 TO TRN-LINE-COUNT.
           EXIT.

      ***** CREDITED SUBJECTS PRINT UNDER OUR COURSE CODE WITH THE
      ***** SCHOOL THEY CAME FROM, MARKED CR IN PLACE OF A GRADE
       LIST-CREDITED-SUBJECTS.
           MOVE 0 TO TRN-EOF-FLAG
           OPEN EXTEND CREDITED-SUBJECTS
           CLOSE CREDITED-SUBJECTS
           OPEN INPUT CREDITED-SUBJECTS
           READ CREDITED-SUBJECTS
              AT END MOVE 1 TO TRN-EOF-FLAG
           END-READ
           PERFORM UNTIL TRN-EOF-FLAG = 1
              IF TC-STUDENT = TRN-APP-ID
                 IF TRN-LINE-COUNT >= 30
                    PERFORM PRINT-PAGE-HEADING
                 END-IF
                 ADD 1 TO TRN-SUBJ-COUNT
                 ADD 1 TO TRN-CRED-COUNT
                 MOVE TC-COURSE TO TRN-DET-SUBJECT
                 MOVE "    CR" TO TRN-DET-AVG-X
                 MOVE "CREDITED" TO TRN-DET-REMARK
                 MOVE SPACES TO TRN-DET-DUE
                 STRING " " TC-SCHOOL DELIMITED BY SIZE
                    INTO TRN-DET-DUE
                 WRITE TRANSCRIPT-REC FROM TRN-DETAIL-LINE
                 DISPLAY TRN-DETAIL-LINE
                 ADD 1 TO TRN-LINE-COUNT
              END-IF
              READ CREDITED-SUBJECTS
                 AT END MOVE 1 TO TRN-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CREDITED-SUBJECTS.
           EXIT.

       PRINT-PAGE-HEADING.
           ADD 1 TO TRN-PAGE-NUM
           MOVE TRN-PAGE-NUM TO TRN-TTL-PAGE
