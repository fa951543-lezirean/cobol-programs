           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-SHEET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABSENCE-DROPS ASSIGN TO DISK
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
       FD  GRADE-SHEET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRADESHEET.DAT"
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS GRADE-SHEET-REC.
       01  GRADE-SHEET-REC PIC X(75).
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
       WORKING-STORAGE SECTION.
       01 GSH-SUBJECT PIC A(15).
       01 GSH-EOF-FLAG PIC 9 VALUE 0.
       01 GSH-IDX2 PIC 9(3).
       01 GSH-PASS PIC 9(3) VALUE 0.
       01 GSH-FAIL PIC 9(3) VALUE 0.
       01 GSH-FDA PIC 9(3) VALUE 0.
       01 GSH-IS-FDA PIC 9 VALUE 0.
      ***** OPEN INC GRADES ARE LISTED BUT KEPT OUT OF THE CLASS
      ***** STATISTICS
       01 GSH-INC PIC 9(3) VALUE 0.
       01 GSH-GRADED PIC 9(3) VALUE 0.
      ***** STUDENTS IN THE SUBJECT'S COURSE MARKED FDA
       01 GSH-FDA-TABLE.
          05 GSH-FDA-COUNT PIC 9(3) VALUE 0.
          05 GSH-FDA-ID OCCURS 100 TIMES PIC 9(5).
       01 GSH-F PIC 9(3).
       01 GSH-SUM PIC 9(7)V9(2) VALUE 0.
       01 GSH-CLASS-AVG PIC 9(3)V9(2).
       01 GSH-HIGH PIC 9(3)V9(2) VALUE 0.
             10 GSH-T-MIDTERM PIC 9(3)V9(2).
             10 GSH-T-FINALS PIC 9(3)V9(2).
             10 GSH-T-AVERAGE PIC 9(3)V9(2).
             10 GSH-T-STATUS PIC X.
       01 GSH-SWAP.
          05 GSH-S-ID PIC 9(6).
          05 GSH-S-PRELIM PIC 9(3)V9(2).
          05 GSH-S-MIDTERM PIC 9(3)V9(2).
          05 GSH-S-FINALS PIC 9(3)V9(2).
          05 GSH-S-AVERAGE PIC 9(3)V9(2).
          05 GSH-S-STATUS PIC X.
      ***** REPORT LINES
       01 GSH-HEAD-LINE.
          05 FILLER PIC X(22) VALUE "CLASS GRADE SHEET FOR ".
          05 FILLER PIC X(10) VALUE "MIDTERM".
          05 FILLER PIC X(10) VALUE "FINALS".
          05 FILLER PIC X(10) VALUE "AVERAGE".
          05 FILLER PIC X(10) VALUE "REMARK".
       01 GSH-DETAIL-LINE.
          05 GSH-DET-ID PIC 9(6).
          05 FILLER PIC X(4) VALUE SPACES.
          05 GSH-DET-FINALS PIC ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 GSH-DET-AVERAGE PIC ZZ9.99.
          05 GSH-DET-AVG-X REDEFINES GSH-DET-AVERAGE PIC X(6).
          05 FILLER PIC X(4) VALUE SPACES.
          05 GSH-DET-REMARK PIC X(8).
       01 GSH-STAT-LINE.
          05 GSH-STAT-LABEL PIC X(16).
          05 GSH-STAT-VALUE PIC ZZ9.99.
          05 GSH-PF-PASS PIC ZZ9.
          05 FILLER PIC X(10) VALUE "  FAILED: ".
          05 GSH-PF-FAIL PIC ZZ9.
          05 FILLER PIC X(16) VALUE "  OF WHICH FDA: ".
          05 GSH-PF-FDA PIC ZZ9.
          05 FILLER PIC X(7) VALUE "  INC: ".
          05 GSH-PF-INC PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "SUBJECT FOR THE GRADE SHEET: "
              STOP RUN
           END-IF.

           PERFORM LOAD-FDA-MARKS.
           PERFORM SORT-BY-STUDENT-ID.
           PERFORM WRITE-GRADE-SHEET.

                 MOVE GR-MIDTERM TO GSH-T-MIDTERM(GSH-COUNT)
                 MOVE GR-FINALS TO GSH-T-FINALS(GSH-COUNT)
                 MOVE GR-AVERAGE TO GSH-T-AVERAGE(GSH-COUNT)
                 MOVE GR-STATUS TO GSH-T-STATUS(GSH-COUNT)
              END-IF
              READ GRADE-RECORD-FILE
                 AT END MOVE 1 TO GSH-EOF-FLAG
           CLOSE GRADE-RECORD-FILE.
           EXIT.

      ***** THE SUBJECT'S COURSE CODE LEADS GR-SUBJECT; THE FDA FILE
      ***** CARRIES THE 5-DIGIT ENROLLMENT ID
       LOAD-FDA-MARKS.
           MOVE 0 TO GSH-EOF-FLAG
           OPEN EXTEND ABSENCE-DROPS
           CLOSE ABSENCE-DROPS
           OPEN INPUT ABSENCE-DROPS
           READ ABSENCE-DROPS
              AT END MOVE 1 TO GSH-EOF-FLAG
           END-READ
           PERFORM UNTIL GSH-EOF-FLAG = 1
              IF DA-COURSE = GSH-SUBJECT(1:6) AND DA-STATUS = 'F'
                 AND GSH-FDA-COUNT < 100
                 ADD 1 TO GSH-FDA-COUNT
                 MOVE DA-STUDENT TO GSH-FDA-ID(GSH-FDA-COUNT)
              END-IF
              READ ABSENCE-DROPS
                 AT END MOVE 1 TO GSH-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ABSENCE-DROPS.
           EXIT.

      ***** BUBBLE SORT INTO ASCENDING STUDENT-ID ORDER
       SORT-BY-STUDENT-ID.
           PERFORM VARYING GSH-IDX FROM 1 BY 1
              MOVE GSH-T-MIDTERM(GSH-IDX) TO GSH-DET-MIDTERM
              MOVE GSH-T-FINALS(GSH-IDX) TO GSH-DET-FINALS
              MOVE GSH-T-AVERAGE(GSH-IDX) TO GSH-DET-AVERAGE
              MOVE 0 TO GSH-IS-FDA
              PERFORM VARYING GSH-F FROM 1 BY 1
                  UNTIL GSH-F > GSH-FDA-COUNT
                 IF GSH-FDA-ID(GSH-F) =
                    FUNCTION MOD(GSH-T-ID(GSH-IDX), 100000)
                    MOVE 1 TO GSH-IS-FDA
                 END-IF
              END-PERFORM
              IF GSH-IS-FDA = 1
                 MOVE "FDA     " TO GSH-DET-REMARK
              ELSE
                 IF GSH-T-STATUS(GSH-IDX) = 'I'
                    MOVE "   INC" TO GSH-DET-AVG-X
                    MOVE "INC     " TO GSH-DET-REMARK
                 ELSE
                    IF GSH-T-STATUS(GSH-IDX) = 'L'
                       MOVE "LAPSED  " TO GSH-DET-REMARK
                    ELSE
                       IF GSH-T-AVERAGE(GSH-IDX) >= 75
                          MOVE "PASSED  " TO GSH-DET-REMARK
                       ELSE
                          MOVE "FAILED  " TO GSH-DET-REMARK
                       END-IF
                    END-IF
                 END-IF
              END-IF
              WRITE GRADE-SHEET-REC FROM GSH-DETAIL-LINE
              DISPLAY GSH-DETAIL-LINE

              IF GSH-IS-FDA = 0 AND GSH-T-STATUS(GSH-IDX) = 'I'
                 ADD 1 TO GSH-INC
              ELSE
                 PERFORM TALLY-GRADED-STUDENT
              END-IF
           END-PERFORM

           IF GSH-GRADED = 0
              MOVE 0 TO GSH-CLASS-AVG
              MOVE 0 TO GSH-LOW
           ELSE
              COMPUTE GSH-CLASS-AVG ROUNDED = GSH-SUM / GSH-GRADED
           END-IF
           MOVE "CLASS AVERAGE:  " TO GSH-STAT-LABEL
           MOVE GSH-CLASS-AVG TO GSH-STAT-VALUE
           WRITE GRADE-SHEET-REC FROM GSH-STAT-LINE
           DISPLAY GSH-STAT-LINE
           MOVE GSH-PASS TO GSH-PF-PASS
           MOVE GSH-FAIL TO GSH-PF-FAIL
           MOVE GSH-FDA TO GSH-PF-FDA
           MOVE GSH-INC TO GSH-PF-INC
           WRITE GRADE-SHEET-REC FROM GSH-PF-LINE
           DISPLAY GSH-PF-LINE
           CLOSE GRADE-SHEET.
           EXIT.

       TALLY-GRADED-STUDENT.
           ADD 1 TO GSH-GRADED
           ADD GSH-T-AVERAGE(GSH-IDX) TO GSH-SUM
           IF GSH-T-AVERAGE(GSH-IDX) > GSH-HIGH
              MOVE GSH-T-AVERAGE(GSH-IDX) TO GSH-HIGH
           END-IF
           IF GSH-T-AVERAGE(GSH-IDX) < GSH-LOW
              MOVE GSH-T-AVERAGE(GSH-IDX) TO GSH-LOW
           END-IF
      ***** AN FDA STUDENT FAILS WHATEVER THE AVERAGE
           IF GSH-IS-FDA = 1
              ADD 1 TO GSH-FAIL
              ADD 1 TO GSH-FDA
           ELSE
              IF GSH-T-AVERAGE(GSH-IDX) >= 75
                 ADD 1 TO GSH-PASS
              ELSE
                 ADD 1 TO GSH-FAIL
              END-IF
           END-IF.
           EXIT.

       END PROGRAM CLASS-GRADE-SHEET.
