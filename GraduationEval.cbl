           SELECT GRADE-RECORD-FILE ASSIGN TO "GRADEREC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CREDITED-SUBJECTS ASSIGN TO 'CreditedSubjects.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DEFICIENCY-REPORT ASSIGN TO 'DeficiencyReport.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
          05 GR-MIDTERM PIC 9(3)V9(2).
          05 GR-FINALS PIC 9(3)V9(2).
          05 GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
          05 GR-STATUS PIC X.
          05 GR-INC-DEADLINE PIC X(8).
      ***** SUBJECTS CREDITED FROM ANOTHER SCHOOL OR PROGRAM,
      ***** KEYED BY THE 5-DIGIT APPLICATION ID
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
       FD DEFICIENCY-REPORT.
       01 DEFICIENCY-REPORT-REC PIC X(70).
       FD CANDIDATE-LIST.
          05 GRD-STATE PIC X(14).
          05 GRD-GRADE PIC 9(3)V9(2).
          05 GRD-HAS-GRADE PIC 9 VALUE 0.
          05 GRD-HAS-INC PIC 9 VALUE 0.
          05 GRD-ENROLLED PIC 9 VALUE 0.
          05 GRD-CREDITED PIC 9 VALUE 0.
      ********** REPORT LINE LAYOUTS (TRANSCRIPT HOUSE STYLE)
       01 GRD-RULE-LINE PIC X(60) VALUE ALL "=".
       01 GRD-HEAD-LINE.
       EVALUATE-ONE-COURSE.
           PERFORM FIND-BEST-GRADE
           PERFORM CHECK-ENROLLED
           PERFORM CHECK-CREDITED
           MOVE 0 TO GRD-DET-GRADE
           EVALUATE TRUE
              WHEN GRD-HAS-GRADE = 1 AND GRD-GRADE >= GRD-PASS-MARK
                 MOVE "PASSED        " TO GRD-STATE
                 MOVE GRD-GRADE TO GRD-DET-GRADE
      ***** A CREDITED SUBJECT SATISFIES THE ROW WITH NO GRADE OF OURS
              WHEN GRD-CREDITED = 1
                 MOVE "CREDITED      " TO GRD-STATE
              WHEN GRD-HAS-INC = 1
                 MOVE "INC PENDING   " TO GRD-STATE
                 ADD 1 TO GRD-DEFICIENT
              WHEN GRD-HAS-GRADE = 1
                 MOVE "FAILED-RETAKE " TO GRD-STATE
                 MOVE GRD-GRADE TO GRD-DET-GRADE
           DISPLAY GRD-DETAIL-LINE.
           EXIT.

      ***** THE BEST AVERAGE ON FILE FOR THE COURSE CODE; AN OPEN
      ***** INC IS NOT A GRADE YET AND IS FLAGGED SEPARATELY
       FIND-BEST-GRADE.
           MOVE 0 TO GRD-HAS-GRADE
           MOVE 0 TO GRD-HAS-INC
           MOVE 0 TO GRD-GRADE
           MOVE 0 TO GRD-EOF2
           OPEN EXTEND GRADE-RECORD-FILE
           PERFORM UNTIL GRD-EOF2 = 1
              IF GR-STUDENT-ID = GRD-STUDENT AND
                 GR-SUBJECT(1:6) = CUR-COURSE
                 IF GR-STATUS = 'I'
                    MOVE 1 TO GRD-HAS-INC
                 ELSE
                    MOVE 1 TO GRD-HAS-GRADE
                    IF GR-AVERAGE > GRD-GRADE
                       MOVE GR-AVERAGE TO GRD-GRADE
                    END-IF
                 END-IF
              END-IF
              READ GRADE-RECORD-FILE
           CLOSE ENROLL-MASTER.
           EXIT.

       CHECK-CREDITED.
           MOVE 0 TO GRD-CREDITED
           MOVE 0 TO GRD-EOF2
           OPEN EXTEND CREDITED-SUBJECTS
           CLOSE CREDITED-SUBJECTS
           OPEN INPUT CREDITED-SUBJECTS
           READ CREDITED-SUBJECTS
              AT END MOVE 1 TO GRD-EOF2
           END-READ
           PERFORM UNTIL GRD-EOF2 = 1
              IF TC-STUDENT = FUNCTION MOD(GRD-STUDENT, 100000)
                 AND
                 TC-COURSE = CUR-COURSE
                 MOVE 1 TO GRD-CREDITED
                 MOVE 1 TO GRD-EOF2
              ELSE
                 READ CREDITED-SUBJECTS
                    AT END MOVE 1 TO GRD-EOF2
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CREDITED-SUBJECTS.
           EXIT.

       END PROGRAM GRADUATION-EVALUATION.
