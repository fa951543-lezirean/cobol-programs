           SELECT LETTER-FILE ASSIGN TO 'ProbationLetters.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SCHOLARSHIPS ASSIGN TO 'Scholarships.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SCHOLAR-GRANTS ASSIGN TO 'ScholarGrants.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RETENTION-LIST ASSIGN TO 'ScholarRetention.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-RECORD-FILE.
          05 GR-MIDTERM PIC 9(3)V9(2).
          05 GR-FINALS PIC 9(3)V9(2).
          05 GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
          05 GR-STATUS PIC X.
          05 GR-INC-DEADLINE PIC X(8).
      ***** THE CONFIGURABLE GWA FLOORS: AT OR ABOVE WARNING IS
      ***** GOOD STANDING, BELOW DISMISSAL WITH A PRIOR PROBATION
      ***** MEANS DISMISSAL
       01 PROBATION-LIST-REC PIC X(60).
       FD LETTER-FILE.
       01 LETTER-REC PIC X(70).
      ***** THE SCHOLARSHIP MASTER AND ITS GWA TO RETAIN
       FD SCHOLARSHIPS.
       01 SCHOLARSHIP-REC.
          05 SCM-CODE PIC X(4).
          05 SCM-NAME PIC X(20).
          05 SCM-TYPE PIC X(10).
          05 SCM-BASIS PIC X(01).
          05 SCM-VALUE PIC 9(6)V9(2).
          05 SCM-COVERS PIC X(01).
          05 SCM-RETAIN-GWA PIC 9(3)V9(2).
      ***** ONE GRANT PER STUDENT PER SY (GRT-STATUS A=ACTIVE)
       FD SCHOLAR-GRANTS.
       01 SCHOLAR-GRANT-REC.
          05 GRT-STUDENT PIC 9(5).
          05 GRT-SY PIC X(9).
          05 GRT-CODE PIC X(4).
          05 GRT-STATUS PIC X(01).
          05 GRT-GRANTED PIC 9(7)V9(2).
       FD RETENTION-LIST.
       01 RETENTION-LIST-REC PIC X(60).
       WORKING-STORAGE SECTION.
      ********** RUN PARAMETERS AND THRESHOLDS IN EFFECT
       01 AST-SEQ.
          05 AST-DISMISSAL PIC 9(3)V9(2) VALUE 65.00.
          05 AST-PRIOR PIC X(01).
          05 AST-PROBATION-CNT PIC 9(3) VALUE 0.
          05 AST-SCHOLAR-EOF PIC 9 VALUE 0.
          05 AST-SCM-FOUND PIC 9 VALUE 0.
          05 AST-RETAIN-GWA PIC 9(3)V9(2).
          05 AST-BELOW-CNT PIC 9(3) VALUE 0.
      ********** PER-STUDENT GWA ACCUMULATION
       01 AST-STUD-TABLE.
          05 AST-STUD-ENTRY OCCURS 200 TIMES.
          05 AST-LL-GWA PIC ZZ9.99.
          05 FILLER PIC X(12) VALUE "  STANDING: ".
          05 AST-LL-STANDING PIC X(10).
       01 AST-RETAIN-LINE.
          05 AST-RL-ID PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 AST-RL-CODE PIC X(4).
          05 FILLER PIC X(7) VALUE "  GWA: ".
          05 AST-RL-GWA PIC ZZ9.99.
          05 FILLER PIC X(10) VALUE "  RETAIN: ".
          05 AST-RL-RETAIN PIC ZZ9.99.
       01 AST-LTR-RULE PIC X(60) VALUE ALL "-".
       01 AST-LTR-NAME-LINE.
          05 FILLER PIC X(16) VALUE "TO THE STUDENT: ".
           PERFORM ACCUMULATE-GWA
           PERFORM CLASSIFY-STUDENTS
           PERFORM WRITE-OUTPUTS
           PERFORM FLAG-SCHOLARS

           DISPLAY "STUDENTS CLASSIFIED:  " AST-STUD-COUNT.
           DISPLAY "PROBATION/DISMISSAL:  " AST-PROBATION-CNT.
           DISPLAY "SCHOLARS BELOW GWA:   " AST-BELOW-CNT.
           GOBACK.

      ***** THE THRESHOLD ROW IS SEEDED AT 75/70/65 THE FIRST TIME
                 MOVE 0 TO AST-S-SUM(AST-HIT)
                 MOVE 0 TO AST-S-COUNT(AST-HIT)
              END-IF
      ***** AN OPEN INC CARRIES NO GRADE YET AND STAYS OUT OF THE GWA
              IF AST-HIT > 0 AND GR-STATUS NOT = 'I'
                 ADD GR-AVERAGE TO AST-S-SUM(AST-HIT)
                 ADD 1 TO AST-S-COUNT(AST-HIT)
              END-IF
           CLOSE LETTER-FILE.
           EXIT.

      ***** EVERY ACTIVE GRANT FOR THE TERM IS HELD AGAINST ITS
      ***** SCHOLARSHIP'S GWA TO RETAIN; SCHOLARS WHO FELL BELOW IT
      ***** GO ON THE RETENTION LIST FOR THE SCHOLARSHIP COMMITTEE
       FLAG-SCHOLARS.
           OPEN OUTPUT RETENTION-LIST
           MOVE "SCHOLARS BELOW RETENTION GWA" TO RETENTION-LIST-REC
           WRITE RETENTION-LIST-REC
           MOVE 0 TO AST-SCHOLAR-EOF
           OPEN EXTEND SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS
           OPEN INPUT SCHOLAR-GRANTS
           READ SCHOLAR-GRANTS
              AT END MOVE 1 TO AST-SCHOLAR-EOF
           END-READ
           PERFORM UNTIL AST-SCHOLAR-EOF = 1
              IF GRT-SY = AST-TERM AND GRT-STATUS = 'A'
                 PERFORM CHECK-ONE-SCHOLAR
              END-IF
              READ SCHOLAR-GRANTS
                 AT END MOVE 1 TO AST-SCHOLAR-EOF
              END-READ
           END-PERFORM
           CLOSE SCHOLAR-GRANTS
           CLOSE RETENTION-LIST.
           EXIT.

       CHECK-ONE-SCHOLAR.
           MOVE 0 TO AST-HIT
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > AST-STUD-COUNT
              IF FUNCTION MOD(AST-S-ID(AST-IDX), 100000) = GRT-STUDENT
                 MOVE AST-IDX TO AST-HIT
              END-IF
           END-PERFORM
           IF AST-HIT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AST-SCM-FOUND
           MOVE 0 TO AST-EOF-FLAG
           OPEN EXTEND SCHOLARSHIPS
           CLOSE SCHOLARSHIPS
           OPEN INPUT SCHOLARSHIPS
           READ SCHOLARSHIPS
              AT END MOVE 1 TO AST-EOF-FLAG
           END-READ
           PERFORM UNTIL AST-EOF-FLAG = 1
              IF SCM-CODE = GRT-CODE
                 MOVE SCM-RETAIN-GWA TO AST-RETAIN-GWA
                 MOVE 1 TO AST-SCM-FOUND
                 MOVE 1 TO AST-EOF-FLAG
              ELSE
                 READ SCHOLARSHIPS
                    AT END MOVE 1 TO AST-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SCHOLARSHIPS
           IF AST-SCM-FOUND = 0 OR AST-RETAIN-GWA = 0
              EXIT PARAGRAPH
           END-IF

           IF AST-S-GWA(AST-HIT) < AST-RETAIN-GWA
              ADD 1 TO AST-BELOW-CNT
              MOVE GRT-STUDENT TO AST-RL-ID
              MOVE GRT-CODE TO AST-RL-CODE
              MOVE AST-S-GWA(AST-HIT) TO AST-RL-GWA
              MOVE AST-RETAIN-GWA TO AST-RL-RETAIN
              WRITE RETENTION-LIST-REC FROM AST-RETAIN-LINE
           END-IF.
           EXIT.

       WRITE-ONE-LETTER.
           WRITE LETTER-REC FROM AST-LTR-RULE
           MOVE AST-S-ID(AST-IDX) TO AST-LTR-ID
