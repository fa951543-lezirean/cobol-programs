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
      ***** POLICY THRESHOLDS, ON THE 1.00-5.00 POINT SCALE:
      ***** DEAN'S-LIST GWA CEILING, WORST ALLOWED SUBJECT POINT,
      ***** AND THE NEAR-MISS MARGIN
       01 HON-MARGIN PIC 9V9(2).
       01 HON-LIMIT PIC 9V9(2).
      ***** ONE ROW PER STUDENT: SUM/COUNT OF SUBJECT AVERAGES,
      ***** WORST SUBJECT POINT, AND THE DERIVED GWA IN POINTS;
      ***** OPEN INC SUBJECTS ARE COUNTED APART, OUTSIDE THE GWA
       01 HON-TABLE.
          05 HON-ENTRY OCCURS 200 TIMES.
             10 HON-T-ID PIC 9(6).
             10 HON-T-WORST PIC 9V9(2).
             10 HON-T-GWA-PCT PIC 9(3)V9(2).
             10 HON-T-GWA-PTS PIC 9V9(2).
             10 HON-T-INC PIC 9(2).
       01 HON-USED PIC 9(3) VALUE 0.
       01 HON-IDX PIC 9(3).
       01 HON-IDX2 PIC 9(3).
       01 HON-HIT PIC 9(3).
       01 HON-SWAP PIC X(31).
       01 HON-PCT-WORK PIC 9(3)V9(2).
       01 HON-PTS-WORK PIC 9V9(2).
       01 HON-RANK PIC 9(3) VALUE 0.
          05 FILLER PIC X(1) VALUE ")".
          05 FILLER PIC X(9) VALUE "  WORST ".
          05 HON-DET-WORST PIC 9.99.
          05 HON-DET-NOTE PIC X(12).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-PARAMS.
              MOVE GR-STUDENT-ID TO HON-T-ID(HON-HIT)
              MOVE 0 TO HON-T-SUM(HON-HIT)
              MOVE 0 TO HON-T-COUNT(HON-HIT)
              MOVE 0 TO HON-T-INC(HON-HIT)
              MOVE 1.00 TO HON-T-WORST(HON-HIT)
           END-IF
           IF HON-HIT > 0 AND GR-STATUS = 'I'
              ADD 1 TO HON-T-INC(HON-HIT)
              MOVE 0 TO HON-HIT
           END-IF
           IF HON-HIT > 0
              ADD GR-AVERAGE TO HON-T-SUM(HON-HIT)
              ADD 1 TO HON-T-COUNT(HON-HIT)
       GRADE-POINTS-PER-STUDENT.
           PERFORM VARYING HON-IDX FROM 1 BY 1
               UNTIL HON-IDX > HON-USED
              IF HON-T-COUNT(HON-IDX) = 0
                 MOVE 0 TO HON-T-GWA-PCT(HON-IDX)
              ELSE
                 COMPUTE HON-T-GWA-PCT(HON-IDX) ROUNDED =
                     HON-T-SUM(HON-IDX) / HON-T-COUNT(HON-IDX)
              END-IF
              MOVE HON-T-GWA-PCT(HON-IDX) TO HON-PCT-WORK
              PERFORM PERCENT-TO-POINTS
              MOVE HON-PTS-WORK TO HON-T-GWA-PTS(HON-IDX)
           WRITE HONORS-LIST-REC
           PERFORM VARYING HON-IDX FROM 1 BY 1
               UNTIL HON-IDX > HON-USED
      ***** AN OPEN INC HOLDS A STUDENT OFF THE LIST UNTIL COMPLETED
              IF HON-T-GWA-PTS(HON-IDX) <= HON-DL-GWA AND
                 HON-T-WORST(HON-IDX) <= HON-DL-FLOOR AND
                 HON-T-INC(HON-IDX) = 0
                 ADD 1 TO HON-RANK
                 PERFORM WRITE-ONE-HONOR-LINE
              END-IF
               UNTIL HON-IDX > HON-USED
              IF HON-T-GWA-PTS(HON-IDX) <= HON-LIMIT AND
                 (HON-T-GWA-PTS(HON-IDX) > HON-DL-GWA OR
                  HON-T-WORST(HON-IDX) > HON-DL-FLOOR OR
                  HON-T-INC(HON-IDX) > 0)
                 ADD 1 TO HON-NEAR
                 ADD 1 TO HON-RANK
                 PERFORM WRITE-ONE-HONOR-LINE
           MOVE HON-T-GWA-PTS(HON-IDX) TO HON-DET-GWA
           MOVE HON-T-GWA-PCT(HON-IDX) TO HON-DET-PCT
           MOVE HON-T-WORST(HON-IDX) TO HON-DET-WORST
           IF HON-T-INC(HON-IDX) > 0
              MOVE "  OPEN INC" TO HON-DET-NOTE
           ELSE
              MOVE SPACES TO HON-DET-NOTE
           END-IF
           WRITE HONORS-LIST-REC FROM HON-DETAIL-LINE
           DISPLAY HON-DETAIL-LINE.
           EXIT.
