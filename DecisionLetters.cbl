         SELECT LETTER-FILE ASSIGN TO 'DecisionLetters.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT STUDENT-HOLDS ASSIGN TO 'StudentHolds.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT WITHHELD-FILE ASSIGN TO 'LettersWithheld.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT BUSINESS-DATE ASSIGN TO
         "C:\cobol_project\BusinessDate.dat"
         ORGANIZATION IS LINE SEQUENTIAL
          02 STUDENT-DECIDED PIC X(8).
         FD LETTER-FILE.
         01 LETTER-REC PIC X(70).
      ***** OFFICE HOLDS; AN UNRELEASED ONE SUPPRESSES THE LETTER
         FD STUDENT-HOLDS.
         01 STUDENT-HOLD-REC.
          02 SH-STUDENT PIC 9(5).
          02 SH-TYPE PIC X(3).
          02 SH-OFFICE PIC X(3).
          02 SH-DATE PIC X(8).
          02 SH-REASON PIC X(30).
          02 SH-RELEASED PIC X(01).
          02 SH-REL-DATE PIC X(8).
      ***** ONE LINE PER HOLD THAT KEPT A LETTER FROM GOING OUT
         FD WITHHELD-FILE.
         01 WITHHELD-REC PIC X(70).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
         FD BUSINESS-DATE.
         01 BUSINESS-DATE-REC.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LTR-LNAME PIC X(15).
         01 WS-LTR-RULE PIC X(60) VALUE ALL "-".
         01 WS-HLD-COUNT PIC 9(3) VALUE 0.
         01 WS-HLD-EOF PIC 9 VALUE 0.
         01 WS-HLD-WITHHELD PIC 9(4) VALUE 0.
         01 WS-HLD-LINE.
          05 WS-HLD-STUDENT PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HLD-LNAME PIC X(15).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HLD-OFFICE PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HLD-TYPE PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HLD-REASON PIC X(30).
      ***** RE-ADDED TOTALS FOR THE READ-SIDE TRAILER CHECK
         01 WS-ATV.
          05 WS-ATV-SEEN PIC 9 VALUE 0.
           CLOSE STUDENT
           OPEN INPUT STUDENT
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT WITHHELD-FILE
           READ STUDENT
              AT END SET END-OF-APP-FILE TO TRUE
           END-READ
              IF STUDENT-DECIDED = WS-LTR-DATE AND
                 (STUDENT-STATUS = 'A' OR STUDENT-STATUS = 'R'
                  OR STUDENT-STATUS = 'W')
      ***** A STUDENT UNDER AN OFFICE HOLD GETS NO LETTER UNTIL
      ***** CLEARED; THE HOLDS ARE LISTED ON THE WITHHELD FILE
                 PERFORM CHECK-STUDENT-HOLDS
                 IF WS-HLD-COUNT = 0
                    PERFORM WRITE-ONE-LETTER
                 ELSE
                    ADD 1 TO WS-HLD-WITHHELD
                 END-IF
              END-IF
              READ STUDENT
                 AT END SET END-OF-APP-FILE TO TRUE
           END-PERFORM
           CLOSE STUDENT
           CLOSE LETTER-FILE
           CLOSE WITHHELD-FILE

           DISPLAY "LETTERS GENERATED: " WS-LTR-COUNT.
           DISPLAY "LETTERS WITHHELD:  " WS-HLD-WITHHELD.
           GOBACK.

       WRITE-ONE-LETTER.
           WRITE LETTER-REC FROM WS-LTR-RULE.
           EXIT.

      ***** COUNTS THE APPLICANT'S UNRELEASED HOLDS, WRITING EACH
      ***** ONE TO THE WITHHELD FILE
       CHECK-STUDENT-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           MOVE 0 TO WS-HLD-EOF
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           READ STUDENT-HOLDS
              AT END MOVE 1 TO WS-HLD-EOF
           END-READ
           PERFORM UNTIL WS-HLD-EOF = 1
              IF SH-STUDENT = STUDENT-ID AND SH-RELEASED NOT = 'Y'
                 ADD 1 TO WS-HLD-COUNT
                 MOVE STUDENT-ID TO WS-HLD-STUDENT
                 MOVE STUDENT-LNAME TO WS-HLD-LNAME
                 MOVE SH-OFFICE TO WS-HLD-OFFICE
                 MOVE SH-TYPE TO WS-HLD-TYPE
                 MOVE SH-REASON TO WS-HLD-REASON
                 WRITE WITHHELD-REC FROM WS-HLD-LINE
              END-IF
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO WS-HLD-EOF
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS.
           EXIT.

      ***** THE APPLICATION FILE IS RE-ADDED AGAINST ITS CONTROL-
      ***** TOTAL TRAILER BEFORE PROCESSING
