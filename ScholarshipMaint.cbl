      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 16, 2024
      * Purpose: SCHOLARSHIP AND TUITION-DISCOUNT MASTER, THE GRANTS
      *          PER STUDENT PER SCHOOL YEAR, AND THE FINANCE OFFICE'S
      *          SCHOLARSHIP COST REPORT BY TYPE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIPS ASSIGN TO 'Scholarships.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SCHOLARSHIPS-TMP ASSIGN TO 'ScholarshipsTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SCHOLAR-GRANTS ASSIGN TO 'ScholarGrants.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SCHOLAR-GRANTS-TMP ASSIGN TO 'ScholarGrantsTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STUDENT ASSIGN TO 'Application.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COST-REPORT ASSIGN TO 'ScholarshipCost.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER SCHOLARSHIP OR DISCOUNT. SCM-BASIS P TAKES
      ***** SCM-VALUE AS A PERCENT, F AS A FIXED PESO AMOUNT PER
      ***** SCHOOL YEAR; SCM-COVERS T IS TUITION ONLY, A IS TUITION
      ***** AND FIXED FEES; SCM-RETAIN-GWA IS THE TERM GWA THE SCHOLAR
      ***** MUST KEEP (ZERO FOR DISCOUNTS WITH NO GRADE CONDITION)
       FD SCHOLARSHIPS.
       01 SCHOLARSHIP-REC.
          05 SCM-CODE PIC X(4).
          05 SCM-NAME PIC X(20).
          05 SCM-TYPE PIC X(10).
          05 SCM-BASIS PIC X(01).
          05 SCM-VALUE PIC 9(6)V9(2).
          05 SCM-COVERS PIC X(01).
          05 SCM-RETAIN-GWA PIC 9(3)V9(2).
       FD SCHOLARSHIPS-TMP.
       01 SCHOLARSHIPS-TMP-REC PIC X(49).
      ***** ONE GRANT PER STUDENT PER SCHOOL YEAR
      ***** (GRT-STATUS: A=ACTIVE R=REVOKED); GRT-GRANTED IS THE
      ***** DISCOUNT ASSESSMENT HAS GIVEN UNDER IT SO FAR
       FD SCHOLAR-GRANTS.
       01 SCHOLAR-GRANT-REC.
          05 GRT-STUDENT PIC 9(5).
          05 GRT-SY PIC X(9).
          05 GRT-CODE PIC X(4).
          05 GRT-STATUS PIC X(01).
          05 GRT-GRANTED PIC 9(7)V9(2).
       FD SCHOLAR-GRANTS-TMP.
       01 SCHOLAR-GRANTS-TMP-REC PIC X(28).
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
       FD COST-REPORT.
       01 COST-REPORT-REC PIC X(70).
       WORKING-STORAGE SECTION.
       01 SCL-SEQ.
          05 SCL-MODE PIC X(01).
          05 SCL-EOF-FLAG PIC 9 VALUE 0.
          05 SCL-SCAN-EOF PIC 9 VALUE 0.
          05 SCL-FOUND PIC 9 VALUE 0.
          05 SCL-COUNT PIC 9(4) VALUE 0.
          05 SCL-AMOUNTIN PIC X(10).
          05 SCL-STUDENTIN PIC X(5).
          05 SCL-SY PIC X(9).
          05 SCL-REPLACED PIC 9 VALUE 0.
          05 SCL-OPERATOR PIC X(5).
          05 SCL-AUD-VALUE PIC ZZZ,ZZ9.99.
          05 SCL-AUD-GWA PIC ZZ9.99.
      ***** THE ROWS BEING KEYED
       01 SCL-NEW-SCHOLARSHIP.
          05 SCL-CODE PIC X(4).
          05 SCL-NAME PIC X(20).
          05 SCL-TYPE PIC X(10).
          05 SCL-BASIS PIC X(01).
          05 SCL-VALUE PIC 9(6)V9(2).
          05 SCL-COVERS PIC X(01).
          05 SCL-RETAIN-GWA PIC 9(3)V9(2).
       01 SCL-NEW-GRANT.
          05 SCL-GR-STUDENT PIC 9(5).
          05 SCL-GR-SY PIC X(9).
          05 SCL-GR-CODE PIC X(4).
          05 SCL-GR-STATUS PIC X(01).
          05 SCL-GR-GRANTED PIC 9(7)V9(2).
      ***** THE ROWS AS THEY STOOD BEFORE THE SAVE
       01 SCL-OLD-SCHOLARSHIP.
          05 SCL-OLD-CODE PIC X(4).
          05 SCL-OLD-NAME PIC X(20).
          05 SCL-OLD-TYPE PIC X(10).
          05 SCL-OLD-BASIS PIC X(01).
          05 SCL-OLD-VALUE PIC 9(6)V9(2).
          05 SCL-OLD-COVERS PIC X(01).
          05 SCL-OLD-RETAIN-GWA PIC 9(3)V9(2).
       01 SCL-OLD-GRANT.
          05 SCL-OLD-GR-STUDENT PIC 9(5).
          05 SCL-OLD-GR-SY PIC X(9).
          05 SCL-OLD-GR-CODE PIC X(4).
          05 SCL-OLD-GR-STATUS PIC X(01).
          05 SCL-OLD-GR-GRANTED PIC 9(7)V9(2).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20).
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
      ********** COST REPORT ACCUMULATORS, ONE ROW PER SCHOLARSHIP TYPE
       01 SCL-TYPE-TABLE.
          05 SCL-TYPE-COUNT PIC 9(2) VALUE 0.
          05 SCL-TYPE-ENTRY OCCURS 20 TIMES.
             10 SCL-T-TYPE PIC X(10).
             10 SCL-T-GRANTEES PIC 9(4).
             10 SCL-T-ACTIVE PIC 9(4).
             10 SCL-T-COST PIC 9(9)V9(2).
       01 SCL-T PIC 9(2).
       01 SCL-HIT PIC 9(2).
       01 SCL-GRAND-GRANTEES PIC 9(5) VALUE 0.
       01 SCL-GRAND-ACTIVE PIC 9(5) VALUE 0.
       01 SCL-GRAND-COST PIC 9(10)V9(2) VALUE 0.
       01 SCL-FOUND-TYPE PIC X(10).
       01 SCL-LIST-LINE.
          05 SCL-LL-CODE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-LL-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 SCL-LL-TYPE PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 SCL-LL-VALUE PIC ZZZ,ZZ9.99.
          05 SCL-LL-BASIS PIC X(4).
          05 SCL-LL-COVERS PIC X(8).
          05 FILLER PIC X(6) VALUE " KEEP ".
          05 SCL-LL-GWA PIC ZZ9.99.
       01 SCL-GRANT-LINE.
          05 SCL-GL-STUDENT PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-GL-SY PIC X(9).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-GL-CODE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SCL-GL-STATUS PIC X(7).
          05 FILLER PIC X(10) VALUE "  GRANTED ".
          05 SCL-GL-GRANTED PIC Z,ZZZ,ZZ9.99.
       01 SCL-COST-LINE.
          05 SCL-CL-TYPE PIC X(10).
          05 FILLER PIC X(4) VALUE SPACES.
          05 SCL-CL-GRANTEES PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SCL-CL-ACTIVE PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SCL-CL-COST PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SCHOLARSHIPS AND TUITION DISCOUNTS".
           DISPLAY "[1] LIST SCHOLARSHIPS".
           DISPLAY "[2] ADD OR UPDATE A SCHOLARSHIP".
           DISPLAY "[3] LIST GRANTS FOR A SCHOOL YEAR".
           DISPLAY "[4] GRANT A SCHOLARSHIP TO A STUDENT".
           DISPLAY "[5] REVOKE A STUDENT'S GRANT".
           DISPLAY "[6] SCHOLARSHIP COST REPORT BY TYPE".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT SCL-MODE.

           EVALUATE SCL-MODE
              WHEN '1'
                 PERFORM LIST-SCHOLARSHIPS
              WHEN '2'
                 PERFORM ENTER-SCHOLARSHIP
              WHEN '3'
                 PERFORM LIST-GRANTS
              WHEN '4'
                 PERFORM GRANT-SCHOLARSHIP
              WHEN '5'
                 PERFORM REVOKE-GRANT
              WHEN '6'
                 PERFORM COST-REPORT-RUN
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-SCHOLARSHIPS.
           MOVE 0 TO SCL-EOF-FLAG
           MOVE 0 TO SCL-COUNT
           OPEN EXTEND SCHOLARSHIPS
           CLOSE SCHOLARSHIPS
           OPEN INPUT SCHOLARSHIPS
           READ SCHOLARSHIPS
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              ADD 1 TO SCL-COUNT
              MOVE SCM-CODE TO SCL-LL-CODE
              MOVE SCM-NAME TO SCL-LL-NAME
              MOVE SCM-TYPE TO SCL-LL-TYPE
              MOVE SCM-VALUE TO SCL-LL-VALUE
              IF SCM-BASIS = 'P'
                 MOVE " PCT" TO SCL-LL-BASIS
              ELSE
                 MOVE " PHP" TO SCL-LL-BASIS
              END-IF
              IF SCM-COVERS = 'A'
                 MOVE " TF+FEES" TO SCL-LL-COVERS
              ELSE
                 MOVE " TF ONLY" TO SCL-LL-COVERS
              END-IF
              MOVE SCM-RETAIN-GWA TO SCL-LL-GWA
              DISPLAY SCL-LIST-LINE
              READ SCHOLARSHIPS
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SCHOLARSHIPS
           DISPLAY "SCHOLARSHIPS ON FILE: " SCL-COUNT.
           EXIT.

      ***** A CODE ALREADY ON FILE IS REPLACED BY THE NEW ROW
       ENTER-SCHOLARSHIP.
           DISPLAY "SCHOLARSHIP CODE:          " WITH NO ADVANCING
           ACCEPT SCL-CODE
           IF SCL-CODE = SPACES
              DISPLAY "CODE IS REQUIRED - NOTHING SAVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NAME:                      " WITH NO ADVANCING
           ACCEPT SCL-NAME
           DISPLAY "TYPE (ACADEMIC, SIBLING..): " WITH NO ADVANCING
           ACCEPT SCL-TYPE
           DISPLAY "PERCENT OR FIXED (P/F):    " WITH NO ADVANCING
           ACCEPT SCL-BASIS
           IF SCL-BASIS = 'p'
              MOVE 'P' TO SCL-BASIS
           END-IF
           IF SCL-BASIS = 'f'
              MOVE 'F' TO SCL-BASIS
           END-IF
           IF SCL-BASIS NOT = 'P' AND SCL-BASIS NOT = 'F'
              DISPLAY "BASIS MUST BE P OR F - NOTHING SAVED"
              EXIT PARAGRAPH
           END-IF
           IF SCL-BASIS = 'P'
              DISPLAY "PERCENT OFF:               " WITH NO ADVANCING
           ELSE
              DISPLAY "PESOS OFF PER SCHOOL YEAR: " WITH NO ADVANCING
           END-IF
           ACCEPT SCL-AMOUNTIN
           IF FUNCTION TEST-NUMVAL(SCL-AMOUNTIN) NOT = 0
              DISPLAY "INVALID AMOUNT - NOTHING SAVED"
              EXIT PARAGRAPH
           END-IF
           COMPUTE SCL-VALUE = FUNCTION NUMVAL(SCL-AMOUNTIN)
           IF SCL-BASIS = 'P' AND SCL-VALUE > 100
              DISPLAY "PERCENT OVER 100 - NOTHING SAVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "COVERS TUITION ONLY OR ALL (T/A): "
              WITH NO ADVANCING
           ACCEPT SCL-COVERS
           IF SCL-COVERS = 'a' OR SCL-COVERS = 'A'
              MOVE 'A' TO SCL-COVERS
           ELSE
              MOVE 'T' TO SCL-COVERS
           END-IF
           DISPLAY "GWA TO RETAIN (0 = NONE):  " WITH NO ADVANCING
           ACCEPT SCL-AMOUNTIN
           IF FUNCTION TEST-NUMVAL(SCL-AMOUNTIN) NOT = 0
              MOVE 0 TO SCL-RETAIN-GWA
           ELSE
              COMPUTE SCL-RETAIN-GWA = FUNCTION NUMVAL(SCL-AMOUNTIN)
           END-IF
           DISPLAY "YOUR OPERATOR ID:          " WITH NO ADVANCING
           ACCEPT SCL-OPERATOR

           MOVE 0 TO SCL-EOF-FLAG
           MOVE 0 TO SCL-REPLACED
           OPEN EXTEND SCHOLARSHIPS
           CLOSE SCHOLARSHIPS
           OPEN INPUT SCHOLARSHIPS
           OPEN OUTPUT SCHOLARSHIPS-TMP
           READ SCHOLARSHIPS
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF SCM-CODE NOT = SCL-CODE
                 WRITE SCHOLARSHIPS-TMP-REC FROM SCHOLARSHIP-REC
              ELSE
                 MOVE 1 TO SCL-REPLACED
                 MOVE SCHOLARSHIP-REC TO SCL-OLD-SCHOLARSHIP
              END-IF
              READ SCHOLARSHIPS
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           WRITE SCHOLARSHIPS-TMP-REC FROM SCL-NEW-SCHOLARSHIP
           CLOSE SCHOLARSHIPS
           CLOSE SCHOLARSHIPS-TMP

           MOVE 0 TO SCL-EOF-FLAG
           OPEN INPUT SCHOLARSHIPS-TMP
           OPEN OUTPUT SCHOLARSHIPS
           READ SCHOLARSHIPS-TMP
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              WRITE SCHOLARSHIP-REC FROM SCHOLARSHIPS-TMP-REC
              READ SCHOLARSHIPS-TMP
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SCHOLARSHIPS-TMP
           CLOSE SCHOLARSHIPS
           IF SCL-REPLACED = 1
              PERFORM LOG-SCHOLARSHIP-CHANGES
           END-IF
           DISPLAY "SCHOLARSHIP SAVED".
           EXIT.

      ***** ONE AUDIT ROW PER FIELD A REPLACED CODE CHANGED; FIELDS
      ***** KEYED BACK UNCHANGED ARE DROPPED BY THE AUDIT ITSELF
       LOG-SCHOLARSHIP-CHANGES.
           MOVE "Scholarships.dat" TO MAL-P-FILE
           MOVE SCL-CODE TO MAL-P-KEY
           MOVE SCL-OPERATOR TO MAL-P-OPERATOR
           MOVE "NAME" TO MAL-P-FIELD
           MOVE SCL-OLD-NAME TO MAL-P-BEFORE
           MOVE SCL-NAME TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "TYPE" TO MAL-P-FIELD
           MOVE SCL-OLD-TYPE TO MAL-P-BEFORE
           MOVE SCL-TYPE TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "BASIS" TO MAL-P-FIELD
           MOVE SCL-OLD-BASIS TO MAL-P-BEFORE
           MOVE SCL-BASIS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "VALUE" TO MAL-P-FIELD
           MOVE SCL-OLD-VALUE TO SCL-AUD-VALUE
           MOVE SCL-AUD-VALUE TO MAL-P-BEFORE
           MOVE SCL-VALUE TO SCL-AUD-VALUE
           MOVE SCL-AUD-VALUE TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "COVERS" TO MAL-P-FIELD
           MOVE SCL-OLD-COVERS TO MAL-P-BEFORE
           MOVE SCL-COVERS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "GWA TO RETAIN" TO MAL-P-FIELD
           MOVE SCL-OLD-RETAIN-GWA TO SCL-AUD-GWA
           MOVE SCL-AUD-GWA TO MAL-P-BEFORE
           MOVE SCL-RETAIN-GWA TO SCL-AUD-GWA
           MOVE SCL-AUD-GWA TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

       LIST-GRANTS.
           DISPLAY "SCHOOL YEAR:               " WITH NO ADVANCING
           ACCEPT SCL-SY
           MOVE 0 TO SCL-EOF-FLAG
           MOVE 0 TO SCL-COUNT
           OPEN EXTEND SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS
           OPEN INPUT SCHOLAR-GRANTS
           READ SCHOLAR-GRANTS
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF GRT-SY = SCL-SY
                 ADD 1 TO SCL-COUNT
                 PERFORM FORMAT-GRANT-LINE
                 DISPLAY SCL-GRANT-LINE
              END-IF
              READ SCHOLAR-GRANTS
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SCHOLAR-GRANTS
           DISPLAY "GRANTS FOR THE SCHOOL YEAR: " SCL-COUNT.
           EXIT.

       FORMAT-GRANT-LINE.
           MOVE GRT-STUDENT TO SCL-GL-STUDENT
           MOVE GRT-SY TO SCL-GL-SY
           MOVE GRT-CODE TO SCL-GL-CODE
           IF GRT-STATUS = 'R'
              MOVE "REVOKED" TO SCL-GL-STATUS
           ELSE
              MOVE "ACTIVE " TO SCL-GL-STATUS
           END-IF
           MOVE GRT-GRANTED TO SCL-GL-GRANTED.
           EXIT.

      ***** THE STUDENT MUST HAVE AN APPLICATION AND THE CODE MUST BE
      ***** ON THE MASTER; A STUDENT HOLDS ONE GRANT PER SCHOOL YEAR,
      ***** SO A NEW GRANT REPLACES THE OLD ONE AND KEEPS WHAT THE
      ***** OLD ONE HAS ALREADY GIVEN
       GRANT-SCHOLARSHIP.
           DISPLAY "STUDENT ID:                " WITH NO ADVANCING
           ACCEPT SCL-STUDENTIN
           IF SCL-STUDENTIN IS NOT NUMERIC
              DISPLAY "INVALID STUDENT ID - NOTHING GRANTED"
              EXIT PARAGRAPH
           END-IF
           MOVE SCL-STUDENTIN TO SCL-GR-STUDENT
           PERFORM FIND-STUDENT
           IF SCL-FOUND = 0
              DISPLAY "NO APPLICATION FOR THAT ID - NOTHING GRANTED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "STUDENT: " STUDENT-FNAME " " STUDENT-LNAME
           DISPLAY "SCHOOL YEAR:               " WITH NO ADVANCING
           ACCEPT SCL-GR-SY
           DISPLAY "SCHOLARSHIP CODE:          " WITH NO ADVANCING
           ACCEPT SCL-GR-CODE
           MOVE SCL-GR-CODE TO SCL-CODE
           PERFORM FIND-SCHOLARSHIP
           IF SCL-FOUND = 0
              DISPLAY "SCHOLARSHIP NOT ON FILE - NOTHING GRANTED"
              EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO SCL-GR-STATUS
           MOVE 0 TO SCL-GR-GRANTED
           DISPLAY "YOUR OPERATOR ID:          " WITH NO ADVANCING
           ACCEPT SCL-OPERATOR
           PERFORM SAVE-GRANT
           IF SCL-REPLACED = 1
              DISPLAY "EARLIER GRANT FOR THE YEAR REPLACED"
           END-IF
           DISPLAY "SCHOLARSHIP GRANTED".
           EXIT.

       REVOKE-GRANT.
           DISPLAY "STUDENT ID:                " WITH NO ADVANCING
           ACCEPT SCL-STUDENTIN
           IF SCL-STUDENTIN IS NOT NUMERIC
              DISPLAY "INVALID STUDENT ID"
              EXIT PARAGRAPH
           END-IF
           MOVE SCL-STUDENTIN TO SCL-GR-STUDENT
           DISPLAY "SCHOOL YEAR:               " WITH NO ADVANCING
           ACCEPT SCL-GR-SY
           MOVE 0 TO SCL-FOUND
           MOVE 0 TO SCL-EOF-FLAG
           OPEN EXTEND SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS
           OPEN INPUT SCHOLAR-GRANTS
           READ SCHOLAR-GRANTS
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF GRT-STUDENT = SCL-GR-STUDENT AND GRT-SY = SCL-GR-SY
                 MOVE SCHOLAR-GRANT-REC TO SCL-NEW-GRANT
                 MOVE 1 TO SCL-FOUND
              END-IF
              READ SCHOLAR-GRANTS
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SCHOLAR-GRANTS
           IF SCL-FOUND = 0
              DISPLAY "NO GRANT FOR THAT STUDENT AND YEAR"
              EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO SCL-GR-STATUS
           DISPLAY "YOUR OPERATOR ID:          " WITH NO ADVANCING
           ACCEPT SCL-OPERATOR
           PERFORM SAVE-GRANT
           DISPLAY "GRANT REVOKED - LATER ASSESSMENTS GET NO DISCOUNT".
           EXIT.

       SAVE-GRANT.
           MOVE 0 TO SCL-REPLACED
           MOVE 0 TO SCL-EOF-FLAG
           OPEN EXTEND SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS
           OPEN INPUT SCHOLAR-GRANTS
           OPEN OUTPUT SCHOLAR-GRANTS-TMP
           READ SCHOLAR-GRANTS
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF GRT-STUDENT = SCL-GR-STUDENT AND GRT-SY = SCL-GR-SY
                 MOVE 1 TO SCL-REPLACED
                 MOVE SCHOLAR-GRANT-REC TO SCL-OLD-GRANT
                 IF SCL-GR-STATUS = 'A'
                    MOVE GRT-GRANTED TO SCL-GR-GRANTED
                 END-IF
              ELSE
                 WRITE SCHOLAR-GRANTS-TMP-REC FROM SCHOLAR-GRANT-REC
              END-IF
              READ SCHOLAR-GRANTS
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           WRITE SCHOLAR-GRANTS-TMP-REC FROM SCL-NEW-GRANT
           CLOSE SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS-TMP

           MOVE 0 TO SCL-EOF-FLAG
           OPEN INPUT SCHOLAR-GRANTS-TMP
           OPEN OUTPUT SCHOLAR-GRANTS
           READ SCHOLAR-GRANTS-TMP
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              WRITE SCHOLAR-GRANT-REC FROM SCHOLAR-GRANTS-TMP-REC
              READ SCHOLAR-GRANTS-TMP
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SCHOLAR-GRANTS-TMP
           CLOSE SCHOLAR-GRANTS
           IF SCL-REPLACED = 1
              PERFORM LOG-GRANT-CHANGES
           END-IF.
           EXIT.

      ***** A GRANT IS KEYED BY STUDENT/SCHOOL YEAR
       LOG-GRANT-CHANGES.
           MOVE "ScholarGrants.dat" TO MAL-P-FILE
           MOVE SPACES TO MAL-P-KEY
           STRING SCL-GR-STUDENT "/" SCL-GR-SY DELIMITED BY SIZE
              INTO MAL-P-KEY
           END-STRING
           MOVE SCL-OPERATOR TO MAL-P-OPERATOR
           MOVE "SCHOLARSHIP" TO MAL-P-FIELD
           MOVE SCL-OLD-GR-CODE TO MAL-P-BEFORE
           MOVE SCL-GR-CODE TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "STATUS" TO MAL-P-FIELD
           MOVE SCL-OLD-GR-STATUS TO MAL-P-BEFORE
           MOVE SCL-GR-STATUS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

       FIND-STUDENT.
           MOVE 0 TO SCL-FOUND
           MOVE 0 TO SCL-SCAN-EOF
           OPEN EXTEND STUDENT
           CLOSE STUDENT
           OPEN INPUT STUDENT
           READ STUDENT
              AT END MOVE 1 TO SCL-SCAN-EOF
           END-READ
           PERFORM UNTIL SCL-SCAN-EOF = 1
              IF STUDENT-ID = SCL-GR-STUDENT AND STUDENT-ID NOT = 99999
                 MOVE 1 TO SCL-FOUND
                 MOVE 1 TO SCL-SCAN-EOF
              ELSE
                 READ STUDENT
                    AT END MOVE 1 TO SCL-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STUDENT.
           EXIT.

       FIND-SCHOLARSHIP.
           MOVE 0 TO SCL-FOUND
           MOVE SPACES TO SCL-FOUND-TYPE
           MOVE 0 TO SCL-SCAN-EOF
           OPEN EXTEND SCHOLARSHIPS
           CLOSE SCHOLARSHIPS
           OPEN INPUT SCHOLARSHIPS
           READ SCHOLARSHIPS
              AT END MOVE 1 TO SCL-SCAN-EOF
           END-READ
           PERFORM UNTIL SCL-SCAN-EOF = 1
              IF SCM-CODE = SCL-CODE
                 MOVE SCM-TYPE TO SCL-FOUND-TYPE
                 MOVE 1 TO SCL-FOUND
                 MOVE 1 TO SCL-SCAN-EOF
              ELSE
                 READ SCHOLARSHIPS
                    AT END MOVE 1 TO SCL-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SCHOLARSHIPS.
           EXIT.

      ***** WHAT THE SCHOOL YEAR'S SCHOLARSHIPS COST, BY TYPE: EVERY
      ***** GRANT COUNTS ITS DISCOUNT GIVEN, EVEN ONE REVOKED LATER
       COST-REPORT-RUN.
           DISPLAY "SCHOOL YEAR:               " WITH NO ADVANCING
           ACCEPT SCL-SY
           MOVE 0 TO SCL-TYPE-COUNT
           MOVE 0 TO SCL-GRAND-GRANTEES
           MOVE 0 TO SCL-GRAND-ACTIVE
           MOVE 0 TO SCL-GRAND-COST
           MOVE 0 TO SCL-EOF-FLAG
           OPEN EXTEND SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS
           OPEN INPUT SCHOLAR-GRANTS
           OPEN OUTPUT COST-REPORT
           MOVE SPACES TO COST-REPORT-REC
           STRING "SCHOLARSHIP COST BY TYPE - SCHOOL YEAR "
                     DELIMITED BY SIZE
                  SCL-SY DELIMITED BY SIZE
                  INTO COST-REPORT-REC
           WRITE COST-REPORT-REC
           DISPLAY COST-REPORT-REC
           MOVE "STUDENT  SCHOOL YEAR  CODE  STATUS"
              TO COST-REPORT-REC
           WRITE COST-REPORT-REC
           READ SCHOLAR-GRANTS
              AT END MOVE 1 TO SCL-EOF-FLAG
           END-READ
           PERFORM UNTIL SCL-EOF-FLAG = 1
              IF GRT-SY = SCL-SY
                 PERFORM FORMAT-GRANT-LINE
                 WRITE COST-REPORT-REC FROM SCL-GRANT-LINE
                 MOVE GRT-CODE TO SCL-CODE
                 PERFORM FIND-SCHOLARSHIP
                 IF SCL-FOUND = 0
                    MOVE "(UNKNOWN)" TO SCL-FOUND-TYPE
                 END-IF
                 PERFORM ADD-TO-TYPE
              END-IF
              READ SCHOLAR-GRANTS
                 AT END MOVE 1 TO SCL-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SCHOLAR-GRANTS

           MOVE SPACES TO COST-REPORT-REC
           WRITE COST-REPORT-REC
           MOVE "TYPE        GRANTEES    ACTIVE            COST"
              TO COST-REPORT-REC
           WRITE COST-REPORT-REC
           DISPLAY COST-REPORT-REC
           PERFORM VARYING SCL-T FROM 1 BY 1
               UNTIL SCL-T > SCL-TYPE-COUNT
              MOVE SCL-T-TYPE(SCL-T) TO SCL-CL-TYPE
              MOVE SCL-T-GRANTEES(SCL-T) TO SCL-CL-GRANTEES
              MOVE SCL-T-ACTIVE(SCL-T) TO SCL-CL-ACTIVE
              MOVE SCL-T-COST(SCL-T) TO SCL-CL-COST
              WRITE COST-REPORT-REC FROM SCL-COST-LINE
              DISPLAY SCL-COST-LINE
           END-PERFORM
           MOVE "TOTAL" TO SCL-CL-TYPE
           MOVE SCL-GRAND-GRANTEES TO SCL-CL-GRANTEES
           MOVE SCL-GRAND-ACTIVE TO SCL-CL-ACTIVE
           MOVE SCL-GRAND-COST TO SCL-CL-COST
           WRITE COST-REPORT-REC FROM SCL-COST-LINE
           DISPLAY SCL-COST-LINE
           CLOSE COST-REPORT.
           EXIT.

       ADD-TO-TYPE.
           MOVE 0 TO SCL-HIT
           PERFORM VARYING SCL-T FROM 1 BY 1
               UNTIL SCL-T > SCL-TYPE-COUNT
              IF SCL-T-TYPE(SCL-T) = SCL-FOUND-TYPE
                 MOVE SCL-T TO SCL-HIT
              END-IF
           END-PERFORM
           IF SCL-HIT = 0 AND SCL-TYPE-COUNT < 20
              ADD 1 TO SCL-TYPE-COUNT
              MOVE SCL-TYPE-COUNT TO SCL-HIT
              MOVE SCL-FOUND-TYPE TO SCL-T-TYPE(SCL-HIT)
              MOVE 0 TO SCL-T-GRANTEES(SCL-HIT)
              MOVE 0 TO SCL-T-ACTIVE(SCL-HIT)
              MOVE 0 TO SCL-T-COST(SCL-HIT)
           END-IF
           IF SCL-HIT > 0
              ADD 1 TO SCL-T-GRANTEES(SCL-HIT)
              IF GRT-STATUS NOT = 'R'
                 ADD 1 TO SCL-T-ACTIVE(SCL-HIT)
              END-IF
              ADD GRT-GRANTED TO SCL-T-COST(SCL-HIT)
           END-IF
           ADD 1 TO SCL-GRAND-GRANTEES
           IF GRT-STATUS NOT = 'R'
              ADD 1 TO SCL-GRAND-ACTIVE
           END-IF
           ADD GRT-GRANTED TO SCL-GRAND-COST.
           EXIT.

       END PROGRAM SCHOLARSHIP-MAINT.
