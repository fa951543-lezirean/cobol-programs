      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 20, 2024
      * Purpose: STUDENT HOLDS PLACED AND RELEASED BY EACH OFFICE, THE
      *          BILLING OFFICE'S AUTOMATIC HOLDS FROM OVERDUE LEDGER
      *          BALANCES, AND THE CLEARANCE REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-HOLDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-HOLDS ASSIGN TO 'StudentHolds.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STUDENT-HOLDS-TMP ASSIGN TO 'StudentHoldsTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT HOLD-PARAMS ASSIGN TO 'HoldParams.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STUDENT ASSIGN TO 'Application.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BILL-LEDGER ASSIGN TO 'StudentBillLedger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CLEARANCE-REPORT ASSIGN TO 'ClearanceReport.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER HOLD. SH-TYPE FIN FINANCIAL, LIB LIBRARY,
      ***** DOC MISSING DOCUMENTS, DIS DISCIPLINARY; SH-OFFICE IS THE
      ***** PLACING OFFICE (BIL, LIB, REG, OSA), THE ONLY ONE THAT
      ***** MAY RELEASE IT. SH-RELEASED Y/N. AN UNRELEASED HOLD
      ***** BLOCKS ENROLLMENT, THE TRANSCRIPT AND DECISION LETTERS
       FD STUDENT-HOLDS.
       01 STUDENT-HOLD-REC.
          05 SH-STUDENT PIC 9(5).
          05 SH-TYPE PIC X(3).
          05 SH-OFFICE PIC X(3).
          05 SH-DATE PIC X(8).
          05 SH-REASON PIC X(30).
          05 SH-RELEASED PIC X(01).
          05 SH-REL-DATE PIC X(8).
       FD STUDENT-HOLDS-TMP.
       01 STUDENT-HOLDS-TMP-REC PIC X(58).
      ***** DAYS AFTER AN ASSESSMENT IS POSTED BEFORE AN UNPAID
      ***** BALANCE COUNTS AS OVERDUE
       FD HOLD-PARAMS.
       01 HOLD-PARAM-REC.
          05 HPM-GRACE-DAYS PIC 9(3).
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
      ***** CHARGES (A), SCHOLARSHIP DISCOUNTS (D) AND PAYMENTS (P)
      ***** PER STUDENT
       FD BILL-LEDGER.
       01 BILL-LEDGER-REC.
          05 SB-STUDENT-ID PIC 9(5).
          05 SB-DATE PIC X(8).
          05 SB-TYPE PIC X(01).
          05 SB-AMOUNT PIC 9(6)V9(2).
          05 SB-REF PIC X(10).
       FD CLEARANCE-REPORT.
       01 CLEARANCE-REPORT-REC PIC X(80).
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
       01 HLD-SEQ.
          05 HLD-MODE PIC X(01).
          05 HLD-OFFICE PIC X(3).
          05 HLD-EOF-FLAG PIC 9 VALUE 0.
          05 HLD-SCAN-EOF PIC 9 VALUE 0.
          05 HLD-FOUND PIC 9 VALUE 0.
          05 HLD-COUNT PIC 9(4) VALUE 0.
          05 HLD-STUDENTIN PIC X(5).
          05 HLD-STUDENT PIC 9(5).
          05 HLD-TYPE PIC X(3).
          05 HLD-REASON PIC X(30).
          05 HLD-OK PIC 9 VALUE 0.
          05 HLD-GRACE-DAYS PIC 9(3) VALUE 30.
          05 HLD-FNAME PIC X(10).
          05 HLD-LNAME PIC X(15).
      ********** OVERDUE-BALANCE WORK FIELDS FOR THE BILLING RUN
       01 HLD-BAL-TABLE.
          05 HLD-BAL-COUNT PIC 9(4) VALUE 0.
          05 HLD-BAL-ENTRY OCCURS 500 TIMES.
             10 HLD-B-STUDENT PIC 9(5).
             10 HLD-B-CHARGES PIC 9(8)V9(2).
             10 HLD-B-CREDITS PIC 9(8)V9(2).
             10 HLD-B-RECENT PIC 9(8)V9(2).
             10 HLD-B-OVERDUE PIC S9(8)V9(2).
             10 HLD-B-HELD PIC 9.
       01 HLD-B PIC 9(4).
       01 HLD-HIT PIC 9(4).
       01 HLD-TODAY-INT PIC 9(8).
       01 HLD-CHG-INT PIC 9(8).
       01 HLD-AGE-DAYS PIC S9(8).
       01 HLD-PLACED PIC 9(4) VALUE 0.
       01 HLD-RELEASED PIC 9(4) VALUE 0.
       01 HLD-AMOUNT-ED PIC ZZZ,ZZ9.99.
      ********** OPEN HOLDS FOR THE CLEARANCE REPORT, SORTED BY STUDENT
       01 HLD-OPEN-TABLE.
          05 HLD-OPEN-COUNT PIC 9(4) VALUE 0.
          05 HLD-OPEN-ENTRY OCCURS 500 TIMES PIC X(58).
       01 HLD-SWAP PIC X(58).
       01 HLD-I PIC 9(4).
       01 HLD-J PIC 9(4).
       01 HLD-LAST-STUDENT PIC 9(5).
       01 HLD-STUDENTS-HELD PIC 9(4) VALUE 0.
       01 HLD-LIST-LINE.
          05 HLD-LL-STUDENT PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HLD-LL-TYPE PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 HLD-LL-OFFICE PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HLD-LL-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HLD-LL-REASON PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HLD-LL-STATUS PIC X(17).
       01 HLD-NAME-LINE.
          05 FILLER PIC X(9) VALUE "STUDENT: ".
          05 HLD-NL-STUDENT PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HLD-NL-LNAME PIC X(15).
          05 FILLER PIC X(2) VALUE ", ".
          05 HLD-NL-FNAME PIC X(10).
       01 HLD-TOTAL-LINE.
          05 FILLER PIC X(17) VALUE "STUDENTS HELD:   ".
          05 HLD-TL-STUDENTS PIC ZZZ9.
          05 FILLER PIC X(17) VALUE "   OPEN HOLDS:   ".
          05 HLD-TL-HOLDS PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           DISPLAY "STUDENT HOLDS AND CLEARANCE".
           DISPLAY "OFFICE CODE (BIL/LIB/REG/OSA): " WITH NO ADVANCING.
           ACCEPT HLD-OFFICE.
           IF HLD-OFFICE NOT = "BIL" AND HLD-OFFICE NOT = "LIB" AND
              HLD-OFFICE NOT = "REG" AND HLD-OFFICE NOT = "OSA"
              DISPLAY "UNKNOWN OFFICE CODE"
              GOBACK
           END-IF.
           DISPLAY "[1] LIST THIS OFFICE'S OPEN HOLDS".
           DISPLAY "[2] PLACE A HOLD".
           DISPLAY "[3] RELEASE A HOLD".
           DISPLAY "[4] BILLING HOLDS FROM OVERDUE BALANCES".
           DISPLAY "[5] CLEARANCE REPORT (ALL OFFICES)".
           DISPLAY "[6] ONE STUDENT'S CLEARANCE".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT HLD-MODE.

           EVALUATE HLD-MODE
              WHEN '1'
                 PERFORM LIST-OFFICE-HOLDS
              WHEN '2'
                 PERFORM PLACE-HOLD
              WHEN '3'
                 PERFORM RELEASE-HOLD
              WHEN '4'
                 IF HLD-OFFICE NOT = "BIL"
                    DISPLAY "BILLING OFFICE ONLY"
                 ELSE
                    PERFORM BILLING-HOLD-RUN
                 END-IF
              WHEN '5'
                 PERFORM CLEARANCE-REPORT-RUN
              WHEN '6'
                 PERFORM ONE-STUDENT-CLEARANCE
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-OFFICE-HOLDS.
           MOVE 0 TO HLD-EOF-FLAG
           MOVE 0 TO HLD-COUNT
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           READ STUDENT-HOLDS
              AT END MOVE 1 TO HLD-EOF-FLAG
           END-READ
           PERFORM UNTIL HLD-EOF-FLAG = 1
              IF SH-OFFICE = HLD-OFFICE AND SH-RELEASED NOT = 'Y'
                 ADD 1 TO HLD-COUNT
                 PERFORM FORMAT-HOLD-LINE
                 DISPLAY HLD-LIST-LINE
              END-IF
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO HLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS
           DISPLAY "OPEN HOLDS FOR " HLD-OFFICE ": " HLD-COUNT.
           EXIT.

       FORMAT-HOLD-LINE.
           MOVE SH-STUDENT TO HLD-LL-STUDENT
           MOVE SH-TYPE TO HLD-LL-TYPE
           MOVE SH-OFFICE TO HLD-LL-OFFICE
           MOVE SH-DATE TO HLD-LL-DATE
           MOVE SH-REASON TO HLD-LL-REASON
           IF SH-RELEASED = 'Y'
              STRING "RELEASED " SH-REL-DATE
                 DELIMITED BY SIZE INTO HLD-LL-STATUS
           ELSE
              MOVE "OPEN" TO HLD-LL-STATUS
           END-IF.
           EXIT.

      ***** THE STUDENT MUST HAVE AN APPLICATION; AN OFFICE HOLDS AT
      ***** MOST ONE OPEN HOLD OF EACH TYPE ON A STUDENT
       PLACE-HOLD.
           DISPLAY "STUDENT ID:                " WITH NO ADVANCING
           ACCEPT HLD-STUDENTIN
           IF HLD-STUDENTIN IS NOT NUMERIC
              DISPLAY "INVALID STUDENT ID - NO HOLD PLACED"
              EXIT PARAGRAPH
           END-IF
           MOVE HLD-STUDENTIN TO HLD-STUDENT
           PERFORM FIND-STUDENT
           IF HLD-FOUND = 0
              DISPLAY "NO APPLICATION FOR THAT ID - NO HOLD PLACED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "STUDENT: " HLD-FNAME " " HLD-LNAME
           DISPLAY "HOLD TYPE (FIN/LIB/DOC/DIS): " WITH NO ADVANCING
           ACCEPT HLD-TYPE
           IF HLD-TYPE NOT = "FIN" AND HLD-TYPE NOT = "LIB" AND
              HLD-TYPE NOT = "DOC" AND HLD-TYPE NOT = "DIS"
              DISPLAY "UNKNOWN HOLD TYPE - NO HOLD PLACED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON:                    " WITH NO ADVANCING
           ACCEPT HLD-REASON
           IF HLD-REASON = SPACES
              DISPLAY "A REASON IS REQUIRED - NO HOLD PLACED"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-HOLD
           IF HLD-FOUND = 1
              DISPLAY "AN OPEN " HLD-TYPE " HOLD FROM " HLD-OFFICE
                 " IS ALREADY ON FILE"
              EXIT PARAGRAPH
           END-IF
           MOVE HLD-STUDENT TO SH-STUDENT
           MOVE HLD-TYPE TO SH-TYPE
           MOVE HLD-OFFICE TO SH-OFFICE
           MOVE BDT-DATE TO SH-DATE
           MOVE HLD-REASON TO SH-REASON
           MOVE 'N' TO SH-RELEASED
           MOVE SPACES TO SH-REL-DATE
           OPEN EXTEND STUDENT-HOLDS
              WRITE STUDENT-HOLD-REC
           CLOSE STUDENT-HOLDS
           DISPLAY "HOLD PLACED".
           EXIT.

      ***** ONLY THE OFFICE THAT PLACED A HOLD MAY RELEASE IT
       RELEASE-HOLD.
           DISPLAY "STUDENT ID:                " WITH NO ADVANCING
           ACCEPT HLD-STUDENTIN
           IF HLD-STUDENTIN IS NOT NUMERIC
              DISPLAY "INVALID STUDENT ID"
              EXIT PARAGRAPH
           END-IF
           MOVE HLD-STUDENTIN TO HLD-STUDENT
           DISPLAY "HOLD TYPE (FIN/LIB/DOC/DIS): " WITH NO ADVANCING
           ACCEPT HLD-TYPE
           PERFORM FIND-OPEN-HOLD
           IF HLD-FOUND = 0
              DISPLAY "NO OPEN " HLD-TYPE " HOLD FROM " HLD-OFFICE
                 " FOR THAT STUDENT"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO HLD-EOF-FLAG
           OPEN INPUT STUDENT-HOLDS
           OPEN OUTPUT STUDENT-HOLDS-TMP
           READ STUDENT-HOLDS
              AT END MOVE 1 TO HLD-EOF-FLAG
           END-READ
           PERFORM UNTIL HLD-EOF-FLAG = 1
              IF SH-STUDENT = HLD-STUDENT AND SH-TYPE = HLD-TYPE AND
                 SH-OFFICE = HLD-OFFICE AND SH-RELEASED NOT = 'Y'
                 MOVE 'Y' TO SH-RELEASED
                 MOVE BDT-DATE TO SH-REL-DATE
              END-IF
              WRITE STUDENT-HOLDS-TMP-REC FROM STUDENT-HOLD-REC
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO HLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS
           CLOSE STUDENT-HOLDS-TMP
           PERFORM COPY-TMP-TO-HOLDS
           DISPLAY "HOLD RELEASED".
           EXIT.

       FIND-OPEN-HOLD.
           MOVE 0 TO HLD-FOUND
           MOVE 0 TO HLD-SCAN-EOF
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           READ STUDENT-HOLDS
              AT END MOVE 1 TO HLD-SCAN-EOF
           END-READ
           PERFORM UNTIL HLD-SCAN-EOF = 1
              IF SH-STUDENT = HLD-STUDENT AND SH-TYPE = HLD-TYPE AND
                 SH-OFFICE = HLD-OFFICE AND SH-RELEASED NOT = 'Y'
                 MOVE 1 TO HLD-FOUND
                 MOVE 1 TO HLD-SCAN-EOF
              ELSE
                 READ STUDENT-HOLDS
                    AT END MOVE 1 TO HLD-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STUDENT-HOLDS.
           EXIT.

       FIND-STUDENT.
           MOVE 0 TO HLD-FOUND
           MOVE SPACES TO HLD-FNAME
           MOVE "(NOT ON FILE)" TO HLD-LNAME
           MOVE 0 TO HLD-SCAN-EOF
           OPEN EXTEND STUDENT
           CLOSE STUDENT
           OPEN INPUT STUDENT
           READ STUDENT
              AT END MOVE 1 TO HLD-SCAN-EOF
           END-READ
           PERFORM UNTIL HLD-SCAN-EOF = 1
              IF STUDENT-ID = HLD-STUDENT
                 MOVE 1 TO HLD-FOUND
                 MOVE STUDENT-FNAME TO HLD-FNAME
                 MOVE STUDENT-LNAME TO HLD-LNAME
                 MOVE 1 TO HLD-SCAN-EOF
              ELSE
                 READ STUDENT
                    AT END MOVE 1 TO HLD-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STUDENT.
           EXIT.

      ***** THE GRACE ROW IS SEEDED AT 30 DAYS THE FIRST TIME
       LOAD-HOLD-PARAMS.
           MOVE 0 TO HLD-SCAN-EOF
           OPEN EXTEND HOLD-PARAMS
           CLOSE HOLD-PARAMS
           OPEN INPUT HOLD-PARAMS
           READ HOLD-PARAMS
              AT END MOVE 1 TO HLD-SCAN-EOF
           END-READ
           CLOSE HOLD-PARAMS
           IF HLD-SCAN-EOF = 0
              MOVE HPM-GRACE-DAYS TO HLD-GRACE-DAYS
           ELSE
              MOVE HLD-GRACE-DAYS TO HPM-GRACE-DAYS
              OPEN OUTPUT HOLD-PARAMS
                 WRITE HOLD-PARAM-REC
              CLOSE HOLD-PARAMS
           END-IF.
           EXIT.

      ***** A BALANCE IS OVERDUE WHEN IT IS MORE THAN THE CHARGES
      ***** POSTED WITHIN THE GRACE PERIOD: PAYMENTS AND DISCOUNTS
      ***** SETTLE THE OLDEST CHARGES FIRST. EVERY OVERDUE STUDENT
      ***** WITHOUT AN OPEN FIN HOLD FROM BILLING GETS ONE; AN
      ***** AUTOMATIC HOLD WHOSE BALANCE IS NO LONGER OVERDUE IS
      ***** RELEASED. HOLDS BILLING KEYED BY HAND ARE LEFT ALONE
       BILLING-HOLD-RUN.
           PERFORM LOAD-HOLD-PARAMS
           COMPUTE HLD-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))
           MOVE 0 TO HLD-BAL-COUNT
           MOVE 0 TO HLD-EOF-FLAG
           OPEN EXTEND BILL-LEDGER
           CLOSE BILL-LEDGER
           OPEN INPUT BILL-LEDGER
           READ BILL-LEDGER
              AT END MOVE 1 TO HLD-EOF-FLAG
           END-READ
           PERFORM UNTIL HLD-EOF-FLAG = 1
              PERFORM FILE-ONE-LEDGER-LINE
              READ BILL-LEDGER
                 AT END MOVE 1 TO HLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILL-LEDGER

           PERFORM VARYING HLD-B FROM 1 BY 1
               UNTIL HLD-B > HLD-BAL-COUNT
              COMPUTE HLD-B-OVERDUE(HLD-B) = HLD-B-CHARGES(HLD-B)
                  - HLD-B-CREDITS(HLD-B) - HLD-B-RECENT(HLD-B)
              MOVE 0 TO HLD-B-HELD(HLD-B)
           END-PERFORM

           MOVE 0 TO HLD-PLACED
           MOVE 0 TO HLD-RELEASED
           MOVE 0 TO HLD-EOF-FLAG
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           OPEN OUTPUT STUDENT-HOLDS-TMP
           READ STUDENT-HOLDS
              AT END MOVE 1 TO HLD-EOF-FLAG
           END-READ
           PERFORM UNTIL HLD-EOF-FLAG = 1
              IF SH-OFFICE = "BIL" AND SH-TYPE = "FIN" AND
                 SH-RELEASED NOT = 'Y'
                 PERFORM REVIEW-BILLING-HOLD
              END-IF
              WRITE STUDENT-HOLDS-TMP-REC FROM STUDENT-HOLD-REC
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO HLD-EOF-FLAG
              END-READ
           END-PERFORM

           PERFORM VARYING HLD-B FROM 1 BY 1
               UNTIL HLD-B > HLD-BAL-COUNT
              IF HLD-B-OVERDUE(HLD-B) > 0 AND HLD-B-HELD(HLD-B) = 0
                 MOVE HLD-B-STUDENT(HLD-B) TO SH-STUDENT
                 MOVE "FIN" TO SH-TYPE
                 MOVE "BIL" TO SH-OFFICE
                 MOVE BDT-DATE TO SH-DATE
                 MOVE HLD-B-OVERDUE(HLD-B) TO HLD-AMOUNT-ED
                 MOVE SPACES TO SH-REASON
                 STRING "OVERDUE BALANCE " HLD-AMOUNT-ED
                    DELIMITED BY SIZE INTO SH-REASON
                 MOVE 'N' TO SH-RELEASED
                 MOVE SPACES TO SH-REL-DATE
                 WRITE STUDENT-HOLDS-TMP-REC FROM STUDENT-HOLD-REC
                 ADD 1 TO HLD-PLACED
              END-IF
           END-PERFORM
           CLOSE STUDENT-HOLDS
           CLOSE STUDENT-HOLDS-TMP
           PERFORM COPY-TMP-TO-HOLDS

           DISPLAY "GRACE PERIOD (DAYS):   " HLD-GRACE-DAYS
           DISPLAY "BILLING HOLDS PLACED:  " HLD-PLACED
           DISPLAY "BILLING HOLDS RELEASED:" HLD-RELEASED.
           EXIT.

       FILE-ONE-LEDGER-LINE.
           MOVE 0 TO HLD-HIT
           PERFORM VARYING HLD-B FROM 1 BY 1
               UNTIL HLD-B > HLD-BAL-COUNT
              IF HLD-B-STUDENT(HLD-B) = SB-STUDENT-ID
                 MOVE HLD-B TO HLD-HIT
              END-IF
           END-PERFORM
           IF HLD-HIT = 0 AND HLD-BAL-COUNT < 500
              ADD 1 TO HLD-BAL-COUNT
              MOVE HLD-BAL-COUNT TO HLD-HIT
              MOVE SB-STUDENT-ID TO HLD-B-STUDENT(HLD-HIT)
              MOVE 0 TO HLD-B-CHARGES(HLD-HIT)
              MOVE 0 TO HLD-B-CREDITS(HLD-HIT)
              MOVE 0 TO HLD-B-RECENT(HLD-HIT)
           END-IF
           IF HLD-HIT = 0
              EXIT PARAGRAPH
           END-IF
           IF SB-TYPE = 'A'
              ADD SB-AMOUNT TO HLD-B-CHARGES(HLD-HIT)
              COMPUTE HLD-CHG-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(SB-DATE))
              COMPUTE HLD-AGE-DAYS = HLD-TODAY-INT - HLD-CHG-INT
              IF HLD-AGE-DAYS <= HLD-GRACE-DAYS
                 ADD SB-AMOUNT TO HLD-B-RECENT(HLD-HIT)
              END-IF
           ELSE
              ADD SB-AMOUNT TO HLD-B-CREDITS(HLD-HIT)
           END-IF.
           EXIT.

       REVIEW-BILLING-HOLD.
           MOVE 0 TO HLD-HIT
           PERFORM VARYING HLD-B FROM 1 BY 1
               UNTIL HLD-B > HLD-BAL-COUNT
              IF HLD-B-STUDENT(HLD-B) = SH-STUDENT
                 MOVE HLD-B TO HLD-HIT
              END-IF
           END-PERFORM
           IF HLD-HIT > 0
              MOVE 1 TO HLD-B-HELD(HLD-HIT)
           END-IF
           IF SH-REASON(1:16) = "OVERDUE BALANCE "
              IF HLD-HIT = 0
                 MOVE 'Y' TO SH-RELEASED
              ELSE
                 IF HLD-B-OVERDUE(HLD-HIT) NOT > 0
                    MOVE 'Y' TO SH-RELEASED
                 END-IF
              END-IF
              IF SH-RELEASED = 'Y'
                 MOVE BDT-DATE TO SH-REL-DATE
                 ADD 1 TO HLD-RELEASED
              END-IF
           END-IF.
           EXIT.

       COPY-TMP-TO-HOLDS.
           MOVE 0 TO HLD-EOF-FLAG
           OPEN INPUT STUDENT-HOLDS-TMP
           OPEN OUTPUT STUDENT-HOLDS
           READ STUDENT-HOLDS-TMP
              AT END MOVE 1 TO HLD-EOF-FLAG
           END-READ
           PERFORM UNTIL HLD-EOF-FLAG = 1
              WRITE STUDENT-HOLD-REC FROM STUDENT-HOLDS-TMP-REC
              READ STUDENT-HOLDS-TMP
                 AT END MOVE 1 TO HLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS-TMP
           CLOSE STUDENT-HOLDS.
           EXIT.

      ***** EVERY STUDENT WITH AN OPEN HOLD, IN STUDENT-ID ORDER,
      ***** WITH EACH OUTSTANDING HOLD AND THE OFFICE TO CLEAR IT WITH
       CLEARANCE-REPORT-RUN.
           MOVE 0 TO HLD-OPEN-COUNT
           MOVE 0 TO HLD-EOF-FLAG
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           READ STUDENT-HOLDS
              AT END MOVE 1 TO HLD-EOF-FLAG
           END-READ
           PERFORM UNTIL HLD-EOF-FLAG = 1
              IF SH-RELEASED NOT = 'Y' AND HLD-OPEN-COUNT < 500
                 ADD 1 TO HLD-OPEN-COUNT
                 MOVE STUDENT-HOLD-REC
                    TO HLD-OPEN-ENTRY(HLD-OPEN-COUNT)
              END-IF
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO HLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS

           PERFORM VARYING HLD-I FROM 1 BY 1
               UNTIL HLD-I >= HLD-OPEN-COUNT
              PERFORM VARYING HLD-J FROM 1 BY 1
                  UNTIL HLD-J > HLD-OPEN-COUNT - HLD-I
                 IF HLD-OPEN-ENTRY(HLD-J)(1:5) >
                    HLD-OPEN-ENTRY(HLD-J + 1)(1:5)
                    MOVE HLD-OPEN-ENTRY(HLD-J) TO HLD-SWAP
                    MOVE HLD-OPEN-ENTRY(HLD-J + 1)
                       TO HLD-OPEN-ENTRY(HLD-J)
                    MOVE HLD-SWAP TO HLD-OPEN-ENTRY(HLD-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN OUTPUT CLEARANCE-REPORT
           MOVE SPACES TO CLEARANCE-REPORT-REC
           STRING "STUDENT CLEARANCE REPORT - OUTSTANDING HOLDS AS OF "
              BDT-DATE DELIMITED BY SIZE INTO CLEARANCE-REPORT-REC
           WRITE CLEARANCE-REPORT-REC
           MOVE 0 TO HLD-LAST-STUDENT
           MOVE 0 TO HLD-STUDENTS-HELD
           PERFORM VARYING HLD-I FROM 1 BY 1
               UNTIL HLD-I > HLD-OPEN-COUNT
              MOVE HLD-OPEN-ENTRY(HLD-I) TO STUDENT-HOLD-REC
              IF SH-STUDENT NOT = HLD-LAST-STUDENT
                 ADD 1 TO HLD-STUDENTS-HELD
                 MOVE SH-STUDENT TO HLD-LAST-STUDENT
                 MOVE SH-STUDENT TO HLD-STUDENT
                 PERFORM FIND-STUDENT
                 MOVE HLD-OPEN-ENTRY(HLD-I) TO STUDENT-HOLD-REC
                 MOVE SPACES TO CLEARANCE-REPORT-REC
                 WRITE CLEARANCE-REPORT-REC
                 MOVE SH-STUDENT TO HLD-NL-STUDENT
                 MOVE HLD-LNAME TO HLD-NL-LNAME
                 MOVE HLD-FNAME TO HLD-NL-FNAME
                 WRITE CLEARANCE-REPORT-REC FROM HLD-NAME-LINE
              END-IF
              PERFORM FORMAT-HOLD-LINE
              WRITE CLEARANCE-REPORT-REC FROM HLD-LIST-LINE
           END-PERFORM
           MOVE HLD-STUDENTS-HELD TO HLD-TL-STUDENTS
           MOVE HLD-OPEN-COUNT TO HLD-TL-HOLDS
           MOVE SPACES TO CLEARANCE-REPORT-REC
           WRITE CLEARANCE-REPORT-REC
           WRITE CLEARANCE-REPORT-REC FROM HLD-TOTAL-LINE
           CLOSE CLEARANCE-REPORT
           DISPLAY HLD-TOTAL-LINE.
           EXIT.

       ONE-STUDENT-CLEARANCE.
           DISPLAY "STUDENT ID:                " WITH NO ADVANCING
           ACCEPT HLD-STUDENTIN
           IF HLD-STUDENTIN IS NOT NUMERIC
              DISPLAY "INVALID STUDENT ID"
              EXIT PARAGRAPH
           END-IF
           MOVE HLD-STUDENTIN TO HLD-STUDENT
           PERFORM FIND-STUDENT
           DISPLAY "STUDENT: " HLD-FNAME " " HLD-LNAME
           MOVE 0 TO HLD-COUNT
           MOVE 0 TO HLD-EOF-FLAG
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           READ STUDENT-HOLDS
              AT END MOVE 1 TO HLD-EOF-FLAG
           END-READ
           PERFORM UNTIL HLD-EOF-FLAG = 1
              IF SH-STUDENT = HLD-STUDENT
                 PERFORM FORMAT-HOLD-LINE
                 DISPLAY HLD-LIST-LINE
                 IF SH-RELEASED NOT = 'Y'
                    ADD 1 TO HLD-COUNT
                 END-IF
              END-IF
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO HLD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS
           IF HLD-COUNT = 0
              DISPLAY "CLEARED - NO OUTSTANDING HOLDS"
           ELSE
              DISPLAY "NOT CLEARED - OPEN HOLDS: " HLD-COUNT
           END-IF.
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

       END PROGRAM STUDENT-HOLDS.
