      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: DECEMBER 18, 2024
      * Purpose: CERTIFICATE OF REGISTRATION (COR) FOR ONE STUDENT OR
      *          FOR EVERY STUDENT ASSESSED ON A BUSINESS DATE - THE
      *          SECTIONS WITH SCHEDULE AND ROOM, UNITS, THE TERM'S
      *          TUITION AND FEES, PAYMENTS TO DATE AND THE INSTALLMENT
      *          DUE DATES, UNDER A REGISTERED REFERENCE NUMBER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRATION-CERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER ASSIGN TO 'EnrollMaster.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CLASS-SCHEDULES ASSIGN TO 'ClassSchedules.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TUITION-FEES ASSIGN TO 'TuitionFees.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BILL-LEDGER ASSIGN TO 'StudentBillLedger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STUDENT ASSIGN TO 'Application.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EXAM-SCHEDULE ASSIGN TO 'ExamSchedule.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COR-REGISTER ASSIGN TO 'CORRegister.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COR-REGISTER-TMP ASSIGN TO 'CORRegisterTmp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT COR-PRINT ASSIGN TO 'RegistrationCert.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-MASTER.
       01 ENROLL-REC.
          05 EN-STUDENT-ID PIC 9(5).
          05 EN-COURSE PIC X(6).
          05 EN-SECTION PIC X(3).
          05 EN-SY PIC X(9).
      ***** MEETING PATTERN PER COURSE/SECTION: ONE Y/N PER DAY
      ***** MONDAY THROUGH SUNDAY, TIMES AS HHMM, AND THE ROOM
       FD CLASS-SCHEDULES.
       01 SCHEDULE-REC.
          05 SCH-COURSE PIC X(6).
          05 SCH-SECTION PIC X(3).
          05 SCH-DAYS PIC X(7).
          05 SCH-START PIC X(4).
          05 SCH-END PIC X(4).
          05 SCH-ROOM PIC X(6).
       FD TUITION-FEES.
       01 TUITION-FEE-REC.
          05 TF-COURSE PIC X(6).
          05 TF-PER-UNIT PIC 9(5)V9(2).
          05 TF-UNITS PIC 9(2).
          05 TF-FIXED-FEES PIC 9(5)V9(2).
      ***** CHARGES (A), SCHOLARSHIP DISCOUNTS (D) AND PAYMENTS (P)
      ***** PER STUDENT
       FD BILL-LEDGER.
       01 BILL-LEDGER-REC.
          05 SB-STUDENT-ID PIC 9(5).
          05 SB-DATE PIC X(8).
          05 SB-TYPE PIC X(01).
          05 SB-AMOUNT PIC 9(6)V9(2).
          05 SB-REF PIC X(10).
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
      ***** (EX-PERIOD: P=PRELIM M=MIDTERM F=FINALS)
       FD EXAM-SCHEDULE.
       01 EXAM-REC.
          05 EX-PERIOD PIC X(01).
          05 EX-COURSE PIC X(6).
          05 EX-SECTION PIC X(3).
          05 EX-SY PIC X(9).
          05 EX-DATE PIC X(8).
          05 EX-START PIC X(4).
          05 EX-END PIC X(4).
          05 EX-ROOM PIC X(6).
          05 EX-PROCTOR PIC X(5).
      ***** ONE REFERENCE NUMBER PER STUDENT PER SY; EVERY PRINT
      ***** AFTER THE FIRST IS COUNTED AS A REPRINT
       FD COR-REGISTER.
       01 COR-REGISTER-REC.
          05 CR-REF PIC 9(8).
          05 CR-STUDENT PIC 9(5).
          05 CR-SY PIC X(9).
          05 CR-FIRST-DATE PIC X(8).
          05 CR-LAST-DATE PIC X(8).
          05 CR-PRINTS PIC 9(3).
       FD COR-REGISTER-TMP.
       01 COR-REGISTER-TMP-REC PIC X(41).
       FD COR-PRINT.
       01 COR-PRINT-REC PIC X(80).
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
       01 COR-SEQ.
          05 COR-MODE PIC X(01).
          05 COR-EOF-FLAG PIC 9 VALUE 0.
          05 COR-SCAN-EOF PIC 9 VALUE 0.
          05 COR-FOUND PIC 9 VALUE 0.
          05 COR-STUDENTIN PIC X(5).
          05 COR-STUDENT PIC 9(5).
          05 COR-SY PIC X(9).
          05 COR-DATE PIC X(8).
          05 COR-PRINTED PIC 9(4) VALUE 0.
          05 COR-FNAME PIC X(10).
          05 COR-MNAME PIC X(10).
          05 COR-LNAME PIC X(15).
      ********** REFERENCE NUMBER FOR THE PRINT IN HAND
       01 COR-REF-WORK.
          05 COR-REF PIC 9(8).
          05 COR-MAX-REF PIC 9(8).
          05 COR-PRINTS PIC 9(3).
          05 COR-FIRST-DATE PIC X(8).
      ********** THE STUDENT'S SECTIONS FOR THE SY
       01 COR-SECT-TABLE.
          05 COR-SECT-COUNT PIC 9(2) VALUE 0.
          05 COR-SECT-ENTRY OCCURS 20 TIMES.
             10 COR-S-COURSE PIC X(6).
             10 COR-S-SECTION PIC X(3).
       01 COR-S PIC 9(2).
      ********** MONEY FOR THE TERM
       01 COR-MONEY.
          05 COR-UNITS PIC 9(2).
          05 COR-TOTAL-UNITS PIC 9(3).
          05 COR-TUITION PIC 9(8)V9(2).
          05 COR-FEES PIC 9(8)V9(2).
          05 COR-LINE-TUITION PIC 9(8)V9(2).
          05 COR-DISCOUNTS PIC 9(8)V9(2).
          05 COR-NET PIC 9(8)V9(2).
          05 COR-PAYMENTS PIC 9(8)V9(2).
          05 COR-ALL-CHARGES PIC 9(8)V9(2).
          05 COR-ALL-DISCOUNTS PIC 9(8)V9(2).
          05 COR-BALANCE PIC S9(8)V9(2).
          05 COR-INSTALLMENT PIC 9(8)V9(2).
          05 COR-LAST-INSTALLMENT PIC 9(8)V9(2).
      ********** INSTALLMENTS FALL DUE AT THE THREE EXAM PERIODS
       01 COR-PERIOD-TABLE.
          05 COR-PERIOD-CODES PIC X(3) VALUE "PMF".
          05 COR-PERIOD-NAMES PIC X(21)
             VALUE "PRELIM MIDTERMFINALS ".
          05 COR-PERIOD-DUE OCCURS 3 TIMES PIC X(8).
       01 COR-P PIC 9(1).
       01 COR-DAY-LETTERS PIC X(7) VALUE "MTWHFSU".
       01 COR-DAYS-SHOWN PIC X(7).
       01 COR-D PIC 9(1).
      ********** STUDENTS ASSESSED ON THE DATE
       01 COR-DATE-TABLE.
          05 COR-DT-COUNT PIC 9(3) VALUE 0.
          05 COR-DT-ID OCCURS 300 TIMES PIC 9(5).
       01 COR-T PIC 9(3).
       01 COR-HIT PIC 9(3).
      ********** CERTIFICATE LINES
       01 COR-RULE PIC X(80) VALUE ALL "=".
       01 COR-TITLE-LINE.
          05 FILLER PIC X(30)
             VALUE "CERTIFICATE OF REGISTRATION   ".
          05 FILLER PIC X(8) VALUE "REF NO. ".
          05 COR-TL-REF PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 COR-TL-COPY PIC X(20).
       01 COR-NAME-LINE.
          05 FILLER PIC X(9) VALUE "STUDENT: ".
          05 COR-NL-ID PIC 9(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 COR-NL-LNAME PIC X(15).
          05 FILLER PIC X(2) VALUE ", ".
          05 COR-NL-FNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 COR-NL-MNAME PIC X(10).
          05 FILLER PIC X(5) VALUE "  SY ".
          05 COR-NL-SY PIC X(9).
       01 COR-DATE-LINE.
          05 FILLER PIC X(14) VALUE "DATE PRINTED: ".
          05 COR-DL-DATE PIC X(8).
          05 FILLER PIC X(20) VALUE "   FIRST ISSUED ON: ".
          05 COR-DL-FIRST PIC X(8).
       01 COR-COL-LINE PIC X(80) VALUE
           "COURSE SECT  DAYS     TIME       ROOM    UNITS".
       01 COR-SECT-LINE.
          05 COR-SL-COURSE PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 COR-SL-SECTION PIC X(3).
          05 FILLER PIC X(3) VALUE SPACES.
          05 COR-SL-DAYS PIC X(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 COR-SL-TIME PIC X(9).
          05 FILLER PIC X(2) VALUE SPACES.
          05 COR-SL-ROOM PIC X(6).
          05 FILLER PIC X(3) VALUE SPACES.
          05 COR-SL-UNITS PIC Z9.
       01 COR-UNITS-LINE.
          05 FILLER PIC X(45) VALUE
             "TOTAL UNITS                                  ".
          05 COR-UL-UNITS PIC ZZ9.
       01 COR-AMOUNT-LINE.
          05 COR-AL-LABEL PIC X(30).
          05 COR-AL-AMOUNT PIC ---,---,--9.99.
       01 COR-DUE-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 COR-DU-NAME PIC X(7).
          05 FILLER PIC X(6) VALUE "  DUE ".
          05 COR-DU-DATE PIC X(15).
          05 COR-DU-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CERTIFICATE OF REGISTRATION".
           DISPLAY "[1] PRINT FOR ONE STUDENT".
           DISPLAY "[2] PRINT FOR ALL ASSESSED ON A BUSINESS DATE".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT COR-MODE.

           PERFORM GET-BUSINESS-DATE
           EVALUATE COR-MODE
              WHEN '1'
                 PERFORM PRINT-ONE-STUDENT
              WHEN '2'
                 PERFORM PRINT-FOR-DATE
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       PRINT-ONE-STUDENT.
           DISPLAY "STUDENT ID:                " WITH NO ADVANCING
           ACCEPT COR-STUDENTIN
           IF COR-STUDENTIN IS NOT NUMERIC
              DISPLAY "INVALID STUDENT ID"
              EXIT PARAGRAPH
           END-IF
           MOVE COR-STUDENTIN TO COR-STUDENT
           DISPLAY "SCHOOL YEAR:               " WITH NO ADVANCING
           ACCEPT COR-SY
           OPEN OUTPUT COR-PRINT
           PERFORM PRINT-CERTIFICATE
           CLOSE COR-PRINT
           IF COR-SECT-COUNT = 0
              DISPLAY "STUDENT IS NOT ENROLLED FOR THAT SCHOOL YEAR"
           ELSE
              DISPLAY "CERTIFICATE WRITTEN TO RegistrationCert.dat"
           END-IF.
           EXIT.

      ***** EVERYONE WITH A TERM ASSESSMENT POSTED ON THE DATE IS
      ***** TAKEN AS ENROLLED THAT DAY
       PRINT-FOR-DATE.
           DISPLAY "BUSINESS DATE (BLANK = " BDT-DATE "): "
              WITH NO ADVANCING
           ACCEPT COR-DATE
           IF COR-DATE = SPACES
              MOVE BDT-DATE TO COR-DATE
           END-IF
           DISPLAY "SCHOOL YEAR:               " WITH NO ADVANCING
           ACCEPT COR-SY
           MOVE 0 TO COR-DT-COUNT
           MOVE 0 TO COR-EOF-FLAG
           OPEN EXTEND BILL-LEDGER
           CLOSE BILL-LEDGER
           OPEN INPUT BILL-LEDGER
           READ BILL-LEDGER
              AT END MOVE 1 TO COR-EOF-FLAG
           END-READ
           PERFORM UNTIL COR-EOF-FLAG = 1
              IF SB-TYPE = 'A' AND SB-DATE = COR-DATE
                 MOVE 0 TO COR-HIT
                 PERFORM VARYING COR-T FROM 1 BY 1
                     UNTIL COR-T > COR-DT-COUNT
                    IF COR-DT-ID(COR-T) = SB-STUDENT-ID
                       MOVE COR-T TO COR-HIT
                    END-IF
                 END-PERFORM
                 IF COR-HIT = 0 AND COR-DT-COUNT < 300
                    ADD 1 TO COR-DT-COUNT
                    MOVE SB-STUDENT-ID TO COR-DT-ID(COR-DT-COUNT)
                 END-IF
              END-IF
              READ BILL-LEDGER
                 AT END MOVE 1 TO COR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILL-LEDGER

           MOVE 0 TO COR-PRINTED
           OPEN OUTPUT COR-PRINT
           PERFORM VARYING COR-T FROM 1 BY 1
               UNTIL COR-T > COR-DT-COUNT
              MOVE COR-DT-ID(COR-T) TO COR-STUDENT
              PERFORM PRINT-CERTIFICATE
              IF COR-SECT-COUNT > 0
                 ADD 1 TO COR-PRINTED
              END-IF
           END-PERFORM
           CLOSE COR-PRINT
           DISPLAY "CERTIFICATES PRINTED: " COR-PRINTED.
           EXIT.

      ***** ONE CERTIFICATE FOR COR-STUDENT IN COR-SY; A STUDENT WITH
      ***** NO SECTIONS IN THE SY GETS NONE AND NO REFERENCE NUMBER
       PRINT-CERTIFICATE.
           PERFORM LOAD-SECTIONS
           IF COR-SECT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STUDENT-NAME
           PERFORM REGISTER-PRINT
           PERFORM LOAD-INSTALLMENT-DATES

           WRITE COR-PRINT-REC FROM COR-RULE
           MOVE COR-REF TO COR-TL-REF
           IF COR-PRINTS = 1
              MOVE "ORIGINAL" TO COR-TL-COPY
           ELSE
              MOVE SPACES TO COR-TL-COPY
              STRING "REPRINT NO. " DELIMITED BY SIZE
                     COR-PRINTS DELIMITED BY SIZE
                     INTO COR-TL-COPY
           END-IF
           WRITE COR-PRINT-REC FROM COR-TITLE-LINE
           DISPLAY COR-TITLE-LINE
           MOVE COR-STUDENT TO COR-NL-ID
           MOVE COR-LNAME TO COR-NL-LNAME
           MOVE COR-FNAME TO COR-NL-FNAME
           MOVE COR-MNAME TO COR-NL-MNAME
           MOVE COR-SY TO COR-NL-SY
           WRITE COR-PRINT-REC FROM COR-NAME-LINE
           DISPLAY COR-NAME-LINE
           MOVE BDT-DATE TO COR-DL-DATE
           MOVE COR-FIRST-DATE TO COR-DL-FIRST
           WRITE COR-PRINT-REC FROM COR-DATE-LINE
           MOVE SPACES TO COR-PRINT-REC
           WRITE COR-PRINT-REC
           WRITE COR-PRINT-REC FROM COR-COL-LINE

           MOVE 0 TO COR-TOTAL-UNITS
           MOVE 0 TO COR-TUITION
           MOVE 0 TO COR-FEES
           PERFORM VARYING COR-S FROM 1 BY 1
               UNTIL COR-S > COR-SECT-COUNT
              PERFORM PRINT-ONE-SECTION
           END-PERFORM
           MOVE COR-TOTAL-UNITS TO COR-UL-UNITS
           WRITE COR-PRINT-REC FROM COR-UNITS-LINE
           MOVE SPACES TO COR-PRINT-REC
           WRITE COR-PRINT-REC

           PERFORM TOTAL-LEDGER
           MOVE "TUITION" TO COR-AL-LABEL
           MOVE COR-TUITION TO COR-AL-AMOUNT
           WRITE COR-PRINT-REC FROM COR-AMOUNT-LINE
           MOVE "FEES" TO COR-AL-LABEL
           MOVE COR-FEES TO COR-AL-AMOUNT
           WRITE COR-PRINT-REC FROM COR-AMOUNT-LINE
           MOVE "LESS SCHOLARSHIP DISCOUNT" TO COR-AL-LABEL
           MOVE COR-DISCOUNTS TO COR-AL-AMOUNT
           WRITE COR-PRINT-REC FROM COR-AMOUNT-LINE
           COMPUTE COR-NET = COR-TUITION + COR-FEES - COR-DISCOUNTS
           MOVE "NET ASSESSMENT FOR THE TERM" TO COR-AL-LABEL
           MOVE COR-NET TO COR-AL-AMOUNT
           WRITE COR-PRINT-REC FROM COR-AMOUNT-LINE
           MOVE "PAYMENTS TO DATE" TO COR-AL-LABEL
           MOVE COR-PAYMENTS TO COR-AL-AMOUNT
           WRITE COR-PRINT-REC FROM COR-AMOUNT-LINE
           COMPUTE COR-BALANCE =
               COR-ALL-CHARGES - COR-ALL-DISCOUNTS - COR-PAYMENTS
           MOVE "ACCOUNT BALANCE" TO COR-AL-LABEL
           MOVE COR-BALANCE TO COR-AL-AMOUNT
           WRITE COR-PRINT-REC FROM COR-AMOUNT-LINE
           DISPLAY COR-AMOUNT-LINE

           MOVE SPACES TO COR-PRINT-REC
           WRITE COR-PRINT-REC
           MOVE "INSTALLMENTS (ONE THIRD OF THE NET ASSESSMENT EACH)"
              TO COR-PRINT-REC
           WRITE COR-PRINT-REC
           COMPUTE COR-INSTALLMENT ROUNDED = COR-NET / 3
           COMPUTE COR-LAST-INSTALLMENT =
               COR-NET - COR-INSTALLMENT - COR-INSTALLMENT
           PERFORM VARYING COR-P FROM 1 BY 1 UNTIL COR-P > 3
              MOVE COR-PERIOD-NAMES((COR-P - 1) * 7 + 1:7)
                 TO COR-DU-NAME
              IF COR-PERIOD-DUE(COR-P) = SPACES
                 MOVE "TO BE ANNOUNCED" TO COR-DU-DATE
              ELSE
                 MOVE COR-PERIOD-DUE(COR-P) TO COR-DU-DATE
              END-IF
              IF COR-P = 3
                 MOVE COR-LAST-INSTALLMENT TO COR-DU-AMOUNT
              ELSE
                 MOVE COR-INSTALLMENT TO COR-DU-AMOUNT
              END-IF
              WRITE COR-PRINT-REC FROM COR-DUE-LINE
           END-PERFORM
           WRITE COR-PRINT-REC FROM COR-RULE
           MOVE SPACES TO COR-PRINT-REC
           WRITE COR-PRINT-REC.
           EXIT.

       LOAD-SECTIONS.
           MOVE 0 TO COR-SECT-COUNT
           MOVE 0 TO COR-EOF-FLAG
           OPEN EXTEND ENROLL-MASTER
           CLOSE ENROLL-MASTER
           OPEN INPUT ENROLL-MASTER
           READ ENROLL-MASTER
              AT END MOVE 1 TO COR-EOF-FLAG
           END-READ
           PERFORM UNTIL COR-EOF-FLAG = 1
              IF EN-STUDENT-ID = COR-STUDENT AND EN-SY = COR-SY
                 AND COR-SECT-COUNT < 20
                 ADD 1 TO COR-SECT-COUNT
                 MOVE EN-COURSE TO COR-S-COURSE(COR-SECT-COUNT)
                 MOVE EN-SECTION TO COR-S-SECTION(COR-SECT-COUNT)
              END-IF
              READ ENROLL-MASTER
                 AT END MOVE 1 TO COR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ENROLL-MASTER.
           EXIT.

       FIND-STUDENT-NAME.
           MOVE "(NOT ON FILE)" TO COR-LNAME
           MOVE SPACES TO COR-FNAME
           MOVE SPACES TO COR-MNAME
           MOVE 0 TO COR-SCAN-EOF
           OPEN EXTEND STUDENT
           CLOSE STUDENT
           OPEN INPUT STUDENT
           READ STUDENT
              AT END MOVE 1 TO COR-SCAN-EOF
           END-READ
           PERFORM UNTIL COR-SCAN-EOF = 1
              IF STUDENT-ID = COR-STUDENT AND STUDENT-ID NOT = 99999
                 MOVE STUDENT-FNAME TO COR-FNAME
                 MOVE STUDENT-MNAME TO COR-MNAME
                 MOVE STUDENT-LNAME TO COR-LNAME
                 MOVE 1 TO COR-SCAN-EOF
              ELSE
                 READ STUDENT
                    AT END MOVE 1 TO COR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STUDENT.
           EXIT.

      ***** THE FIRST PRINT FOR A STUDENT/SY TAKES THE NEXT REFERENCE
      ***** NUMBER; EVERY LATER PRINT KEEPS IT AND COUNTS A REPRINT
       REGISTER-PRINT.
           MOVE 0 TO COR-FOUND
           MOVE 0 TO COR-MAX-REF
           MOVE 0 TO COR-EOF-FLAG
           OPEN EXTEND COR-REGISTER
           CLOSE COR-REGISTER
           OPEN INPUT COR-REGISTER
           OPEN OUTPUT COR-REGISTER-TMP
           READ COR-REGISTER
              AT END MOVE 1 TO COR-EOF-FLAG
           END-READ
           PERFORM UNTIL COR-EOF-FLAG = 1
              IF CR-REF > COR-MAX-REF
                 MOVE CR-REF TO COR-MAX-REF
              END-IF
              IF CR-STUDENT = COR-STUDENT AND CR-SY = COR-SY
                 MOVE 1 TO COR-FOUND
                 ADD 1 TO CR-PRINTS
                 MOVE BDT-DATE TO CR-LAST-DATE
                 MOVE CR-REF TO COR-REF
                 MOVE CR-PRINTS TO COR-PRINTS
                 MOVE CR-FIRST-DATE TO COR-FIRST-DATE
              END-IF
              WRITE COR-REGISTER-TMP-REC FROM COR-REGISTER-REC
              READ COR-REGISTER
                 AT END MOVE 1 TO COR-EOF-FLAG
              END-READ
           END-PERFORM
           IF COR-FOUND = 0
              COMPUTE COR-REF = COR-MAX-REF + 1
              MOVE 1 TO COR-PRINTS
              MOVE BDT-DATE TO COR-FIRST-DATE
              MOVE COR-REF TO CR-REF
              MOVE COR-STUDENT TO CR-STUDENT
              MOVE COR-SY TO CR-SY
              MOVE BDT-DATE TO CR-FIRST-DATE
              MOVE BDT-DATE TO CR-LAST-DATE
              MOVE 1 TO CR-PRINTS
              WRITE COR-REGISTER-TMP-REC FROM COR-REGISTER-REC
           END-IF
           CLOSE COR-REGISTER
           CLOSE COR-REGISTER-TMP

           MOVE 0 TO COR-EOF-FLAG
           OPEN INPUT COR-REGISTER-TMP
           OPEN OUTPUT COR-REGISTER
           READ COR-REGISTER-TMP
              AT END MOVE 1 TO COR-EOF-FLAG
           END-READ
           PERFORM UNTIL COR-EOF-FLAG = 1
              WRITE COR-REGISTER-REC FROM COR-REGISTER-TMP-REC
              READ COR-REGISTER-TMP
                 AT END MOVE 1 TO COR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE COR-REGISTER-TMP
           CLOSE COR-REGISTER.
           EXIT.

      ***** EACH INSTALLMENT FALLS DUE ON THE EARLIEST EXAM OF ITS
      ***** PERIOD AMONG THE STUDENT'S SECTIONS - THE SAME THIRDS THE
      ***** CASHIER CLEARS FOR EXAM PERMITS
       LOAD-INSTALLMENT-DATES.
           PERFORM VARYING COR-P FROM 1 BY 1 UNTIL COR-P > 3
              MOVE SPACES TO COR-PERIOD-DUE(COR-P)
           END-PERFORM
           MOVE 0 TO COR-SCAN-EOF
           OPEN EXTEND EXAM-SCHEDULE
           CLOSE EXAM-SCHEDULE
           OPEN INPUT EXAM-SCHEDULE
           READ EXAM-SCHEDULE
              AT END MOVE 1 TO COR-SCAN-EOF
           END-READ
           PERFORM UNTIL COR-SCAN-EOF = 1
              IF EX-SY = COR-SY
                 PERFORM VARYING COR-S FROM 1 BY 1
                     UNTIL COR-S > COR-SECT-COUNT
                    IF COR-S-COURSE(COR-S) = EX-COURSE AND
                       COR-S-SECTION(COR-S) = EX-SECTION
                       PERFORM VARYING COR-P FROM 1 BY 1
                           UNTIL COR-P > 3
                          IF COR-PERIOD-CODES(COR-P:1) = EX-PERIOD
                             IF COR-PERIOD-DUE(COR-P) = SPACES OR
                                EX-DATE < COR-PERIOD-DUE(COR-P)
                                MOVE EX-DATE TO COR-PERIOD-DUE(COR-P)
                             END-IF
                          END-IF
                       END-PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              READ EXAM-SCHEDULE
                 AT END MOVE 1 TO COR-SCAN-EOF
              END-READ
           END-PERFORM
           CLOSE EXAM-SCHEDULE.
           EXIT.

       PRINT-ONE-SECTION.
           MOVE COR-S-COURSE(COR-S) TO COR-SL-COURSE
           MOVE COR-S-SECTION(COR-S) TO COR-SL-SECTION
           MOVE "TBA" TO COR-SL-DAYS
           MOVE SPACES TO COR-SL-TIME
           MOVE SPACES TO COR-SL-ROOM
           MOVE 0 TO COR-SCAN-EOF
           OPEN EXTEND CLASS-SCHEDULES
           CLOSE CLASS-SCHEDULES
           OPEN INPUT CLASS-SCHEDULES
           READ CLASS-SCHEDULES
              AT END MOVE 1 TO COR-SCAN-EOF
           END-READ
           PERFORM UNTIL COR-SCAN-EOF = 1
              IF SCH-COURSE = COR-S-COURSE(COR-S) AND
                 SCH-SECTION = COR-S-SECTION(COR-S)
                 MOVE ALL "-" TO COR-DAYS-SHOWN
                 PERFORM VARYING COR-D FROM 1 BY 1 UNTIL COR-D > 7
                    IF SCH-DAYS(COR-D:1) = 'Y'
                       MOVE COR-DAY-LETTERS(COR-D:1)
                          TO COR-DAYS-SHOWN(COR-D:1)
                    END-IF
                 END-PERFORM
                 MOVE COR-DAYS-SHOWN TO COR-SL-DAYS
                 STRING SCH-START DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        SCH-END DELIMITED BY SIZE
                        INTO COR-SL-TIME
                 MOVE SCH-ROOM TO COR-SL-ROOM
                 MOVE 1 TO COR-SCAN-EOF
              ELSE
                 READ CLASS-SCHEDULES
                    AT END MOVE 1 TO COR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CLASS-SCHEDULES

           MOVE 0 TO COR-UNITS
           MOVE 0 TO COR-SCAN-EOF
           OPEN EXTEND TUITION-FEES
           CLOSE TUITION-FEES
           OPEN INPUT TUITION-FEES
           READ TUITION-FEES
              AT END MOVE 1 TO COR-SCAN-EOF
           END-READ
           PERFORM UNTIL COR-SCAN-EOF = 1
              IF TF-COURSE = COR-S-COURSE(COR-S)
                 MOVE TF-UNITS TO COR-UNITS
                 MOVE 1 TO COR-SCAN-EOF
              ELSE
                 READ TUITION-FEES
                    AT END MOVE 1 TO COR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE TUITION-FEES
           MOVE COR-UNITS TO COR-SL-UNITS
           ADD COR-UNITS TO COR-TOTAL-UNITS
           WRITE COR-PRINT-REC FROM COR-SECT-LINE
           DISPLAY COR-SECT-LINE.
           EXIT.

      ***** THE TERM'S CHARGES ARE THE ASSESSMENT LINES FOR THE SY'S
      ***** COURSES, SPLIT BACK INTO TUITION AND FEES AT THE FEE
      ***** TABLE'S RATE; PAYMENTS AND THE BALANCE ARE THE WHOLE
      ***** ACCOUNT, AS ON THE STATEMENT OF ACCOUNT
       TOTAL-LEDGER.
           MOVE 0 TO COR-DISCOUNTS
           MOVE 0 TO COR-PAYMENTS
           MOVE 0 TO COR-ALL-CHARGES
           MOVE 0 TO COR-ALL-DISCOUNTS
           MOVE 0 TO COR-EOF-FLAG
           OPEN EXTEND BILL-LEDGER
           CLOSE BILL-LEDGER
           OPEN INPUT BILL-LEDGER
           READ BILL-LEDGER
              AT END MOVE 1 TO COR-EOF-FLAG
           END-READ
           PERFORM UNTIL COR-EOF-FLAG = 1
              IF SB-STUDENT-ID = COR-STUDENT
                 EVALUATE SB-TYPE
                    WHEN 'A'
                       ADD SB-AMOUNT TO COR-ALL-CHARGES
                       PERFORM SPLIT-ONE-CHARGE
                    WHEN 'D'
                       ADD SB-AMOUNT TO COR-ALL-DISCOUNTS
                       PERFORM VARYING COR-S FROM 1 BY 1
                           UNTIL COR-S > COR-SECT-COUNT
                          IF COR-S-COURSE(COR-S) = SB-REF(5:6)
                             ADD SB-AMOUNT TO COR-DISCOUNTS
                          END-IF
                       END-PERFORM
                    WHEN OTHER
                       ADD SB-AMOUNT TO COR-PAYMENTS
                 END-EVALUATE
              END-IF
              READ BILL-LEDGER
                 AT END MOVE 1 TO COR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILL-LEDGER.
           EXIT.

       SPLIT-ONE-CHARGE.
           MOVE 0 TO COR-HIT
           PERFORM VARYING COR-S FROM 1 BY 1
               UNTIL COR-S > COR-SECT-COUNT
              IF COR-S-COURSE(COR-S) = SB-REF(1:6)
                 MOVE COR-S TO COR-HIT
              END-IF
           END-PERFORM
           IF COR-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO COR-LINE-TUITION
           MOVE 0 TO COR-SCAN-EOF
           OPEN INPUT TUITION-FEES
           READ TUITION-FEES
              AT END MOVE 1 TO COR-SCAN-EOF
           END-READ
           PERFORM UNTIL COR-SCAN-EOF = 1
              IF TF-COURSE = SB-REF(1:6)
                 COMPUTE COR-LINE-TUITION = TF-PER-UNIT * TF-UNITS
                 MOVE 1 TO COR-SCAN-EOF
              ELSE
                 READ TUITION-FEES
                    AT END MOVE 1 TO COR-SCAN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE TUITION-FEES
           IF COR-LINE-TUITION > SB-AMOUNT
              MOVE SB-AMOUNT TO COR-LINE-TUITION
           END-IF
           ADD COR-LINE-TUITION TO COR-TUITION
           COMPUTE COR-FEES = COR-FEES + SB-AMOUNT - COR-LINE-TUITION.
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

       END PROGRAM REGISTRATION-CERT.
