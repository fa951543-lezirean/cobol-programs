         SELECT PROMOTION-NOTICES ASSIGN TO 'PromotionNotices.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT SCHOLARSHIPS ASSIGN TO 'Scholarships.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT SCHOLAR-GRANTS ASSIGN TO 'ScholarGrants.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT SCHOLAR-GRANTS-TMP ASSIGN TO 'ScholarGrantsTmp.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT CREDITED-SUBJECTS ASSIGN TO 'CreditedSubjects.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT STUDENT-HOLDS ASSIGN TO 'StudentHolds.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT OPERATOR-FILE ASSIGN TO
         "C:\cobol_project\Operators.dat"
         ORGANIZATION IS LINE SEQUENTIAL
          02 TF-UNITS PIC 9(2).
          02 TF-FIXED-FEES PIC 9(5)V9(2).

      ***** CHARGES (A), SCHOLARSHIP DISCOUNTS (D) AND PAYMENTS (P)
      ***** PER STUDENT
         FD BILL-LEDGER.
         01 BILL-LEDGER-REC.
          02 SB-STUDENT-ID PIC 9(5).
          02 GR-MIDTERM PIC 9(3)V9(2).
          02 GR-FINALS PIC 9(3)V9(2).
          02 GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
          02 GR-STATUS PIC X.
          02 GR-INC-DEADLINE PIC X(8).

      ***** ORDERED WAITING LINE PER FULL COURSE/SECTION
      ***** (WL-STATUS: W=WAITING P=PROMOTED C=CANCELLED)
         FD PROMOTION-NOTICES.
         01 PROMOTION-NOTICE-REC PIC X(60).

      ***** THE SCHOLARSHIP MASTER (SCM-BASIS P=PERCENT F=FIXED,
      ***** SCM-COVERS T=TUITION ONLY A=TUITION AND FEES)
         FD SCHOLARSHIPS.
         01 SCHOLARSHIP-REC.
          02 SCM-CODE PIC X(4).
          02 SCM-NAME PIC X(20).
          02 SCM-TYPE PIC X(10).
          02 SCM-BASIS PIC X(01).
          02 SCM-VALUE PIC 9(6)V9(2).
          02 SCM-COVERS PIC X(01).
          02 SCM-RETAIN-GWA PIC 9(3)V9(2).

      ***** ONE GRANT PER STUDENT PER SY (GRT-STATUS A=ACTIVE
      ***** R=REVOKED) AND THE DISCOUNT GIVEN UNDER IT SO FAR
         FD SCHOLAR-GRANTS.
         01 SCHOLAR-GRANT-REC.
          02 GRT-STUDENT PIC 9(5).
          02 GRT-SY PIC X(9).
          02 GRT-CODE PIC X(4).
          02 GRT-STATUS PIC X(01).
          02 GRT-GRANTED PIC 9(7)V9(2).

         FD SCHOLAR-GRANTS-TMP.
         01 SCHOLAR-GRANTS-TMP-REC PIC X(28).

      ***** SUBJECTS CREDITED FROM ANOTHER SCHOOL OR PROGRAM; A
      ***** CREDITED COURSE MEETS A PREREQUISITE LIKE A PASSING GRADE
         FD CREDITED-SUBJECTS.
         01 CREDITED-SUBJECT-REC.
          02 TC-STUDENT PIC 9(5).
          02 TC-SCHOOL PIC X(20).
          02 TC-SRC-SUBJECT PIC X(15).
          02 TC-SRC-GRADE PIC X(5).
          02 TC-COURSE PIC X(6).
          02 TC-UNITS PIC 9(2).
          02 TC-EVALUATOR PIC X(5).
          02 TC-DATE PIC X(8).

      ***** HOLDS PLACED BY THE OFFICES; AN UNRELEASED ONE BLOCKS
      ***** ENROLLMENT (SH-RELEASED Y/N)
         FD STUDENT-HOLDS.
         01 STUDENT-HOLD-REC.
          02 SH-STUDENT PIC 9(5).
          02 SH-TYPE PIC X(3).
          02 SH-OFFICE PIC X(3).
          02 SH-DATE PIC X(8).
          02 SH-REASON PIC X(30).
          02 SH-RELEASED PIC X(01).
          02 SH-REL-DATE PIC X(8).

      ***** WHO WAIVED A PREREQUISITE, FOR WHOM, AND WHY
         FD PREREQ-WAIVERS.
         01 PREREQ-WAIVER-REC.
          05 WS-CF2-START PIC X(4).
          05 WS-CF2-END PIC X(4).
          05 WS-ENR-EOF-FLAG PIC 9 VALUE 0.
      ***** OUTSTANDING-HOLD CHECK WORK FIELDS
       01 WS-HLD-WORK.
          05 WS-HLD-COUNT PIC 9(3) VALUE 0.
          05 WS-HLD-EOF PIC 9 VALUE 0.
          05 WS-HLD-LINE PIC X(40) OCCURS 4 TIMES.
      ***** WAITLIST AND PROMOTION WORK FIELDS
       01 WS-WL-WORK.
          05 WS-WL-YN PIC X(01).
          05 WS-ASM-EOF PIC 9 VALUE 0.
          05 WS-ASM-CHARGE PIC 9(7)V9(2).
          05 WS-ASM-CHARGEDIS PIC ZZZ,ZZ9.99.
          05 WS-ASM-TUITION PIC 9(7)V9(2).
          05 WS-ASM-FEES PIC 9(7)V9(2).
      ***** SCHOLARSHIP DISCOUNT TAKEN OFF THE ASSESSMENT
       01 WS-SCHOLAR.
          05 WS-SCH-FOUND PIC 9 VALUE 0.
          05 WS-SCH-EOF PIC 9 VALUE 0.
          05 WS-SCH-CODE PIC X(4).
          05 WS-SCH-GRANTED PIC 9(7)V9(2).
          05 WS-SCH-BASE PIC 9(7)V9(2).
          05 WS-SCH-DISCOUNT PIC S9(7)V9(2).
          05 WS-SCH-DISCOUNTDIS PIC ZZZ,ZZ9.99.

       SCREEN SECTION.
          01 CLRSCR.
              EXIT PARAGRAPH
           END-IF.

      ***** AN OPEN HOLD FROM ANY OFFICE STOPS ENROLLMENT UNTIL THAT
      ***** OFFICE CLEARS IT
           PERFORM CHECK-STUDENT-HOLDS
           IF WS-HLD-COUNT > 0
              DISPLAY "ENROLLMENT REFUSED - OUTSTANDING HOLDS:" AT 0846
              DISPLAY WS-HLD-LINE(1) AT 0946
              DISPLAY WS-HLD-LINE(2) AT 1046
              DISPLAY WS-HLD-LINE(3) AT 1146
              DISPLAY WS-HLD-LINE(4) AT 1246
              IF WS-HLD-COUNT > 4
                 DISPLAY "MORE - SEE THE CLEARANCE REPORT" AT 1346
              END-IF
              PERFORM GETCH
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "COURSE CODE: " AT 0846
           ACCEPT WS-ENR-COURSE AT 0860
           DISPLAY "SECTION:     " AT 0946
           PERFORM UNTIL WS-ASM-EOF = 1
              IF TF-COURSE = WS-ENR-COURSE
                 MOVE 1 TO WS-ASM-FOUND
                 COMPUTE WS-ASM-TUITION = TF-PER-UNIT * TF-UNITS
                 MOVE TF-FIXED-FEES TO WS-ASM-FEES
                 COMPUTE WS-ASM-CHARGE = WS-ASM-TUITION + WS-ASM-FEES
                 MOVE 1 TO WS-ASM-EOF
              ELSE
                 READ TUITION-FEES
           CLOSE BILL-LEDGER
           MOVE WS-ASM-CHARGE TO WS-ASM-CHARGEDIS
           DISPLAY "TERM ASSESSMENT CHARGED: " AT 1246
           DISPLAY WS-ASM-CHARGEDIS AT 1272
           PERFORM APPLY-SCHOLARSHIP.
           EXIT.

      ***** A STUDENT WITH AN ACTIVE GRANT FOR THE SY GETS A DISCOUNT
      ***** LINE (D) RIGHT UNDER THE CHARGE. A PERCENT GRANT TAKES ITS
      ***** SHARE OF EACH ASSESSMENT; A FIXED GRANT IS SPENT DOWN OVER
      ***** THE YEAR'S ASSESSMENTS. NEITHER GOES PAST WHAT IT COVERS.
       APPLY-SCHOLARSHIP.
           MOVE 0 TO WS-SCH-FOUND
           MOVE 0 TO WS-SCH-EOF
           OPEN EXTEND SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS
           OPEN INPUT SCHOLAR-GRANTS
           READ SCHOLAR-GRANTS
              AT END MOVE 1 TO WS-SCH-EOF
           END-READ
           PERFORM UNTIL WS-SCH-EOF = 1
              IF GRT-STUDENT = WS-ENR-ID AND GRT-SY = WS-ENR-SY
                 AND GRT-STATUS = 'A'
                 MOVE 1 TO WS-SCH-FOUND
                 MOVE GRT-CODE TO WS-SCH-CODE
                 MOVE GRT-GRANTED TO WS-SCH-GRANTED
                 MOVE 1 TO WS-SCH-EOF
              ELSE
                 READ SCHOLAR-GRANTS
                    AT END MOVE 1 TO WS-SCH-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SCHOLAR-GRANTS
           IF WS-SCH-FOUND = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SCH-FOUND
           MOVE 0 TO WS-SCH-EOF
           OPEN EXTEND SCHOLARSHIPS
           CLOSE SCHOLARSHIPS
           OPEN INPUT SCHOLARSHIPS
           READ SCHOLARSHIPS
              AT END MOVE 1 TO WS-SCH-EOF
           END-READ
           PERFORM UNTIL WS-SCH-EOF = 1
              IF SCM-CODE = WS-SCH-CODE
                 MOVE 1 TO WS-SCH-FOUND
                 MOVE 1 TO WS-SCH-EOF
              ELSE
                 READ SCHOLARSHIPS
                    AT END MOVE 1 TO WS-SCH-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SCHOLARSHIPS
           IF WS-SCH-FOUND = 0
              EXIT PARAGRAPH
           END-IF

           MOVE WS-ASM-TUITION TO WS-SCH-BASE
           IF SCM-COVERS = 'A'
              ADD WS-ASM-FEES TO WS-SCH-BASE
           END-IF
           IF SCM-BASIS = 'P'
              COMPUTE WS-SCH-DISCOUNT ROUNDED =
                  WS-SCH-BASE * SCM-VALUE / 100
           ELSE
              COMPUTE WS-SCH-DISCOUNT = SCM-VALUE - WS-SCH-GRANTED
           END-IF
           IF WS-SCH-DISCOUNT > WS-SCH-BASE
              MOVE WS-SCH-BASE TO WS-SCH-DISCOUNT
           END-IF
           IF WS-SCH-DISCOUNT NOT > 0
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND BILL-LEDGER
           MOVE WS-ENR-ID TO SB-STUDENT-ID
           MOVE BDT-DATE TO SB-DATE
           MOVE 'D' TO SB-TYPE
           MOVE WS-SCH-DISCOUNT TO SB-AMOUNT
           MOVE WS-SCH-CODE TO SB-REF(1:4)
           MOVE WS-ENR-COURSE TO SB-REF(5:6)
           WRITE BILL-LEDGER-REC
           CLOSE BILL-LEDGER
           PERFORM ADD-TO-GRANT-GIVEN
           MOVE WS-SCH-DISCOUNT TO WS-SCH-DISCOUNTDIS
           DISPLAY "SCHOLARSHIP DISCOUNT:    " AT 1346
           DISPLAY WS-SCH-DISCOUNTDIS AT 1372.
           EXIT.

       ADD-TO-GRANT-GIVEN.
           MOVE 0 TO WS-SCH-EOF
           OPEN INPUT SCHOLAR-GRANTS
           OPEN OUTPUT SCHOLAR-GRANTS-TMP
           READ SCHOLAR-GRANTS
              AT END MOVE 1 TO WS-SCH-EOF
           END-READ
           PERFORM UNTIL WS-SCH-EOF = 1
              IF GRT-STUDENT = WS-ENR-ID AND GRT-SY = WS-ENR-SY
                 AND GRT-STATUS = 'A'
                 ADD WS-SCH-DISCOUNT TO GRT-GRANTED
              END-IF
              WRITE SCHOLAR-GRANTS-TMP-REC FROM SCHOLAR-GRANT-REC
              READ SCHOLAR-GRANTS
                 AT END MOVE 1 TO WS-SCH-EOF
              END-READ
           END-PERFORM
           CLOSE SCHOLAR-GRANTS
           CLOSE SCHOLAR-GRANTS-TMP

           MOVE 0 TO WS-SCH-EOF
           OPEN INPUT SCHOLAR-GRANTS-TMP
           OPEN OUTPUT SCHOLAR-GRANTS
           READ SCHOLAR-GRANTS-TMP
              AT END MOVE 1 TO WS-SCH-EOF
           END-READ
           PERFORM UNTIL WS-SCH-EOF = 1
              WRITE SCHOLAR-GRANT-REC FROM SCHOLAR-GRANTS-TMP-REC
              READ SCHOLAR-GRANTS-TMP
                 AT END MOVE 1 TO WS-SCH-EOF
              END-READ
           END-PERFORM
           CLOSE SCHOLAR-GRANTS-TMP
           CLOSE SCHOLAR-GRANTS.
           EXIT.

      ***** THE TARGET SECTION'S SCHEDULE AGAINST THE SCHEDULE OF
           CLOSE ENROLL-MASTER.
           EXIT.

      ***** COUNTS THE STUDENT'S UNRELEASED HOLDS AND KEEPS THE
      ***** FIRST FOUR AS OFFICE / TYPE / REASON FOR THE SCREEN
       CHECK-STUDENT-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           MOVE SPACES TO WS-HLD-LINE(1) WS-HLD-LINE(2)
              WS-HLD-LINE(3) WS-HLD-LINE(4)
           MOVE 0 TO WS-HLD-EOF
           OPEN EXTEND STUDENT-HOLDS
           CLOSE STUDENT-HOLDS
           OPEN INPUT STUDENT-HOLDS
           READ STUDENT-HOLDS
              AT END MOVE 1 TO WS-HLD-EOF
           END-READ
           PERFORM UNTIL WS-HLD-EOF = 1
              IF SH-STUDENT = WS-ENR-ID AND SH-RELEASED NOT = 'Y'
                 ADD 1 TO WS-HLD-COUNT
                 IF WS-HLD-COUNT <= 4
                    STRING SH-OFFICE " " SH-TYPE " " SH-REASON
                       DELIMITED BY SIZE
                       INTO WS-HLD-LINE(WS-HLD-COUNT)
                 END-IF
              END-IF
              READ STUDENT-HOLDS
                 AT END MOVE 1 TO WS-HLD-EOF
              END-READ
           END-PERFORM
           CLOSE STUDENT-HOLDS.
           EXIT.

      ***** EVERY PREREQUISITE ROW FOR THE COURSE MUST HAVE A
      ***** GRADEREC ROW AT OR ABOVE ITS MINIMUM GRADE
       CHECK-PREREQUISITES.
           PERFORM UNTIL WS-PRQ-GR-EOF = 1
              IF FUNCTION MOD(GR-STUDENT-ID, 100000) = WS-ENR-ID AND
                 GR-SUBJECT = PRQ-SUBJECT AND
                 GR-STATUS NOT = 'I' AND
                 GR-AVERAGE >= PRQ-MIN-GRADE
                 MOVE 1 TO WS-PRQ-MET
                 MOVE 1 TO WS-PRQ-GR-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE GRADE-RECORD-FILE
           IF WS-PRQ-MET = 1
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PRQ-GR-EOF
           OPEN EXTEND CREDITED-SUBJECTS
           CLOSE CREDITED-SUBJECTS
           OPEN INPUT CREDITED-SUBJECTS
           READ CREDITED-SUBJECTS
              AT END MOVE 1 TO WS-PRQ-GR-EOF
           END-READ
           PERFORM UNTIL WS-PRQ-GR-EOF = 1
              IF TC-STUDENT = WS-ENR-ID AND TC-COURSE = PRQ-SUBJECT
                 MOVE 1 TO WS-PRQ-MET
                 MOVE 1 TO WS-PRQ-GR-EOF
              ELSE
                 READ CREDITED-SUBJECTS
                    AT END MOVE 1 TO WS-PRQ-GR-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CREDITED-SUBJECTS.
           EXIT.

      ***** THE WAIVER NEEDS A LEVEL-3 SIGN-IN AND A REASON, BOTH
      ***** THE PROMOTED STUDENT OWES THE TERM LIKE ANYONE ELSE
           MOVE WS-WL-BEST-STUDENT TO WS-ENR-ID
           MOVE WS-WDL-COURSE TO WS-ENR-COURSE
           MOVE WS-WDL-SY TO WS-ENR-SY
           PERFORM ASSESS-TUITION

           PERFORM MARK-SLOT-PROMOTED
