      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: FEBRUARY 17, 2025
      * Purpose: NIGHTLY REFERENTIAL-INTEGRITY CHECK: A RULE TABLE OF
      *          PARENT/CHILD FILE PAIRS, EVERY CHILD ROW WHOSE KEY
      *          HAS NO PARENT (ORPHAN) OR WHOSE PARENT IS CLOSED
      *          (DANGLING) LISTED BY SEVERITY, AND A FAIL ON THE RUN
      *          CONTROL WHEN ANY HIGH-SEVERITY RULE BREAKS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-INTEGRITY-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-RULES ASSIGN TO
           "C:\cobol_project\IntegrityRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CHILD-FILE ASSIGN TO RIC-CHILD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PARENT-FILE ASSIGN TO RIC-PARENT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LEDG-BANKNUM.
           SELECT INTEGRITY-REPORT ASSIGN TO
           "C:\cobol_project\IntegrityReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
         SELECT RUN-CONTROL
         ASSIGN TO "C:\cobol_project\RunControl.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER PARENT/CHILD LINK TO PROVE
      *****  IR-SEVERITY: H=HIGH (FAILS THE RUN) M=MEDIUM L=LOW
      *****  IR-CHILD-POS/LEN: WHERE THE REFERENCE SITS ON THE CHILD
      *****  IR-FILTER-POS/VAL: ONLY CHILD ROWS CARRYING THIS BYTE
      *****   ARE CHECKED (000 = EVERY ROW)
      *****  IR-PARENT-ORG: L=LINE SEQUENTIAL I=THE INDEXED LEDGER
      *****  IR-PARENT-POS/LEN: WHERE THE KEY SITS ON THE PARENT
      *****  IR-DEAD-POS/VAL: A PARENT CARRYING THIS BYTE IS CLOSED,
      *****   SO A CHILD STILL POINTING AT IT DANGLES (000 = NONE)
       FD INTEGRITY-RULES.
       01 INTEGRITY-RULE-REC.
          05 IR-RULE-ID PIC X(4).
          05 IR-SEVERITY PIC X(01).
          05 IR-ENABLED PIC X(01).
          05 IR-CHILD-PATH PIC X(44).
          05 IR-CHILD-POS PIC 9(3).
          05 IR-CHILD-LEN PIC 9(2).
          05 IR-FILTER-POS PIC 9(3).
          05 IR-FILTER-VAL PIC X(01).
          05 IR-PARENT-PATH PIC X(44).
          05 IR-PARENT-ORG PIC X(01).
          05 IR-PARENT-POS PIC 9(3).
          05 IR-PARENT-LEN PIC 9(2).
          05 IR-DEAD-POS PIC 9(3).
          05 IR-DEAD-VAL PIC X(01).
          05 IR-DESC PIC X(30).
       FD CHILD-FILE.
       01 CHILD-REC PIC X(300).
       FD PARENT-FILE.
       01 PARENT-REC PIC X(300).
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD INTEGRITY-REPORT.
       01 INTEGRITY-REPORT-REC PIC X(80).
      ***** SHOP-WIDE JOB RUN-CONTROL RECORDS (S=START E=END)
       FD RUN-CONTROL.
       01 RUN-CONTROL-REC.
          05 RC-PROGRAM PIC X(24).
          05 RC-BUSDATE PIC X(8).
          05 RC-TYPE PIC X(01).
          05 RC-TIMESTAMP PIC X(14).
          05 RC-RECORDS PIC 9(7).
          05 RC-STATUS PIC X(4).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
       01 RC-DONE-COUNT PIC 9(7) VALUE 0.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ********** THE FILES THE CURRENT RULE READS
       01 RIC-CHILD-PATH PIC X(44).
       01 RIC-PARENT-PATH PIC X(44).
      ********** RUN WORK FIELDS
       01 RIC-SEQ.
          05 RIC-EOF-FLAG PIC 9 VALUE 0.
          05 RIC-IDX PIC 9(3).
          05 RIC-PASS PIC 9.
          05 RIC-PASS-SEV PIC X(01).
          05 RIC-K PIC 9(5).
          05 RIC-HIT PIC 9(5).
          05 RIC-ROW PIC 9(7).
          05 RIC-CHECKED PIC 9(7).
          05 RIC-ORPHANS PIC 9(7).
          05 RIC-DANGLING PIC 9(7).
          05 RIC-KEY PIC X(20).
          05 RIC-BUF PIC X(300).
          05 RIC-RUN-STATUS PIC X(4) VALUE "OK  ".
      ********** EXCEPTIONS BY SEVERITY FOR THE CLOSING SUMMARY
       01 RIC-SEV-TOTALS.
          05 RIC-HIGH-COUNT PIC 9(7) VALUE 0.
          05 RIC-MEDIUM-COUNT PIC 9(7) VALUE 0.
          05 RIC-LOW-COUNT PIC 9(7) VALUE 0.
      ********** THE LOADED RULE TABLE
       01 RIC-RULE-TABLE.
          05 RIC-RULE-ENTRY OCCURS 50 TIMES.
             10 RIC-R-ID PIC X(4).
             10 RIC-R-SEVERITY PIC X(01).
             10 RIC-R-CHILD-PATH PIC X(44).
             10 RIC-R-CHILD-POS PIC 9(3).
             10 RIC-R-CHILD-LEN PIC 9(2).
             10 RIC-R-FILTER-POS PIC 9(3).
             10 RIC-R-FILTER-VAL PIC X(01).
             10 RIC-R-PARENT-PATH PIC X(44).
             10 RIC-R-PARENT-ORG PIC X(01).
             10 RIC-R-PARENT-POS PIC 9(3).
             10 RIC-R-PARENT-LEN PIC 9(2).
             10 RIC-R-DEAD-POS PIC 9(3).
             10 RIC-R-DEAD-VAL PIC X(01).
             10 RIC-R-DESC PIC X(30).
       01 RIC-RULE-COUNT PIC 9(3) VALUE 0.
      ********** EVERY PARENT KEY OF THE CURRENT RULE
      ********** (RIC-P-DEAD: Y = THE PARENT IS CLOSED)
       01 RIC-PARENT-TABLE.
          05 RIC-PARENT-ENTRY OCCURS 5000 TIMES.
             10 RIC-P-KEY PIC X(20).
             10 RIC-P-DEAD PIC X(01).
       01 RIC-PARENT-COUNT PIC 9(5) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 RIC-HEAD-LINE.
          05 FILLER PIC X(36)
             VALUE "REFERENTIAL INTEGRITY CHECK FOR:   ".
          05 RIC-HEAD-DATE PIC X(8).
       01 RIC-RULE-LINE.
          05 FILLER PIC X(4) VALUE "*** ".
          05 RIC-RL-ID PIC X(5).
          05 RIC-RL-SEV PIC X(8).
          05 RIC-RL-DESC PIC X(30).
       01 RIC-FILES-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 RIC-FL-CHILD PIC X(36).
          05 FILLER PIC X(4) VALUE " -> ".
          05 RIC-FL-PARENT PIC X(36).
       01 RIC-EXCEPTION-LINE.
          05 FILLER PIC X(4) VALUE "  * ".
          05 RIC-EX-KIND PIC X(10).
          05 FILLER PIC X(4) VALUE "ROW ".
          05 RIC-EX-ROW PIC ZZZZZZ9.
          05 FILLER PIC X(6) VALUE "  KEY ".
          05 RIC-EX-KEY PIC X(20).
       01 RIC-RESULT-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(9) VALUE "CHECKED: ".
          05 RIC-RS-CHECKED PIC ZZZZZZ9.
          05 FILLER PIC X(11) VALUE "  ORPHANS: ".
          05 RIC-RS-ORPHANS PIC ZZZZZZ9.
          05 FILLER PIC X(12) VALUE "  DANGLING: ".
          05 RIC-RS-DANGLING PIC ZZZZZZ9.
       01 RIC-SUMMARY-LINE.
          05 FILLER PIC X(6) VALUE "HIGH: ".
          05 RIC-SM-HIGH PIC ZZZZZZ9.
          05 FILLER PIC X(10) VALUE "  MEDIUM: ".
          05 RIC-SM-MEDIUM PIC ZZZZZZ9.
          05 FILLER PIC X(7) VALUE "  LOW: ".
          05 RIC-SM-LOW PIC ZZZZZZ9.
          05 FILLER PIC X(12) VALUE "   OVERALL: ".
          05 RIC-SM-RESULT PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-RULES

           OPEN OUTPUT INTEGRITY-REPORT
           MOVE BDT-DATE TO RIC-HEAD-DATE
           WRITE INTEGRITY-REPORT-REC FROM RIC-HEAD-LINE

      ***** HIGH RULES FIRST, THEN MEDIUM, THEN LOW
           PERFORM VARYING RIC-PASS FROM 1 BY 1 UNTIL RIC-PASS > 3
              EVALUATE RIC-PASS
                 WHEN 1 MOVE 'H' TO RIC-PASS-SEV
                 WHEN 2 MOVE 'M' TO RIC-PASS-SEV
                 WHEN 3 MOVE 'L' TO RIC-PASS-SEV
              END-EVALUATE
              PERFORM VARYING RIC-IDX FROM 1 BY 1
                  UNTIL RIC-IDX > RIC-RULE-COUNT
                 IF RIC-R-SEVERITY(RIC-IDX) = RIC-PASS-SEV
                    PERFORM CHECK-ONE-RULE
                 END-IF
              END-PERFORM
           END-PERFORM

           IF RIC-HIGH-COUNT > 0
              MOVE "FAIL" TO RIC-RUN-STATUS
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE RIC-HIGH-COUNT TO RIC-SM-HIGH
           MOVE RIC-MEDIUM-COUNT TO RIC-SM-MEDIUM
           MOVE RIC-LOW-COUNT TO RIC-SM-LOW
           IF RIC-RUN-STATUS = "OK  "
              MOVE "PASS" TO RIC-SM-RESULT
           ELSE
              MOVE "FAIL" TO RIC-SM-RESULT
           END-IF
           WRITE INTEGRITY-REPORT-REC FROM RIC-SUMMARY-LINE
           CLOSE INTEGRITY-REPORT

           COMPUTE RC-DONE-COUNT =
               RIC-HIGH-COUNT + RIC-MEDIUM-COUNT + RIC-LOW-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "REFERENTIAL INTEGRITY CHECK: " RIC-SM-RESULT.
           DISPLAY "HIGH: " RIC-HIGH-COUNT "  MEDIUM: "
              RIC-MEDIUM-COUNT "  LOW: " RIC-LOW-COUNT.
           GOBACK.

      ***** LOAD THE ENABLED RULES, SEEDING THE SHOP'S STANDARD
      ***** LINKS THE FIRST TIME THE FILE IS MISSING
       LOAD-RULES.
           MOVE 0 TO RIC-EOF-FLAG
           MOVE 0 TO RIC-RULE-COUNT
           OPEN EXTEND INTEGRITY-RULES
           CLOSE INTEGRITY-RULES
           OPEN INPUT INTEGRITY-RULES
           READ INTEGRITY-RULES
              AT END MOVE 1 TO RIC-EOF-FLAG
           END-READ
           IF RIC-EOF-FLAG = 1
              CLOSE INTEGRITY-RULES
              PERFORM SEED-DEFAULT-RULES
              MOVE 0 TO RIC-EOF-FLAG
              OPEN INPUT INTEGRITY-RULES
              READ INTEGRITY-RULES
                 AT END MOVE 1 TO RIC-EOF-FLAG
              END-READ
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = 1
              IF IR-ENABLED = 'Y' AND RIC-RULE-COUNT < 50
                 ADD 1 TO RIC-RULE-COUNT
                 MOVE IR-RULE-ID TO RIC-R-ID(RIC-RULE-COUNT)
                 MOVE IR-SEVERITY TO RIC-R-SEVERITY(RIC-RULE-COUNT)
                 MOVE IR-CHILD-PATH
                    TO RIC-R-CHILD-PATH(RIC-RULE-COUNT)
                 MOVE IR-CHILD-POS TO RIC-R-CHILD-POS(RIC-RULE-COUNT)
                 MOVE IR-CHILD-LEN TO RIC-R-CHILD-LEN(RIC-RULE-COUNT)
                 MOVE IR-FILTER-POS
                    TO RIC-R-FILTER-POS(RIC-RULE-COUNT)
                 MOVE IR-FILTER-VAL
                    TO RIC-R-FILTER-VAL(RIC-RULE-COUNT)
                 MOVE IR-PARENT-PATH
                    TO RIC-R-PARENT-PATH(RIC-RULE-COUNT)
                 MOVE IR-PARENT-ORG
                    TO RIC-R-PARENT-ORG(RIC-RULE-COUNT)
                 MOVE IR-PARENT-POS
                    TO RIC-R-PARENT-POS(RIC-RULE-COUNT)
                 MOVE IR-PARENT-LEN
                    TO RIC-R-PARENT-LEN(RIC-RULE-COUNT)
                 MOVE IR-DEAD-POS TO RIC-R-DEAD-POS(RIC-RULE-COUNT)
                 MOVE IR-DEAD-VAL TO RIC-R-DEAD-VAL(RIC-RULE-COUNT)
                 MOVE IR-DESC TO RIC-R-DESC(RIC-RULE-COUNT)
              END-IF
              READ INTEGRITY-RULES
                 AT END MOVE 1 TO RIC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE INTEGRITY-RULES.
           EXIT.

      ***** THE STANDARD LINKS: PAYMENTS INTO THE LEDGER ARE HIGH,
      ***** CUSTOMER, HR AND REGISTRAR LINKS MEDIUM, SALES HISTORY
      ***** AGAINST THE ITEM MASTER LOW
       SEED-DEFAULT-RULES.
           OPEN OUTPUT INTEGRITY-RULES
           MOVE SPACES TO INTEGRITY-RULE-REC
           MOVE "R001" TO IR-RULE-ID
           MOVE 'H' TO IR-SEVERITY
           MOVE 'Y' TO IR-ENABLED
           MOVE "C:\cobol_project\EmpAccountXref.dat" TO IR-CHILD-PATH
           MOVE 006 TO IR-CHILD-POS
           MOVE 05 TO IR-CHILD-LEN
           MOVE 000 TO IR-FILTER-POS
           MOVE "C:\cobol_project\BankLedgerIdx.dat" TO IR-PARENT-PATH
           MOVE 'I' TO IR-PARENT-ORG
           MOVE 001 TO IR-PARENT-POS
           MOVE 05 TO IR-PARENT-LEN
           MOVE 027 TO IR-DEAD-POS
           MOVE 'C' TO IR-DEAD-VAL
           MOVE "PAYROLL CREDIT ACCOUNT" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           MOVE "R002" TO IR-RULE-ID
           MOVE "C:\cobol_project\StandingOrders.dat" TO IR-CHILD-PATH
           MOVE 001 TO IR-CHILD-POS
           MOVE 021 TO IR-FILTER-POS
           MOVE 'Y' TO IR-FILTER-VAL
           MOVE "STANDING ORDER DEBIT ACCOUNT" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           MOVE "R003" TO IR-RULE-ID
           MOVE 006 TO IR-CHILD-POS
           MOVE "STANDING ORDER PAYEE ACCOUNT" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           MOVE "R004" TO IR-RULE-ID
           MOVE 'M' TO IR-SEVERITY
           MOVE "C:\cobol_project\CifLinks.dat" TO IR-CHILD-PATH
           MOVE 007 TO IR-CHILD-POS
           MOVE 000 TO IR-FILTER-POS
           MOVE SPACE TO IR-FILTER-VAL
           MOVE "CIF LINK TO LEDGER ACCOUNT" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           MOVE "R005" TO IR-RULE-ID
           MOVE 001 TO IR-CHILD-POS
           MOVE 06 TO IR-CHILD-LEN
           MOVE "C:\cobol_project\CifMaster.dat" TO IR-PARENT-PATH
           MOVE 'L' TO IR-PARENT-ORG
           MOVE 06 TO IR-PARENT-LEN
           MOVE 000 TO IR-DEAD-POS
           MOVE SPACE TO IR-DEAD-VAL
           MOVE "CIF LINK TO CUSTOMER" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           MOVE "R006" TO IR-RULE-ID
           MOVE "C:\cobol_project\HRMaster.dat" TO IR-CHILD-PATH
           MOVE 05 TO IR-CHILD-LEN
           MOVE "C:\cobol_project\EmployeeMaster.dat" TO IR-PARENT-PATH
           MOVE 05 TO IR-PARENT-LEN
           MOVE "HR ROW TO EMPLOYEE MASTER" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           MOVE "R007" TO IR-RULE-ID
           MOVE "EnrollMaster.dat" TO IR-CHILD-PATH
           MOVE 006 TO IR-CHILD-POS
           MOVE 18 TO IR-CHILD-LEN
           MOVE "Courses.dat" TO IR-PARENT-PATH
           MOVE 18 TO IR-PARENT-LEN
           MOVE "ENROLMENT TO COURSE SECTION" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           MOVE "R008" TO IR-RULE-ID
           MOVE 'L' TO IR-SEVERITY
           MOVE "C:\cobol_project\SalesLines.dat" TO IR-CHILD-PATH
           MOVE 005 TO IR-CHILD-POS
           MOVE 10 TO IR-CHILD-LEN
           MOVE "C:\cobol_project\ItemMaster.dat" TO IR-PARENT-PATH
           MOVE 10 TO IR-PARENT-LEN
           MOVE "SALES LINE TO ITEM MASTER" TO IR-DESC
           WRITE INTEGRITY-RULE-REC
           CLOSE INTEGRITY-RULES.
           EXIT.

      ***** ONE RULE: LOAD THE PARENT KEYS, THEN WALK THE CHILD
       CHECK-ONE-RULE.
           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE RIC-R-ID(RIC-IDX) TO RIC-RL-ID
           EVALUATE RIC-R-SEVERITY(RIC-IDX)
              WHEN 'H' MOVE "HIGH" TO RIC-RL-SEV
              WHEN 'M' MOVE "MEDIUM" TO RIC-RL-SEV
              WHEN OTHER MOVE "LOW" TO RIC-RL-SEV
           END-EVALUATE
           MOVE RIC-R-DESC(RIC-IDX) TO RIC-RL-DESC
           WRITE INTEGRITY-REPORT-REC FROM RIC-RULE-LINE
           MOVE RIC-R-CHILD-PATH(RIC-IDX) TO RIC-CHILD-PATH
           MOVE RIC-R-PARENT-PATH(RIC-IDX) TO RIC-PARENT-PATH
           MOVE RIC-CHILD-PATH TO RIC-FL-CHILD
           MOVE RIC-PARENT-PATH TO RIC-FL-PARENT
           WRITE INTEGRITY-REPORT-REC FROM RIC-FILES-LINE

           IF RIC-R-PARENT-ORG(RIC-IDX) = 'I'
              PERFORM LOAD-LEDGER-KEYS
           ELSE
              PERFORM LOAD-PARENT-KEYS
           END-IF
           PERFORM WALK-CHILD-FILE

           MOVE RIC-CHECKED TO RIC-RS-CHECKED
           MOVE RIC-ORPHANS TO RIC-RS-ORPHANS
           MOVE RIC-DANGLING TO RIC-RS-DANGLING
           WRITE INTEGRITY-REPORT-REC FROM RIC-RESULT-LINE
           EVALUATE RIC-R-SEVERITY(RIC-IDX)
              WHEN 'H'
                 ADD RIC-ORPHANS RIC-DANGLING TO RIC-HIGH-COUNT
              WHEN 'M'
                 ADD RIC-ORPHANS RIC-DANGLING TO RIC-MEDIUM-COUNT
              WHEN OTHER
                 ADD RIC-ORPHANS RIC-DANGLING TO RIC-LOW-COUNT
           END-EVALUATE.
           EXIT.

       LOAD-PARENT-KEYS.
           MOVE 0 TO RIC-PARENT-COUNT
           MOVE 0 TO RIC-EOF-FLAG
           OPEN EXTEND PARENT-FILE
           CLOSE PARENT-FILE
           OPEN INPUT PARENT-FILE
           READ PARENT-FILE
              AT END MOVE 1 TO RIC-EOF-FLAG
           END-READ
           PERFORM UNTIL RIC-EOF-FLAG = 1
              MOVE PARENT-REC TO RIC-BUF
              PERFORM ADD-PARENT-KEY
              READ PARENT-FILE
                 AT END MOVE 1 TO RIC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PARENT-FILE.
           EXIT.

       LOAD-LEDGER-KEYS.
           MOVE 0 TO RIC-PARENT-COUNT
           MOVE 0 TO RIC-EOF-FLAG
           OPEN INPUT BANKLEDGER
           READ BANKLEDGER NEXT RECORD
              AT END MOVE 1 TO RIC-EOF-FLAG
           END-READ
           PERFORM UNTIL RIC-EOF-FLAG = 1
              MOVE SPACES TO RIC-BUF
              MOVE LEDGER-REC TO RIC-BUF
              PERFORM ADD-PARENT-KEY
              READ BANKLEDGER NEXT RECORD
                 AT END MOVE 1 TO RIC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANKLEDGER.
           EXIT.

       ADD-PARENT-KEY.
           IF RIC-PARENT-COUNT < 5000
              ADD 1 TO RIC-PARENT-COUNT
              MOVE SPACES TO RIC-P-KEY(RIC-PARENT-COUNT)
              MOVE RIC-BUF(RIC-R-PARENT-POS(RIC-IDX):
                 RIC-R-PARENT-LEN(RIC-IDX))
                 TO RIC-P-KEY(RIC-PARENT-COUNT)
              MOVE 'N' TO RIC-P-DEAD(RIC-PARENT-COUNT)
              IF RIC-R-DEAD-POS(RIC-IDX) > 0
                 IF RIC-BUF(RIC-R-DEAD-POS(RIC-IDX):1) =
                    RIC-R-DEAD-VAL(RIC-IDX)
                    MOVE 'Y' TO RIC-P-DEAD(RIC-PARENT-COUNT)
                 END-IF
              END-IF
           END-IF.
           EXIT.

      ***** EVERY CHILD ROW THE FILTER ADMITS, WITH A NON-BLANK
      ***** REFERENCE, MUST FIND A LIVE PARENT
       WALK-CHILD-FILE.
           MOVE 0 TO RIC-ROW
           MOVE 0 TO RIC-CHECKED
           MOVE 0 TO RIC-ORPHANS
           MOVE 0 TO RIC-DANGLING
           MOVE 0 TO RIC-EOF-FLAG
           OPEN EXTEND CHILD-FILE
           CLOSE CHILD-FILE
           OPEN INPUT CHILD-FILE
           READ CHILD-FILE
              AT END MOVE 1 TO RIC-EOF-FLAG
           END-READ
           PERFORM UNTIL RIC-EOF-FLAG = 1
              ADD 1 TO RIC-ROW
              MOVE CHILD-REC TO RIC-BUF
              PERFORM CHECK-CHILD-ROW
              READ CHILD-FILE
                 AT END MOVE 1 TO RIC-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHILD-FILE.
           EXIT.

       CHECK-CHILD-ROW.
           IF RIC-R-FILTER-POS(RIC-IDX) > 0
              IF RIC-BUF(RIC-R-FILTER-POS(RIC-IDX):1) NOT =
                 RIC-R-FILTER-VAL(RIC-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO RIC-KEY
           MOVE RIC-BUF(RIC-R-CHILD-POS(RIC-IDX):
              RIC-R-CHILD-LEN(RIC-IDX)) TO RIC-KEY
           IF RIC-KEY = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RIC-CHECKED

           MOVE 0 TO RIC-HIT
           PERFORM VARYING RIC-K FROM 1 BY 1
               UNTIL RIC-K > RIC-PARENT-COUNT OR RIC-HIT > 0
              IF RIC-P-KEY(RIC-K) = RIC-KEY
                 MOVE RIC-K TO RIC-HIT
              END-IF
           END-PERFORM

           IF RIC-HIT = 0
              ADD 1 TO RIC-ORPHANS
              MOVE "ORPHAN" TO RIC-EX-KIND
           ELSE
              IF RIC-P-DEAD(RIC-HIT) = 'N'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO RIC-DANGLING
              MOVE "DANGLING" TO RIC-EX-KIND
           END-IF
           MOVE RIC-ROW TO RIC-EX-ROW
           MOVE RIC-KEY TO RIC-EX-KEY
           WRITE INTEGRITY-REPORT-REC FROM RIC-EXCEPTION-LINE.
           EXIT.


      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE DATE WHEN NO
      ***** CONTROL RECORD EXISTS YET
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


      ***** START AND END RECORDS ON THE SHARED RUN-CONTROL FILE SO
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING;
      ***** THE END RECORD CARRIES FAIL WHEN A HIGH RULE BROKE, WHICH
      ***** SKIPS THE STEPS THAT DEPEND ON IT AND HOLDS THE DATE ROLL
       LOG-RUN-START.
           MOVE "REF-INTEGRITY-CHECK" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'S' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE 0 TO RC-RECORDS
           MOVE SPACES TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       LOG-RUN-END.
           MOVE "REF-INTEGRITY-CHECK" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE RIC-RUN-STATUS TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM REF-INTEGRITY-CHECK.
