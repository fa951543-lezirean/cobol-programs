         ASSIGN TO "C:\cobol_project\Operators.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT PAYROLL-HISTORY
         ASSIGN TO "C:\cobol_project\PayrollHistory.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT HR-MASTER
         ASSIGN TO "C:\cobol_project\HRMaster.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT OT-AUTHORIZATIONS
         ASSIGN TO "C:\cobol_project\OTAuthorizations.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT VARIANCE-POLICY
         ASSIGN TO "C:\cobol_project\PayrollVariancePolicy.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT VARIANCE-REPORT
         ASSIGN TO "C:\cobol_project\PayrollVariance.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT GL-BATCH
         ASSIGN TO "C:\cobol_project\GLBatch.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT BUSINESS-DATE
         ASSIGN TO "C:\cobol_project\BusinessDate.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-PAYROLL.
       01 FILE-PENDING.
          05 PND-ID PIC X(5).
          05 PND-REST PIC X(254).
          05 PND-MONEY REDEFINES PND-REST.
             10 FILLER PIC X(87).
             10 PND-GROSSPAY PIC X(16).
             10 PND-NETPAY PIC X(16).
             10 FILLER PIC X(135).
          05 PND-DETAIL REDEFINES PND-REST.
             10 PND-LNAME PIC X(10).
             10 FILLER PIC X(39).
             10 PND-HRSWORKED PIC 9(3).
             10 FILLER PIC X(19).
             10 PND-TTLDEDUCTION PIC X(16).
             10 FILLER PIC X(80).
             10 PND-PERIOD PIC X(6).
             10 PND-HOLPREM PIC X(16).
             10 FILLER PIC X(16).
             10 PND-HALF PIC X(01).
             10 FILLER PIC X(48).
          05 PND-WITHHELD REDEFINES PND-REST.
             10 FILLER PIC X(52).
             10 PND-TAX PIC X(16).
             10 FILLER PIC X(51).
             10 PND-SSS PIC X(16).
             10 PND-PHILHEALTH PIC X(16).
             10 PND-PAGIBIG PIC X(16).
             10 FILLER PIC X(22).
             10 PND-LOANDED PIC X(16).
             10 FILLER PIC X(49).
      ***** THE LIVE FILE CARRIES A CONTROL-TOTAL TRAILER: THE LAST
      ***** RECORD HAS ID 99999, THE COUNT IN THE SURNAME AREA AND A
      ***** HASH TOTAL OF NET PAY IN THE NET-PAY AREA
          05 LIVE-LNAME PIC X(10).
          05 LIVE-REST PIC X(93).
          05 LIVE-NETPAY PIC X(16).
          05 LIVE-TAIL PIC X(135).
       FD BANKINFO-TEMP.
       01 TEMP-FILE-BANKINFO PIC X(259).
      ***** ONE LINE PER DECISION: WHEN, WHO, WHAT, HOW MANY, WHY
       FD APPROVAL-LOG.
       01 APPROVAL-LOG-REC.
          05 OP-ID PIC X(5).
          05 OP-PASSWORD PIC X(8).
          05 OP-LEVEL PIC 9.
      ***** CLOSED PERIODS, SAME LAYOUT AS THE LIVE PAYROLL FILE
       FD PAYROLL-HISTORY.
       01 FILE-PAYROLL-HISTORY.
          05 HIS-ID PIC X(5).
          05 HIS-LNAME PIC X(10).
          05 FILLER PIC X(39).
          05 HIS-HRSWORKED PIC 9(3).
          05 FILLER PIC X(19).
          05 HIS-TTLDEDUCTION PIC X(16).
          05 HIS-GROSSPAY PIC X(16).
          05 HIS-NETPAY PIC X(16).
          05 FILLER PIC X(48).
          05 HIS-PERIOD PIC X(6).
          05 HIS-HOLPREM PIC X(16).
          05 FILLER PIC X(16).
          05 HIS-HALF PIC X(01).
          05 FILLER PIC X(16).
      ***** HR LIFECYCLE ROW (HR-STATUS: A=ACTIVE L=LEAVE S=SEPARATED)
       FD HR-MASTER.
       01 HR-MASTER-REC.
          05 HR-ID PIC X(5).
          05 HR-HIRE-DATE PIC X(8).
          05 HR-DEPT PIC X(4).
          05 HR-STATUS PIC X(01).
          05 HR-SEP-DATE PIC X(8).
      ***** PRE-APPROVED OVERTIME, ONE ROW PER EMPLOYEE PER DATE
       FD OT-AUTHORIZATIONS.
       01 OT-AUTHORIZATION-REC.
          05 OTA-EMPID PIC X(5).
          05 OTA-DATE.
             10 OTA-DATE-YYYYMM PIC X(6).
             10 OTA-DATE-DD PIC 9(2).
          05 OTA-HOURS PIC 9(2).
          05 OTA-APPROVER PIC X(5).
      ***** HOW FAR A FIGURE MAY MOVE BETWEEN PERIODS UNFLAGGED
       FD VARIANCE-POLICY.
       01 VARIANCE-POLICY-REC.
          05 VP-TOLERANCE-PCT PIC 9(3).
       FD VARIANCE-REPORT.
       01 VARIANCE-REPORT-REC PIC X(120).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE W MARKS
      ***** AN APPROVED PAYROLL RUN)
       FD GL-BATCH.
       01 GL-BATCH-REC.
          05 GLB-DATE PIC X(8).
          05 GLB-TCODE PIC X(01).
          05 GLB-ACCT PIC X(4).
          05 GLB-DC PIC X(01).
          05 GLB-AMOUNT PIC 9(11)V9(2).
          05 GLB-SOURCE PIC X(8).
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
       01 WS-APR-EOF-FLAG PIC 9 VALUE 0.
       01 WS-APR-COUNT PIC 9(5) VALUE 0.
       01 WS-APR-GROSS PIC 9(10)V9(2) VALUE 0.
          05 WS-TRL-COUNT PIC 9(10) VALUE 0.
          05 WS-TRL-HASH PIC 9(10)V9(2) VALUE 0.
          05 WS-TRL-NETFMT PIC 9,999,999,999.99.
      ***** THE POSTED RUN'S GL ENTRY: SALARIES AND WAGES NET OF
      ***** LATES AND ABSENCES, AGAINST THE TAX AND CONTRIBUTIONS
      ***** WITHHELD, THE ADVANCES RECOVERED AND THE NET PAY OWED
       01 WS-GLW-WAGES-ACCT PIC X(4) VALUE "5200".
       01 WS-GLW-TAX-ACCT PIC X(4) VALUE "2340".
       01 WS-GLW-SSS-ACCT PIC X(4) VALUE "2310".
       01 WS-GLW-PHIC-ACCT PIC X(4) VALUE "2320".
       01 WS-GLW-HDMF-ACCT PIC X(4) VALUE "2330".
       01 WS-GLW-ADVANCE-ACCT PIC X(4) VALUE "1160".
       01 WS-GLW-NETPAY-ACCT PIC X(4) VALUE "2150".
       01 WS-GLW-TOTALS.
          05 WS-GLW-GROSS PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-DEDUCTIONS PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-TAX PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-SSS PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-PHIC PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-HDMF PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-ADVANCE PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-NET PIC S9(11)V9(2) VALUE 0.
          05 WS-GLW-WAGES PIC S9(11)V9(2) VALUE 0.
       01 WS-GLW-ACCT PIC X(4).
       01 WS-GLW-DC PIC X(01).
       01 WS-GLW-AMOUNT PIC S9(11)V9(2).
      ********** PERIOD-OVER-PERIOD VARIANCE REVIEW
       01 WS-VAR-SEQ.
          05 WS-VAR-TOL-PCT PIC 9(3) VALUE 10.
          05 WS-VAR-EOF-FLAG PIC 9 VALUE 0.
          05 WS-VAR-FLAGGED PIC 9(5) VALUE 0.
          05 WS-VAR-ACK PIC X(01) VALUE 'Y'.
          05 WS-VAR-RUN-KEY PIC X(7) VALUE SPACES.
          05 WS-VAR-PREV-KEY PIC X(7) VALUE SPACES.
          05 WS-VAR-KEY.
             10 WS-VAR-KEY-PERIOD PIC X(6).
             10 WS-VAR-KEY-HALF PIC X(01).
          05 WS-VAR-OTA-HALF PIC X(01).
          05 WS-VAR-IDX PIC 9(3).
          05 WS-VAR-HIT PIC 9(3).
          05 WS-VAR-M PIC 9.
          05 WS-VAR-CUR PIC 9(10)V9(2).
          05 WS-VAR-PREV PIC 9(10)V9(2).
          05 WS-VAR-PCT PIC S9(7)V9.
          05 WS-VAR-ROW-FLAG PIC 9.
          05 WS-VAR-FLAG-TEXT PIC X(24).
      ***** ONE ROW PER PENDING RECORD, WITH THE SAME EMPLOYEE'S
      ***** LATEST CLOSED PERIOD BEFORE IT; THE SIX MEASURES ARE
      ***** GROSS, HOURS, OVERTIME HOURS, HOLIDAY PREMIUM,
      ***** DEDUCTIONS AND NET, IN THAT ORDER
       01 WS-VAR-TABLE.
          05 WS-VAR-ENTRY OCCURS 500 TIMES.
             10 WS-VE-ID PIC X(5).
             10 WS-VE-LNAME PIC X(10).
             10 WS-VE-KEY PIC X(7).
             10 WS-VE-PREV-KEY PIC X(7).
             10 WS-VE-STATUS PIC X(01).
             10 WS-VE-CUR OCCURS 6 TIMES PIC 9(10)V9(2).
             10 WS-VE-PREV OCCURS 6 TIMES PIC 9(10)V9(2).
       01 WS-VAR-COUNT PIC 9(3) VALUE 0.
      ***** PAID IN THE LAST CLOSED PERIOD BUT ABSENT FROM THIS RUN
       01 WS-VAR-MISSING-TABLE.
          05 WS-VAR-MISSING OCCURS 500 TIMES.
             10 WS-VM-ID PIC X(5).
             10 WS-VM-LNAME PIC X(10).
             10 WS-VM-NET PIC 9(10)V9(2).
             10 WS-VM-STATUS PIC X(01).
       01 WS-VAR-MISS-COUNT PIC 9(3) VALUE 0.
       01 WS-VAR-HEAD-LINE.
          05 FILLER PIC X(33)
             VALUE "PAYROLL VARIANCE REVIEW - PERIOD ".
          05 WS-VH-KEY PIC X(7).
          05 FILLER PIC X(10) VALUE "  AGAINST ".
          05 WS-VH-PREV PIC X(7).
          05 FILLER PIC X(12) VALUE "  TOLERANCE ".
          05 WS-VH-TOL PIC ZZ9.
          05 FILLER PIC X(4) VALUE " PCT".
       01 WS-VAR-COL-LINE.
          05 FILLER PIC X(17) VALUE "EMP   NAME".
          05 FILLER PIC X(29)
             VALUE "     GROSS PAY        NET PAY".
          05 FILLER PIC X(42)
             VALUE " GROSS% HOURS% OTHRS% HOLPR% DEDUC%   NET%".
          05 FILLER PIC X(5) VALUE " FLAG".
       01 WS-VAR-DET-LINE.
          05 WS-VD-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-LNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-GROSS PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-NET PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-VD-MEASURE OCCURS 6 TIMES.
             10 FILLER PIC X(1).
             10 WS-VD-PCT PIC ++++9.
             10 WS-VD-MARK PIC X(01).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-FLAG PIC X(24).
       01 WS-VAR-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE "EMPLOYEES COMPARED: ".
          05 WS-VT-COUNT PIC ZZ9.
          05 FILLER PIC X(22) VALUE "   VARIANCES FLAGGED: ".
          05 WS-VT-FLAGGED PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SHOW-PENDING-TOTALS.
              DISPLAY "NOTHING PENDING - NO ACTION TAKEN"
              GOBACK
           END-IF.
           PERFORM VARIANCE-REVIEW.

      ***** THE SECOND PAIR OF EYES IS A REAL SIGN-ON: ID AND
      ***** PASSWORD AGAINST Operators.dat, AUTHORITY LEVEL 3

           EVALUATE WS-APR-DECISION
              WHEN 'A' WHEN 'a'
                 PERFORM ACKNOWLEDGE-VARIANCES
                 IF WS-VAR-ACK = 'Y'
                    PERFORM POST-PENDING-PAYROLL
                    MOVE "APPROVED" TO APL-ACTION
                    MOVE SPACES TO WS-APR-REASON
                    IF WS-VAR-FLAGGED > 0
                       STRING WS-VAR-FLAGGED DELIMITED BY SIZE
                          " VARIANCES ACKNOWLEDGED"
                          DELIMITED BY SIZE
                          INTO WS-APR-REASON
                    END-IF
                    PERFORM LOG-DECISION
                    DISPLAY "PENDING RUN POSTED TO THE PAYROLL FILE"
                 ELSE
                    DISPLAY "VARIANCES NOT ACKNOWLEDGED - "
                       "PENDING FILE UNTOUCHED"
                 END-IF
              WHEN 'R' WHEN 'r'
                 DISPLAY "REJECTION REASON: " WITH NO ADVANCING
                 ACCEPT WS-APR-REASON
              ADD 1 TO WS-TRL-COUNT
              COMPUTE WS-TRL-HASH = WS-TRL-HASH +
                  FUNCTION NUMVAL(PND-NETPAY)
              PERFORM ADD-TO-PAYROLL-ENTRY
              READ PENDING-PAYROLL
                 AT END MOVE 1 TO WS-APR-EOF-FLAG
              END-READ
           WRITE FILE-BANKINFO
           CLOSE BANKINFO
           CLOSE BANKINFO-TEMP
           PERFORM WRITE-PAYROLL-GL-ENTRY
           PERFORM VOID-PENDING-PAYROLL.
           EXIT.

       ADD-TO-PAYROLL-ENTRY.
           COMPUTE WS-GLW-GROSS = WS-GLW-GROSS +
               FUNCTION NUMVAL(PND-GROSSPAY)
           COMPUTE WS-GLW-DEDUCTIONS = WS-GLW-DEDUCTIONS +
               FUNCTION NUMVAL(PND-TTLDEDUCTION)
           COMPUTE WS-GLW-NET = WS-GLW-NET +
               FUNCTION NUMVAL(PND-NETPAY)
           COMPUTE WS-GLW-TAX = WS-GLW-TAX +
               FUNCTION NUMVAL(PND-TAX)
           COMPUTE WS-GLW-SSS = WS-GLW-SSS +
               FUNCTION NUMVAL(PND-SSS)
           COMPUTE WS-GLW-PHIC = WS-GLW-PHIC +
               FUNCTION NUMVAL(PND-PHILHEALTH)
           COMPUTE WS-GLW-HDMF = WS-GLW-HDMF +
               FUNCTION NUMVAL(PND-PAGIBIG)
           COMPUTE WS-GLW-ADVANCE = WS-GLW-ADVANCE +
               FUNCTION NUMVAL(PND-LOANDED).
           EXIT.

      ***** LATES AND ABSENCES ARE WHAT IS LEFT OF THE DEDUCTIONS
      ***** AFTER THE WITHHOLDINGS AND ADVANCES; THEY REDUCE THE
      ***** EXPENSE RATHER THAN SIT IN A PAYABLE. THE ENTRY ONLY
      ***** BALANCES IF EVERY RECORD'S NET IS GROSS LESS DEDUCTIONS,
      ***** SO A DAMAGED RUN IS CAUGHT WHEN THE LEDGER POSTS IT
       WRITE-PAYROLL-GL-ENTRY.
           COMPUTE WS-GLW-WAGES = WS-GLW-GROSS -
               (WS-GLW-DEDUCTIONS - WS-GLW-TAX - WS-GLW-SSS -
                WS-GLW-PHIC - WS-GLW-HDMF - WS-GLW-ADVANCE)
           PERFORM GET-BUSINESS-DATE
           OPEN EXTEND GL-BATCH
           MOVE WS-GLW-WAGES-ACCT TO WS-GLW-ACCT
           MOVE 'D' TO WS-GLW-DC
           MOVE WS-GLW-WAGES TO WS-GLW-AMOUNT
           PERFORM WRITE-PAYROLL-GL-ROW
           MOVE 'C' TO WS-GLW-DC
           MOVE WS-GLW-TAX-ACCT TO WS-GLW-ACCT
           MOVE WS-GLW-TAX TO WS-GLW-AMOUNT
           PERFORM WRITE-PAYROLL-GL-ROW
           MOVE WS-GLW-SSS-ACCT TO WS-GLW-ACCT
           MOVE WS-GLW-SSS TO WS-GLW-AMOUNT
           PERFORM WRITE-PAYROLL-GL-ROW
           MOVE WS-GLW-PHIC-ACCT TO WS-GLW-ACCT
           MOVE WS-GLW-PHIC TO WS-GLW-AMOUNT
           PERFORM WRITE-PAYROLL-GL-ROW
           MOVE WS-GLW-HDMF-ACCT TO WS-GLW-ACCT
           MOVE WS-GLW-HDMF TO WS-GLW-AMOUNT
           PERFORM WRITE-PAYROLL-GL-ROW
           MOVE WS-GLW-ADVANCE-ACCT TO WS-GLW-ACCT
           MOVE WS-GLW-ADVANCE TO WS-GLW-AMOUNT
           PERFORM WRITE-PAYROLL-GL-ROW
           MOVE WS-GLW-NETPAY-ACCT TO WS-GLW-ACCT
           MOVE WS-GLW-NET TO WS-GLW-AMOUNT
           PERFORM WRITE-PAYROLL-GL-ROW
           CLOSE GL-BATCH.
           EXIT.

      ***** A ZERO LINE IS LEFT OFF; A NEGATIVE FIGURE POSTS TO
      ***** THE OPPOSITE SIDE
       WRITE-PAYROLL-GL-ROW.
           IF WS-GLW-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'W' TO GLB-TCODE
           MOVE "PAYAPPR" TO GLB-SOURCE
           MOVE WS-GLW-ACCT TO GLB-ACCT
           MOVE WS-GLW-DC TO GLB-DC
           IF WS-GLW-AMOUNT < 0
              IF WS-GLW-DC = 'D'
                 MOVE 'C' TO GLB-DC
              ELSE
                 MOVE 'D' TO GLB-DC
              END-IF
           END-IF
           MOVE WS-GLW-AMOUNT TO GLB-AMOUNT
           WRITE GL-BATCH-REC.
           EXIT.

      ***** THE VARIANCE REPORT IS BUILT BEFORE ANYONE SIGNS ON, SO
      ***** THE MAKER CAN RUN THIS SCREEN TO PRINT IT AHEAD OF THE
      ***** CHECKER. EACH PENDING RECORD IS SET AGAINST THE SAME
      ***** EMPLOYEE'S LATEST CLOSED PERIOD; NEW FACES, MISSING
      ***** FACES AND ANYONE HR DOES NOT SHOW AS ACTIVE ARE FLAGGED
       VARIANCE-REVIEW.
           PERFORM LOAD-VARIANCE-POLICY
           PERFORM LOAD-PENDING-FIGURES
           PERFORM MATCH-PRIOR-PERIODS
           PERFORM FIND-MISSING-EMPLOYEES
           PERFORM LOAD-HR-STATUSES
           PERFORM TALLY-OVERTIME-HOURS
           PERFORM WRITE-VARIANCE-REPORT
           DISPLAY "VARIANCES FLAGGED: " WS-VAR-FLAGGED
              " (SEE PayrollVariance.dat)".
           EXIT.

      ***** NO POLICY RECORD KEEPS THE 10 PCT HOUSE DEFAULT
       LOAD-VARIANCE-POLICY.
           MOVE 0 TO WS-VAR-EOF-FLAG
           OPEN EXTEND VARIANCE-POLICY
           CLOSE VARIANCE-POLICY
           OPEN INPUT VARIANCE-POLICY
           READ VARIANCE-POLICY
              AT END MOVE 1 TO WS-VAR-EOF-FLAG
           END-READ
           CLOSE VARIANCE-POLICY
           IF WS-VAR-EOF-FLAG = 0 AND VP-TOLERANCE-PCT NUMERIC
              AND VP-TOLERANCE-PCT > 0
              MOVE VP-TOLERANCE-PCT TO WS-VAR-TOL-PCT
           END-IF.
           EXIT.

       LOAD-PENDING-FIGURES.
           MOVE 0 TO WS-VAR-COUNT
           MOVE SPACES TO WS-VAR-RUN-KEY
           MOVE 0 TO WS-VAR-EOF-FLAG
           OPEN INPUT PENDING-PAYROLL
           READ PENDING-PAYROLL
              AT END MOVE 1 TO WS-VAR-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-VAR-EOF-FLAG = 1
              IF WS-VAR-COUNT < 500
                 ADD 1 TO WS-VAR-COUNT
                 MOVE WS-VAR-COUNT TO WS-VAR-IDX
                 MOVE PND-ID TO WS-VE-ID(WS-VAR-IDX)
                 MOVE PND-LNAME TO WS-VE-LNAME(WS-VAR-IDX)
                 MOVE PND-PERIOD TO WS-VAR-KEY-PERIOD
                 MOVE PND-HALF TO WS-VAR-KEY-HALF
                 MOVE WS-VAR-KEY TO WS-VE-KEY(WS-VAR-IDX)
                 MOVE SPACES TO WS-VE-PREV-KEY(WS-VAR-IDX)
                 MOVE 'A' TO WS-VE-STATUS(WS-VAR-IDX)
                 IF WS-VAR-KEY > WS-VAR-RUN-KEY
                    MOVE WS-VAR-KEY TO WS-VAR-RUN-KEY
                 END-IF
                 PERFORM VARYING WS-VAR-M FROM 1 BY 1
                     UNTIL WS-VAR-M > 6
                    MOVE 0 TO WS-VE-CUR(WS-VAR-IDX, WS-VAR-M)
                    MOVE 0 TO WS-VE-PREV(WS-VAR-IDX, WS-VAR-M)
                 END-PERFORM
                 COMPUTE WS-VE-CUR(WS-VAR-IDX, 1) =
                     FUNCTION NUMVAL(PND-GROSSPAY)
                 MOVE PND-HRSWORKED TO WS-VE-CUR(WS-VAR-IDX, 2)
                 COMPUTE WS-VE-CUR(WS-VAR-IDX, 4) =
                     FUNCTION NUMVAL(PND-HOLPREM)
                 COMPUTE WS-VE-CUR(WS-VAR-IDX, 5) =
                     FUNCTION NUMVAL(PND-TTLDEDUCTION)
                 COMPUTE WS-VE-CUR(WS-VAR-IDX, 6) =
                     FUNCTION NUMVAL(PND-NETPAY)
              END-IF
              READ PENDING-PAYROLL
                 AT END MOVE 1 TO WS-VAR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PENDING-PAYROLL.
           EXIT.

      ***** PERIOD + HALF SORTS IN PAY ORDER (BLANK = WHOLE MONTH);
      ***** THE LATEST HISTORY ROW BEFORE EACH PENDING ROW WINS, AND
      ***** THE LATEST CLOSED KEY OVERALL IS THE RUN TO COMPARE WITH
       MATCH-PRIOR-PERIODS.
           MOVE SPACES TO WS-VAR-PREV-KEY
           MOVE 0 TO WS-VAR-EOF-FLAG
           OPEN EXTEND PAYROLL-HISTORY
           CLOSE PAYROLL-HISTORY
           OPEN INPUT PAYROLL-HISTORY
           READ PAYROLL-HISTORY
              AT END MOVE 1 TO WS-VAR-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-VAR-EOF-FLAG = 1
              MOVE HIS-PERIOD TO WS-VAR-KEY-PERIOD
              MOVE HIS-HALF TO WS-VAR-KEY-HALF
              IF WS-VAR-KEY < WS-VAR-RUN-KEY AND
                 WS-VAR-KEY > WS-VAR-PREV-KEY
                 MOVE WS-VAR-KEY TO WS-VAR-PREV-KEY
              END-IF
              PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                  UNTIL WS-VAR-IDX > WS-VAR-COUNT
                 IF WS-VE-ID(WS-VAR-IDX) = HIS-ID AND
                    WS-VAR-KEY < WS-VE-KEY(WS-VAR-IDX) AND
                    WS-VAR-KEY NOT < WS-VE-PREV-KEY(WS-VAR-IDX)
                    MOVE WS-VAR-KEY TO WS-VE-PREV-KEY(WS-VAR-IDX)
                    COMPUTE WS-VE-PREV(WS-VAR-IDX, 1) =
                        FUNCTION NUMVAL(HIS-GROSSPAY)
                    MOVE HIS-HRSWORKED TO WS-VE-PREV(WS-VAR-IDX, 2)
                    COMPUTE WS-VE-PREV(WS-VAR-IDX, 4) =
                        FUNCTION NUMVAL(HIS-HOLPREM)
                    COMPUTE WS-VE-PREV(WS-VAR-IDX, 5) =
                        FUNCTION NUMVAL(HIS-TTLDEDUCTION)
                    COMPUTE WS-VE-PREV(WS-VAR-IDX, 6) =
                        FUNCTION NUMVAL(HIS-NETPAY)
                 END-IF
              END-PERFORM
              READ PAYROLL-HISTORY
                 AT END MOVE 1 TO WS-VAR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY.
           EXIT.

       FIND-MISSING-EMPLOYEES.
           MOVE 0 TO WS-VAR-MISS-COUNT
           IF WS-VAR-PREV-KEY = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VAR-EOF-FLAG
           OPEN INPUT PAYROLL-HISTORY
           READ PAYROLL-HISTORY
              AT END MOVE 1 TO WS-VAR-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-VAR-EOF-FLAG = 1
              MOVE HIS-PERIOD TO WS-VAR-KEY-PERIOD
              MOVE HIS-HALF TO WS-VAR-KEY-HALF
              IF WS-VAR-KEY = WS-VAR-PREV-KEY
                 MOVE 0 TO WS-VAR-HIT
                 PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                     UNTIL WS-VAR-IDX > WS-VAR-COUNT
                    IF WS-VE-ID(WS-VAR-IDX) = HIS-ID
                       MOVE WS-VAR-IDX TO WS-VAR-HIT
                    END-IF
                 END-PERFORM
                 PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                     UNTIL WS-VAR-IDX > WS-VAR-MISS-COUNT
                    IF WS-VM-ID(WS-VAR-IDX) = HIS-ID
                       MOVE WS-VAR-IDX TO WS-VAR-HIT
                    END-IF
                 END-PERFORM
                 IF WS-VAR-HIT = 0 AND WS-VAR-MISS-COUNT < 500
                    ADD 1 TO WS-VAR-MISS-COUNT
                    MOVE HIS-ID TO WS-VM-ID(WS-VAR-MISS-COUNT)
                    MOVE HIS-LNAME TO WS-VM-LNAME(WS-VAR-MISS-COUNT)
                    COMPUTE WS-VM-NET(WS-VAR-MISS-COUNT) =
                        FUNCTION NUMVAL(HIS-NETPAY)
                    MOVE 'A' TO WS-VM-STATUS(WS-VAR-MISS-COUNT)
                 END-IF
              END-IF
              READ PAYROLL-HISTORY
                 AT END MOVE 1 TO WS-VAR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY.
           EXIT.

      ***** NO HR ROW YET COUNTS AS ACTIVE UNTIL HR CATCHES UP
       LOAD-HR-STATUSES.
           MOVE 0 TO WS-VAR-EOF-FLAG
           OPEN EXTEND HR-MASTER
           CLOSE HR-MASTER
           OPEN INPUT HR-MASTER
           READ HR-MASTER
              AT END MOVE 1 TO WS-VAR-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-VAR-EOF-FLAG = 1
              PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                  UNTIL WS-VAR-IDX > WS-VAR-COUNT
                 IF WS-VE-ID(WS-VAR-IDX) = HR-ID
                    MOVE HR-STATUS TO WS-VE-STATUS(WS-VAR-IDX)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                  UNTIL WS-VAR-IDX > WS-VAR-MISS-COUNT
                 IF WS-VM-ID(WS-VAR-IDX) = HR-ID
                    MOVE HR-STATUS TO WS-VM-STATUS(WS-VAR-IDX)
                 END-IF
              END-PERFORM
              READ HR-MASTER
                 AT END MOVE 1 TO WS-VAR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE HR-MASTER.
           EXIT.

      ***** THE PAY RECORD CARRIES NO OVERTIME BUCKET, SO OVERTIME IS
      ***** THE PRE-APPROVED HOURS DATED INSIDE EACH PERIOD (DAYS
      ***** 1-15 ARE THE FIRST HALF, THE REST THE SECOND)
       TALLY-OVERTIME-HOURS.
           MOVE 0 TO WS-VAR-EOF-FLAG
           OPEN EXTEND OT-AUTHORIZATIONS
           CLOSE OT-AUTHORIZATIONS
           OPEN INPUT OT-AUTHORIZATIONS
           READ OT-AUTHORIZATIONS
              AT END MOVE 1 TO WS-VAR-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-VAR-EOF-FLAG = 1
              IF OTA-DATE-DD > 15
                 MOVE '2' TO WS-VAR-OTA-HALF
              ELSE
                 MOVE '1' TO WS-VAR-OTA-HALF
              END-IF
              PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                  UNTIL WS-VAR-IDX > WS-VAR-COUNT
                 IF WS-VE-ID(WS-VAR-IDX) = OTA-EMPID
                    MOVE WS-VE-KEY(WS-VAR-IDX) TO WS-VAR-KEY
                    IF WS-VAR-KEY-PERIOD = OTA-DATE-YYYYMM AND
                       (WS-VAR-KEY-HALF = SPACE OR
                        WS-VAR-KEY-HALF = WS-VAR-OTA-HALF)
                       ADD OTA-HOURS TO WS-VE-CUR(WS-VAR-IDX, 3)
                    END-IF
                    MOVE WS-VE-PREV-KEY(WS-VAR-IDX) TO WS-VAR-KEY
                    IF WS-VAR-KEY-PERIOD = OTA-DATE-YYYYMM AND
                       (WS-VAR-KEY-HALF = SPACE OR
                        WS-VAR-KEY-HALF = WS-VAR-OTA-HALF)
                       ADD OTA-HOURS TO WS-VE-PREV(WS-VAR-IDX, 3)
                    END-IF
                 END-IF
              END-PERFORM
              READ OT-AUTHORIZATIONS
                 AT END MOVE 1 TO WS-VAR-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE OT-AUTHORIZATIONS.
           EXIT.

      ***** EVERY EMPLOYEE IS LISTED; A STAR MARKS A MEASURE THAT
      ***** MOVED MORE THAN THE TOLERANCE, AND EACH FLAGGED ROW
      ***** COUNTS ONCE TOWARD WHAT THE CHECKER MUST ACKNOWLEDGE
       WRITE-VARIANCE-REPORT.
           MOVE 0 TO WS-VAR-FLAGGED
           OPEN OUTPUT VARIANCE-REPORT
           MOVE WS-VAR-RUN-KEY TO WS-VH-KEY
           MOVE WS-VAR-PREV-KEY TO WS-VH-PREV
           MOVE WS-VAR-TOL-PCT TO WS-VH-TOL
           WRITE VARIANCE-REPORT-REC FROM WS-VAR-HEAD-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-VAR-COL-LINE
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT
              PERFORM WRITE-VARIANCE-LINE
           END-PERFORM
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-MISS-COUNT
              MOVE SPACES TO WS-VAR-DET-LINE
              MOVE WS-VM-ID(WS-VAR-IDX) TO WS-VD-ID
              MOVE WS-VM-LNAME(WS-VAR-IDX) TO WS-VD-LNAME
              MOVE 0 TO WS-VD-GROSS
              MOVE WS-VM-NET(WS-VAR-IDX) TO WS-VD-NET
              IF WS-VM-STATUS(WS-VAR-IDX) = 'S'
                 MOVE "MISSING - SEPARATED" TO WS-VD-FLAG
              ELSE
                 MOVE "MISSING FROM THIS RUN" TO WS-VD-FLAG
              END-IF
              ADD 1 TO WS-VAR-FLAGGED
              WRITE VARIANCE-REPORT-REC FROM WS-VAR-DET-LINE
              DISPLAY WS-VAR-DET-LINE
           END-PERFORM
           MOVE WS-VAR-COUNT TO WS-VT-COUNT
           MOVE WS-VAR-FLAGGED TO WS-VT-FLAGGED
           WRITE VARIANCE-REPORT-REC FROM WS-VAR-TOTAL-LINE
           CLOSE VARIANCE-REPORT.
           EXIT.

       WRITE-VARIANCE-LINE.
           MOVE SPACES TO WS-VAR-DET-LINE
           MOVE 0 TO WS-VAR-ROW-FLAG
           MOVE SPACES TO WS-VAR-FLAG-TEXT
           MOVE WS-VE-ID(WS-VAR-IDX) TO WS-VD-ID
           MOVE WS-VE-LNAME(WS-VAR-IDX) TO WS-VD-LNAME
           MOVE WS-VE-CUR(WS-VAR-IDX, 1) TO WS-VD-GROSS
           MOVE WS-VE-CUR(WS-VAR-IDX, 6) TO WS-VD-NET
           IF WS-VE-PREV-KEY(WS-VAR-IDX) = SPACES
              MOVE 1 TO WS-VAR-ROW-FLAG
              MOVE "NEW - NO PRIOR PERIOD" TO WS-VAR-FLAG-TEXT
           ELSE
              PERFORM VARYING WS-VAR-M FROM 1 BY 1
                  UNTIL WS-VAR-M > 6
                 PERFORM MEASURE-VARIANCE
              END-PERFORM
              IF WS-VAR-ROW-FLAG = 1
                 MOVE "CHANGE OVER TOLERANCE" TO WS-VAR-FLAG-TEXT
              END-IF
           END-IF
           IF WS-VE-STATUS(WS-VAR-IDX) NOT = 'A'
              MOVE 1 TO WS-VAR-ROW-FLAG
              MOVE SPACES TO WS-VAR-FLAG-TEXT
              STRING "HR STATUS " DELIMITED BY SIZE
                 WS-VE-STATUS(WS-VAR-IDX) DELIMITED BY SIZE
                 " - NOT ACTIVE" DELIMITED BY SIZE
                 INTO WS-VAR-FLAG-TEXT
           END-IF
           MOVE WS-VAR-FLAG-TEXT TO WS-VD-FLAG
           ADD WS-VAR-ROW-FLAG TO WS-VAR-FLAGGED
           WRITE VARIANCE-REPORT-REC FROM WS-VAR-DET-LINE
           IF WS-VAR-ROW-FLAG = 1
              DISPLAY WS-VAR-DET-LINE
           END-IF.
           EXIT.

      ***** PERCENT CHANGE ON THE PRIOR FIGURE; SOMETHING FROM
      ***** NOTHING SHOWS AS 9999 AND ALWAYS FLAGS
       MEASURE-VARIANCE.
           MOVE WS-VE-CUR(WS-VAR-IDX, WS-VAR-M) TO WS-VAR-CUR
           MOVE WS-VE-PREV(WS-VAR-IDX, WS-VAR-M) TO WS-VAR-PREV
           MOVE SPACE TO WS-VD-MARK(WS-VAR-M)
           IF WS-VAR-PREV = 0
              IF WS-VAR-CUR = 0
                 MOVE 0 TO WS-VAR-PCT
              ELSE
                 MOVE 9999 TO WS-VAR-PCT
              END-IF
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED =
                  (WS-VAR-CUR - WS-VAR-PREV) * 100 / WS-VAR-PREV
           END-IF
           IF WS-VAR-PCT > 9999
              MOVE 9999 TO WS-VAR-PCT
           END-IF
           MOVE WS-VAR-PCT TO WS-VD-PCT(WS-VAR-M)
           IF WS-VAR-PCT > WS-VAR-TOL-PCT OR
              WS-VAR-PCT < 0 - WS-VAR-TOL-PCT
              MOVE '*' TO WS-VD-MARK(WS-VAR-M)
              MOVE 1 TO WS-VAR-ROW-FLAG
           END-IF.
           EXIT.

      ***** FLAGGED VARIANCES STOP THE POSTING UNTIL THE SIGNED-ON
      ***** CHECKER SAYS THEY HAVE BEEN LOOKED AT
       ACKNOWLEDGE-VARIANCES.
           MOVE 'Y' TO WS-VAR-ACK
           IF WS-VAR-FLAGGED = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-VAR-FLAGGED " VARIANCES FLAGGED ON THIS RUN"
           DISPLAY "ACKNOWLEDGE AND POST ANYWAY (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-VAR-ACK
           IF WS-VAR-ACK = 'y'
              MOVE 'Y' TO WS-VAR-ACK
           END-IF.
           EXIT.

       VOID-PENDING-PAYROLL.
           OPEN OUTPUT PENDING-PAYROLL
           CLOSE PENDING-PAYROLL.
           END-IF.
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

       END PROGRAM COBOL-QUIZ-4-APPROVE.
