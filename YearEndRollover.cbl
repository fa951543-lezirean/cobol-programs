      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: MARCH 31, 2025
      * Purpose: YEAR-END ROLLOVER - ONCE THE BUSINESS DATE CROSSES
      *          INTO JANUARY THE CLOSING VALUES OF THE YEAR-TO-DATE
      *          COUNTERS ARE ARCHIVED, THEN EACH COUNTER IS RESET,
      *          CAPPED OR KEPT AS THE YEAR-END POLICY SAYS: SALESMAN
      *          UNITS AND COMMISSION, LOYALTY POINTS (EXPIRED),
      *          LEAVE CREDITS (CARRY-OVER CAP, EXCESS FORFEITED OR
      *          CONVERTED TO PAY) AND THE OR, CHECK AND TIME
      *          DEPOSIT NUMBER SERIES. EVERY CHANGE IS REPORTED AND
      *          A CLOSED YEAR IS NEVER ROLLED TWICE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-ROLLOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-END-POLICY ASSIGN TO
           "C:\cobol_project\YearEndPolicy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT YEAR-END-CONTROL ASSIGN TO
           "C:\cobol_project\YearEndControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SALESMAN-MASTER ASSIGN TO
           "C:\cobol_project\MainMenuSalesmanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SALESMAN-MASTER-TEMP ASSIGN TO
           "C:\cobol_project\MainMenuSalesmanMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOYALTY-MEMBERS ASSIGN TO
           "C:\cobol_project\LoyaltyMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LOYALTY-MEMBERS-TEMP ASSIGN TO
           "C:\cobol_project\LoyaltyMembersTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT POINTS-LEDGER ASSIGN TO
           "C:\cobol_project\PointsLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LEAVE-CREDITS ASSIGN TO
           "C:\cobol_project\LeaveCredits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT LEAVE-CREDITS-TEMP ASSIGN TO
           "C:\cobol_project\LeaveCreditsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO
           "C:\cobol_project\EmployeeMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT POSGRADE ASSIGN TO
           "C:\cobol_project\Quiz4PosGrade.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT EMP-EARNINGS ASSIGN TO
           "C:\cobol_project\EmpEarnings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OR-SERIES ASSIGN TO
           "C:\cobol_project\ORSeries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT NUMBER-SERIES ASSIGN TO
           "C:\cobol_project\NumberSeries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT NUMBER-SERIES-TEMP ASSIGN TO
           "C:\cobol_project\NumberSeriesTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ROLLOVER-REPORT ASSIGN TO
           "C:\cobol_project\YearEndReport.dat"
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
      ***** ONE ROW PER COUNTER THE ROLLOVER TOUCHES
      *****  YEP-ITEM: UNITSOLD COMMISSN POINTS VL SL
      *****            ORSERIES CHECKNUM TDNUMBER
      *****  YEP-ACTION: R=RESET (TO ZERO, A SERIES TO ITS START)
      *****              C=CAP AT YEP-LIMIT, THE EXCESS DROPPED
      *****              V=CAP AT YEP-LIMIT, THE EXCESS PAID OUT
      *****                (LEAVE ONLY)
      *****              K=KEEP AS IT IS
       FD YEAR-END-POLICY.
       01 YEAR-END-POLICY-REC.
          05 YEP-ITEM PIC X(8).
          05 YEP-ACTION PIC X(01).
          05 YEP-LIMIT PIC 9(7)V9(2).
          05 YEP-DESC PIC X(24).
      ***** ONE ROW PER YEAR CLOSED, THE GUARD AGAINST A RERUN
       FD YEAR-END-CONTROL.
       01 YEAR-END-CONTROL-REC.
          05 YEC-YEAR PIC 9(4).
          05 YEC-RUN-DATE PIC X(8).
          05 YEC-GEN PIC 9(4).
          05 YEC-CHANGES PIC 9(7).
       FD SALESMAN-MASTER.
       01 MASTER-SALESMAN-REC.
          05 MAST-SALESMANNUM PIC X(4).
          05 MAST-NAMESALESMAN PIC X(10).
          05 MAST-UNITSSOLD PIC 9(7).
          05 MAST-COMM PIC 9(7)V9(2).
       FD SALESMAN-MASTER-TEMP.
       01 TEMP-MASTER-SALESMAN-REC.
          05 TMAST-SALESMANNUM PIC X(4).
          05 TMAST-NAMESALESMAN PIC X(10).
          05 TMAST-UNITSSOLD PIC 9(7).
          05 TMAST-COMM PIC 9(7)V9(2).
       FD LOYALTY-MEMBERS.
       01 LOYALTY-MEMBER-REC.
          05 LM-NUM PIC X(6).
          05 LM-NAME PIC X(20).
          05 LM-POINTS PIC 9(6)V9(2).
       FD LOYALTY-MEMBERS-TEMP.
       01 TEMP-LOYALTY-MEMBER-REC.
          05 TLM-NUM PIC X(6).
          05 TLM-NAME PIC X(20).
          05 TLM-POINTS PIC 9(6)V9(2).
      ***** (PL-TYPE: E=EARNED R=REDEEMED X=EXPIRED AT YEAR END)
       FD POINTS-LEDGER.
       01 POINTS-LEDGER-REC.
          05 PL-MEMBER PIC X(6).
          05 PL-DATE PIC X(8).
          05 PL-ORDERREF PIC 9(4).
          05 PL-TYPE PIC X(01).
          05 PL-POINTS PIC 9(5)V9(2).
      ***** VACATION AND SICK BALANCES IN HOURS PER EMPLOYEE
       FD LEAVE-CREDITS.
       01 LEAVE-CREDITS-REC.
          05 LC-EMPID PIC X(5).
          05 LC-VL PIC 9(3)V9(2).
          05 LC-SL PIC 9(3)V9(2).
       FD LEAVE-CREDITS-TEMP.
       01 TEMP-LEAVE-CREDITS-REC.
          05 TLC-EMPID PIC X(5).
          05 TLC-VL PIC 9(3)V9(2).
          05 TLC-SL PIC 9(3)V9(2).
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
          05 EM-ID PIC X(5).
          05 EM-LNAME PIC X(10).
          05 EM-FNAME PIC X(10).
          05 EM-MNAME PIC X(10).
          05 EM-PCODE PIC X(01).
          05 EM-RATE PIC X(9).
       FD POSGRADE.
       01 FILE-POSGRADE.
          05 PG-CODE PIC X.
          05 PG-DESC PIC X(9).
          05 PG-RATE-MULT PIC 9V99.
      ***** RECURRING AND ONE-MONTH EARNINGS PAYROLL PICKS UP
       FD EMP-EARNINGS.
       01 EMP-EARNINGS-REC.
          05 EE-EMPID PIC X(5).
          05 EE-CODE PIC X(4).
          05 EE-DESC PIC X(15).
          05 EE-AMOUNT PIC 9(7)V9(2).
          05 EE-FREQ PIC X(01).
          05 EE-EFFDATE PIC X(8).
          05 EE-ENDDATE PIC X(8).
          05 EE-TAXFLAG PIC X(01).
          05 EE-CEILING PIC 9(7)V9(2).
       FD OR-SERIES.
       01 OR-SERIES-REC.
          05 ORS-RANGE-START PIC 9(4).
          05 ORS-RANGE-END PIC 9(4).
          05 ORS-LAST-USED PIC 9(4).
       FD NUMBER-SERIES.
       01 NUMBER-SERIES-REC.
          05 NSR-CODE PIC X(8).
          05 NSR-START PIC 9(6).
          05 NSR-END PIC 9(6).
          05 NSR-LAST PIC 9(6).
          05 NSR-YEAR PIC 9(4).
       FD NUMBER-SERIES-TEMP.
       01 TEMP-NUMBER-SERIES-REC.
          05 TNSR-CODE PIC X(8).
          05 TNSR-START PIC 9(6).
          05 TNSR-END PIC 9(6).
          05 TNSR-LAST PIC 9(6).
          05 TNSR-YEAR PIC 9(4).
       FD ROLLOVER-REPORT.
       01 ROLLOVER-REPORT-REC PIC X(90).
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
      ********** RUN WORK FIELDS
       01 YER-SEQ.
          05 YER-EOF-FLAG PIC 9 VALUE 0.
          05 YER-SUB-EOF PIC 9 VALUE 0.
          05 YER-IDX PIC 9(4).
          05 YER-HIT PIC 9(4).
          05 YER-NEW-YEAR PIC 9(4).
          05 YER-CLOSE-YEAR PIC 9(4).
          05 YER-DONE-YEAR PIC 9(4) VALUE 0.
          05 YER-DONE-DATE PIC X(8) VALUE SPACES.
          05 YER-ITEM PIC X(8).
          05 YER-ACTION PIC X(01).
          05 YER-LIMIT PIC 9(7)V9(2).
          05 YER-BEFORE PIC 9(7)V9(2).
          05 YER-AFTER PIC 9(7)V9(2).
          05 YER-EXCESS PIC 9(7)V9(2).
          05 YER-CHUNK PIC 9(5)V9(2).
          05 YER-CASH PIC 9(7)V9(2).
          05 YER-RATE PIC 9(6)V9(2).
          05 YER-MULT PIC 9V99.
          05 YER-PCODE PIC X(01).
          05 YER-KEY PIC X(10).
          05 YER-FIELD PIC X(12).
          05 YER-NOTE PIC X(28).
          05 YER-CASHDIS PIC ZZZ,ZZ9.99.
          05 YER-FILE-CHANGES PIC 9(5).
          05 YER-HEAD-DONE PIC 9 VALUE 0.
          05 YER-RUN-STATUS PIC X(4) VALUE "OK  ".
      ********** THE LOADED YEAR-END POLICY
       01 YER-POLICY-TABLE.
          05 YER-POLICY-ENTRY OCCURS 20 TIMES.
             10 YER-T-ITEM PIC X(8).
             10 YER-T-ACTION PIC X(01).
             10 YER-T-LIMIT PIC 9(7)V9(2).
             10 YER-T-DESC PIC X(24).
       01 YER-POLICY-COUNT PIC 9(2) VALUE 0.
      ********** PAY RATES FOR LEAVE PAID OUT (RATE TIMES THE
      ********** POSITION-GRADE MULTIPLIER, AS AT FINAL PAY)
       01 YER-EMP-TABLE.
          05 YER-EMP-ENTRY OCCURS 2000 TIMES.
             10 YER-E-ID PIC X(5).
             10 YER-E-PCODE PIC X(01).
             10 YER-E-RATE PIC 9(6)V9(2).
       01 YER-EMP-COUNT PIC 9(4) VALUE 0.
       01 YER-GRADE-TABLE.
          05 YER-GRADE-ENTRY OCCURS 20 TIMES.
             10 YER-G-CODE PIC X(01).
             10 YER-G-MULT PIC 9V99.
       01 YER-GRADE-COUNT PIC 9(2) VALUE 0.
      ********** ARCHIVE HANDOVER; EVERY CLOSING COPY SHARES ONE
      ********** GENERATION AND IS KEPT PAST THE MONTHLY PRUNING
       01 ARC-PARM.
          05 ARC-P-NAME PIC X(12).
          05 ARC-P-PATH PIC X(60).
          05 ARC-P-STATUS PIC X(01) VALUE 'Y'.
          05 ARC-P-GEN PIC 9(4) VALUE 0.
          05 ARC-P-COUNT PIC 9(7).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20).
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5) VALUE "NIGHT".
       01 YER-AUDIT-EDIT PIC Z,ZZZ,ZZ9.99.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "YEAR-END".
          05 SPL-P-PROGRAM PIC X(24) VALUE "YEAR-END-ROLLOVER".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\YearEndReport.dat".
      ********** REPORT LINE LAYOUTS
       01 YER-HEAD-LINE.
          05 FILLER PIC X(30) VALUE "YEAR-END ROLLOVER CLOSING     ".
          05 YER-HD-YEAR PIC 9(4).
          05 FILLER PIC X(17) VALUE "  BUSINESS DATE  ".
          05 YER-HD-DATE PIC X(8).
       01 YER-ARCH-LINE.
          05 FILLER PIC X(13) VALUE "    ARCHIVED ".
          05 YER-AL-NAME PIC X(12).
          05 FILLER PIC X(5) VALUE " GEN ".
          05 YER-AL-GEN PIC 9(4).
          05 FILLER PIC X(10) VALUE "  RECORDS ".
          05 YER-AL-COUNT PIC ZZZZZZ9.
       01 YER-FILE-LINE.
          05 FILLER PIC X(4) VALUE "*** ".
          05 YER-FL-NAME PIC X(30).
       01 YER-POLICY-LINE.
          05 FILLER PIC X(11) VALUE "    POLICY ".
          05 YER-PL-ITEM PIC X(9).
          05 YER-PL-DESC PIC X(25).
          05 YER-PL-ACTION PIC X(14).
          05 YER-PL-LIMIT PIC Z,ZZZ,ZZ9.99.
       01 YER-COLUMN-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(11) VALUE "KEY".
          05 FILLER PIC X(13) VALUE "FIELD".
          05 FILLER PIC X(14) VALUE "      BEFORE".
          05 FILLER PIC X(14) VALUE "       AFTER".
          05 FILLER PIC X(28) VALUE "NOTE".
       01 YER-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 YER-DT-KEY PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 YER-DT-FIELD PIC X(12).
          05 FILLER PIC X(1) VALUE SPACE.
          05 YER-DT-BEFORE PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 YER-DT-AFTER PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 YER-DT-NOTE PIC X(28).
       01 YER-COUNT-LINE.
          05 FILLER PIC X(18) VALUE "    ROWS CHANGED: ".
          05 YER-CL-COUNT PIC ZZZZ9.
       01 YER-SUMMARY-LINE.
          05 FILLER PIC X(15) VALUE "TOTAL CHANGES: ".
          05 YER-SM-COUNT PIC ZZZZZZ9.
          05 FILLER PIC X(26) VALUE "   NEW YEAR OPENED:       ".
          05 YER-SM-YEAR PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE(1:4) TO YER-NEW-YEAR
           COMPUTE YER-CLOSE-YEAR = YER-NEW-YEAR - 1

      ***** ONLY A JANUARY BUSINESS DATE OPENS A NEW YEAR, AND A
      ***** YEAR ALREADY CLOSED IS LEFT ALONE ON A RERUN
           IF BDT-DATE(5:2) NOT = "01"
              DISPLAY "BUSINESS DATE " BDT-DATE
                 " IS NOT IN JANUARY - NOTHING TO ROLL"
              PERFORM LOG-RUN-END
              GOBACK
           END-IF
           PERFORM READ-ROLLOVER-CONTROL
           IF YER-DONE-YEAR >= YER-CLOSE-YEAR
              DISPLAY "YEAR " YER-CLOSE-YEAR " ALREADY ROLLED ON "
                 YER-DONE-DATE
              PERFORM LOG-RUN-END
              GOBACK
           END-IF

           PERFORM LOAD-POLICY
           OPEN OUTPUT ROLLOVER-REPORT
           MOVE YER-CLOSE-YEAR TO YER-HD-YEAR
           MOVE BDT-DATE TO YER-HD-DATE
           WRITE ROLLOVER-REPORT-REC FROM YER-HEAD-LINE

           PERFORM ARCHIVE-CLOSING-VALUES
           PERFORM ROLL-SALESMEN
           PERFORM ROLL-LOYALTY
           PERFORM ROLL-LEAVE
           PERFORM ROLL-OR-SERIES
           PERFORM ROLL-NUMBER-SERIES

           MOVE SPACES TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE RC-DONE-COUNT TO YER-SM-COUNT
           MOVE YER-NEW-YEAR TO YER-SM-YEAR
           WRITE ROLLOVER-REPORT-REC FROM YER-SUMMARY-LINE
           CLOSE ROLLOVER-REPORT

           PERFORM WRITE-ROLLOVER-CONTROL
           CALL "SPOOL-REGISTER" USING SPL-PARM
           PERFORM LOG-RUN-END
           DISPLAY "YEAR " YER-CLOSE-YEAR " ROLLED - CHANGES: "
              RC-DONE-COUNT.
           GOBACK.

      ***** THE HIGHEST YEAR ALREADY CLOSED
       READ-ROLLOVER-CONTROL.
           MOVE 0 TO YER-DONE-YEAR
           MOVE 0 TO YER-EOF-FLAG
           OPEN EXTEND YEAR-END-CONTROL
           CLOSE YEAR-END-CONTROL
           OPEN INPUT YEAR-END-CONTROL
           READ YEAR-END-CONTROL
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              IF YEC-YEAR > YER-DONE-YEAR
                 MOVE YEC-YEAR TO YER-DONE-YEAR
                 MOVE YEC-RUN-DATE TO YER-DONE-DATE
              END-IF
              READ YEAR-END-CONTROL
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE YEAR-END-CONTROL.
           EXIT.

       WRITE-ROLLOVER-CONTROL.
           MOVE YER-CLOSE-YEAR TO YEC-YEAR
           MOVE BDT-DATE TO YEC-RUN-DATE
           MOVE ARC-P-GEN TO YEC-GEN
           MOVE RC-DONE-COUNT TO YEC-CHANGES
           OPEN EXTEND YEAR-END-CONTROL
              WRITE YEAR-END-CONTROL-REC
           CLOSE YEAR-END-CONTROL.
           EXIT.

      ***** LOAD THE POLICY, SEEDING THE SHOP'S STANDARD YEAR-END
      ***** RULES THE FIRST TIME THE FILE IS MISSING
       LOAD-POLICY.
           MOVE 0 TO YER-POLICY-COUNT
           MOVE 0 TO YER-EOF-FLAG
           OPEN EXTEND YEAR-END-POLICY
           CLOSE YEAR-END-POLICY
           OPEN INPUT YEAR-END-POLICY
           READ YEAR-END-POLICY
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           IF YER-EOF-FLAG = 1
              CLOSE YEAR-END-POLICY
              PERFORM SEED-DEFAULT-POLICY
              MOVE 0 TO YER-EOF-FLAG
              OPEN INPUT YEAR-END-POLICY
              READ YEAR-END-POLICY
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-IF
           PERFORM UNTIL YER-EOF-FLAG = 1
              IF YER-POLICY-COUNT < 20
                 ADD 1 TO YER-POLICY-COUNT
                 MOVE YEP-ITEM TO YER-T-ITEM(YER-POLICY-COUNT)
                 MOVE YEP-ACTION TO YER-T-ACTION(YER-POLICY-COUNT)
                 MOVE YEP-LIMIT TO YER-T-LIMIT(YER-POLICY-COUNT)
                 MOVE YEP-DESC TO YER-T-DESC(YER-POLICY-COUNT)
              END-IF
              READ YEAR-END-POLICY
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE YEAR-END-POLICY.
           EXIT.

      ***** SALES COUNTERS AND THE CHECK AND TIME DEPOSIT SERIES
      ***** START THE YEAR AT ZERO, POINTS EXPIRE, UP TO 80 HOURS OF
      ***** VACATION LEAVE CARRY OVER WITH THE REST PAID OUT, AND
      ***** SICK LEAVE CARRIES UP TO 120 HOURS WITH THE REST
      ***** FORFEITED. THE OR SERIES KEEPS RUNNING: THE ORDER NUMBER
      ***** IS ALL THAT TIES A SALE'S LINES TO ITS LOG ROW, SO A
      ***** REPEATED NUMBER WOULD PICK UP LAST YEAR'S LINES
       SEED-DEFAULT-POLICY.
           OPEN OUTPUT YEAR-END-POLICY
           MOVE "UNITSOLD" TO YEP-ITEM
           MOVE 'R' TO YEP-ACTION
           MOVE 0 TO YEP-LIMIT
           MOVE "SALESMAN UNITS SOLD" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           MOVE "COMMISSN" TO YEP-ITEM
           MOVE 'R' TO YEP-ACTION
           MOVE 0 TO YEP-LIMIT
           MOVE "SALESMAN COMMISSION" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           MOVE "POINTS" TO YEP-ITEM
           MOVE 'R' TO YEP-ACTION
           MOVE 0 TO YEP-LIMIT
           MOVE "LOYALTY POINTS" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           MOVE "VL" TO YEP-ITEM
           MOVE 'V' TO YEP-ACTION
           MOVE 80.00 TO YEP-LIMIT
           MOVE "VACATION LEAVE HOURS" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           MOVE "SL" TO YEP-ITEM
           MOVE 'C' TO YEP-ACTION
           MOVE 120.00 TO YEP-LIMIT
           MOVE "SICK LEAVE HOURS" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           MOVE "ORSERIES" TO YEP-ITEM
           MOVE 'K' TO YEP-ACTION
           MOVE 0 TO YEP-LIMIT
           MOVE "OFFICIAL RECEIPT SERIES" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           MOVE "CHECKNUM" TO YEP-ITEM
           MOVE 'R' TO YEP-ACTION
           MOVE 0 TO YEP-LIMIT
           MOVE "CHECK LEAF SERIES" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           MOVE "TDNUMBER" TO YEP-ITEM
           MOVE 'R' TO YEP-ACTION
           MOVE 0 TO YEP-LIMIT
           MOVE "TIME DEPOSIT NUMBERS" TO YEP-DESC
           WRITE YEAR-END-POLICY-REC
           CLOSE YEAR-END-POLICY.
           EXIT.

      ***** THE CLOSING VALUES GO TO ONE ARCHIVE GENERATION BEFORE
      ***** ANYTHING IS TOUCHED
       ARCHIVE-CLOSING-VALUES.
           MOVE 0 TO ARC-P-GEN
           MOVE "YESalesman" TO ARC-P-NAME
           MOVE "C:\cobol_project\MainMenuSalesmanMaster.dat"
              TO ARC-P-PATH
           PERFORM ARCHIVE-ONE-CLOSING
           MOVE "YELoyalty" TO ARC-P-NAME
           MOVE "C:\cobol_project\LoyaltyMembers.dat" TO ARC-P-PATH
           PERFORM ARCHIVE-ONE-CLOSING
           MOVE "YELeave" TO ARC-P-NAME
           MOVE "C:\cobol_project\LeaveCredits.dat" TO ARC-P-PATH
           PERFORM ARCHIVE-ONE-CLOSING
           MOVE "YEORSeries" TO ARC-P-NAME
           MOVE "C:\cobol_project\ORSeries.dat" TO ARC-P-PATH
           PERFORM ARCHIVE-ONE-CLOSING
           MOVE "YENumSeries" TO ARC-P-NAME
           MOVE "C:\cobol_project\NumberSeries.dat" TO ARC-P-PATH
           PERFORM ARCHIVE-ONE-CLOSING.
           EXIT.

       ARCHIVE-ONE-CLOSING.
           CALL "MONTH-END-ARCHIVE-FILE" USING ARC-PARM
           MOVE ARC-P-NAME TO YER-AL-NAME
           MOVE ARC-P-GEN TO YER-AL-GEN
           MOVE ARC-P-COUNT TO YER-AL-COUNT
           WRITE ROLLOVER-REPORT-REC FROM YER-ARCH-LINE.
           EXIT.

      ***** YER-ITEM'S RULE INTO YER-ACTION/YER-LIMIT; AN ITEM WITH
      ***** NO POLICY ROW IS KEPT
       FIND-POLICY.
           MOVE 'K' TO YER-ACTION
           MOVE 0 TO YER-LIMIT
           MOVE 0 TO YER-HIT
           PERFORM VARYING YER-IDX FROM 1 BY 1
               UNTIL YER-IDX > YER-POLICY-COUNT
              IF YER-T-ITEM(YER-IDX) = YER-ITEM
                 MOVE YER-IDX TO YER-HIT
                 MOVE YER-T-ACTION(YER-IDX) TO YER-ACTION
                 MOVE YER-T-LIMIT(YER-IDX) TO YER-LIMIT
              END-IF
           END-PERFORM.
           EXIT.

      ***** YER-BEFORE IN; YER-AFTER AND THE YER-EXCESS TAKEN OFF
      ***** OUT, UNDER YER-ITEM'S RULE
       APPLY-POLICY.
           PERFORM FIND-POLICY
           MOVE YER-BEFORE TO YER-AFTER
           EVALUATE YER-ACTION
              WHEN 'R'
                 MOVE 0 TO YER-AFTER
              WHEN 'C'
              WHEN 'V'
                 IF YER-BEFORE > YER-LIMIT
                    MOVE YER-LIMIT TO YER-AFTER
                 END-IF
           END-EVALUATE
           COMPUTE YER-EXCESS = YER-BEFORE - YER-AFTER.
           EXIT.

      ***** ONE POLICY LINE UNDER A FILE HEADING
       WRITE-POLICY-LINE.
           PERFORM FIND-POLICY
           MOVE YER-ITEM TO YER-PL-ITEM
           MOVE SPACES TO YER-PL-DESC
           IF YER-HIT > 0
              MOVE YER-T-DESC(YER-HIT) TO YER-PL-DESC
           END-IF
           MOVE SPACES TO ROLLOVER-REPORT-REC
           EVALUATE YER-ACTION
              WHEN 'R'
                 MOVE "RESET" TO YER-PL-ACTION
              WHEN 'C'
                 MOVE "CAP AT" TO YER-PL-ACTION
              WHEN 'V'
                 MOVE "CAP, PAY OVER" TO YER-PL-ACTION
              WHEN OTHER
                 MOVE "KEEP" TO YER-PL-ACTION
           END-EVALUATE
           MOVE YER-LIMIT TO YER-PL-LIMIT
           WRITE ROLLOVER-REPORT-REC FROM YER-POLICY-LINE.
           EXIT.

       WRITE-FILE-HEADING.
           MOVE SPACES TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC FROM YER-FILE-LINE
           MOVE 0 TO YER-HEAD-DONE
           MOVE 0 TO YER-FILE-CHANGES.
           EXIT.

       WRITE-FILE-TOTAL.
           IF YER-FILE-CHANGES = 0
              MOVE SPACES TO ROLLOVER-REPORT-REC
              MOVE "    NOTHING CHANGED" TO ROLLOVER-REPORT-REC
              WRITE ROLLOVER-REPORT-REC
           ELSE
              MOVE YER-FILE-CHANGES TO YER-CL-COUNT
              WRITE ROLLOVER-REPORT-REC FROM YER-COUNT-LINE
           END-IF.
           EXIT.

      ***** ONE CHANGED VALUE ON THE REPORT
       WRITE-CHANGE-LINE.
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO YER-FILE-CHANGES
           ADD 1 TO RC-DONE-COUNT.
           EXIT.

      ***** ONE DETAIL LINE, WITH THE COLUMN HEADS AHEAD OF THE
      ***** FIRST LINE UNDER A FILE
       WRITE-DETAIL-LINE.
           IF YER-HEAD-DONE = 0
              WRITE ROLLOVER-REPORT-REC FROM YER-COLUMN-LINE
              MOVE 1 TO YER-HEAD-DONE
           END-IF
           MOVE YER-KEY TO YER-DT-KEY
           MOVE YER-FIELD TO YER-DT-FIELD
           MOVE YER-BEFORE TO YER-DT-BEFORE
           MOVE YER-AFTER TO YER-DT-AFTER
           MOVE YER-NOTE TO YER-DT-NOTE
           WRITE ROLLOVER-REPORT-REC FROM YER-DETAIL-LINE.
           EXIT.

      ***** A CHANGED MASTER VALUE ALSO GOES ON THE MASTER-FILE AUDIT
       AUDIT-CHANGE.
           MOVE YER-KEY TO MAL-P-KEY
           MOVE YER-FIELD TO MAL-P-FIELD
           MOVE YER-BEFORE TO YER-AUDIT-EDIT
           MOVE YER-AUDIT-EDIT TO MAL-P-BEFORE
           MOVE YER-AFTER TO YER-AUDIT-EDIT
           MOVE YER-AUDIT-EDIT TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

      ***** YEAR-TO-DATE UNITS AND COMMISSION ON THE SALESMAN MASTER
       ROLL-SALESMEN.
           MOVE "MainMenuSalesmanMaster.dat" TO YER-FL-NAME
           PERFORM WRITE-FILE-HEADING
           MOVE "UNITSOLD" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "COMMISSN" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "SalesmanMaster.dat" TO MAL-P-FILE
           MOVE SPACES TO YER-NOTE

           MOVE 0 TO YER-EOF-FLAG
           OPEN EXTEND SALESMAN-MASTER
           CLOSE SALESMAN-MASTER
           OPEN INPUT SALESMAN-MASTER
           OPEN OUTPUT SALESMAN-MASTER-TEMP
           READ SALESMAN-MASTER
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              MOVE MASTER-SALESMAN-REC TO TEMP-MASTER-SALESMAN-REC
              MOVE MAST-SALESMANNUM TO YER-KEY

              MOVE "UNITSOLD" TO YER-ITEM
              MOVE "UNITS SOLD" TO YER-FIELD
              MOVE MAST-UNITSSOLD TO YER-BEFORE
              PERFORM APPLY-POLICY
              IF YER-AFTER NOT = YER-BEFORE
                 MOVE YER-AFTER TO TMAST-UNITSSOLD
                 PERFORM WRITE-CHANGE-LINE
                 PERFORM AUDIT-CHANGE
              END-IF

              MOVE "COMMISSN" TO YER-ITEM
              MOVE "COMMISSION" TO YER-FIELD
              MOVE MAST-COMM TO YER-BEFORE
              PERFORM APPLY-POLICY
              IF YER-AFTER NOT = YER-BEFORE
                 MOVE YER-AFTER TO TMAST-COMM
                 PERFORM WRITE-CHANGE-LINE
                 PERFORM AUDIT-CHANGE
              END-IF

              WRITE TEMP-MASTER-SALESMAN-REC
              READ SALESMAN-MASTER
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALESMAN-MASTER
           CLOSE SALESMAN-MASTER-TEMP

           MOVE 0 TO YER-EOF-FLAG
           OPEN OUTPUT SALESMAN-MASTER
           OPEN INPUT SALESMAN-MASTER-TEMP
           READ SALESMAN-MASTER-TEMP
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              WRITE MASTER-SALESMAN-REC FROM TEMP-MASTER-SALESMAN-REC
              READ SALESMAN-MASTER-TEMP
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SALESMAN-MASTER
           CLOSE SALESMAN-MASTER-TEMP
           PERFORM WRITE-FILE-TOTAL.
           EXIT.

      ***** POINTS TAKEN OFF A MEMBER EXPIRE THROUGH THE POINTS
      ***** LEDGER SO THE LIABILITY REPORT SEES THEM GO
       ROLL-LOYALTY.
           MOVE "LoyaltyMembers.dat" TO YER-FL-NAME
           PERFORM WRITE-FILE-HEADING
           MOVE "POINTS" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "LoyaltyMembers.dat" TO MAL-P-FILE
           MOVE "POINTS" TO YER-FIELD
           MOVE "EXPIRED" TO YER-NOTE

           MOVE 0 TO YER-EOF-FLAG
           OPEN EXTEND LOYALTY-MEMBERS
           CLOSE LOYALTY-MEMBERS
           OPEN INPUT LOYALTY-MEMBERS
           OPEN OUTPUT LOYALTY-MEMBERS-TEMP
           OPEN EXTEND POINTS-LEDGER
           READ LOYALTY-MEMBERS
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              MOVE LOYALTY-MEMBER-REC TO TEMP-LOYALTY-MEMBER-REC
              MOVE LM-NUM TO YER-KEY
              MOVE LM-POINTS TO YER-BEFORE
              PERFORM APPLY-POLICY
              IF YER-AFTER NOT = YER-BEFORE
                 MOVE YER-AFTER TO TLM-POINTS
                 PERFORM WRITE-EXPIRY-ROWS
                 PERFORM WRITE-CHANGE-LINE
                 PERFORM AUDIT-CHANGE
              END-IF
              WRITE TEMP-LOYALTY-MEMBER-REC
              READ LOYALTY-MEMBERS
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOYALTY-MEMBERS
           CLOSE LOYALTY-MEMBERS-TEMP
           CLOSE POINTS-LEDGER

           MOVE 0 TO YER-EOF-FLAG
           OPEN OUTPUT LOYALTY-MEMBERS
           OPEN INPUT LOYALTY-MEMBERS-TEMP
           READ LOYALTY-MEMBERS-TEMP
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              WRITE LOYALTY-MEMBER-REC FROM TEMP-LOYALTY-MEMBER-REC
              READ LOYALTY-MEMBERS-TEMP
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LOYALTY-MEMBERS
           CLOSE LOYALTY-MEMBERS-TEMP
           PERFORM WRITE-FILE-TOTAL.
           EXIT.

      ***** A LEDGER ROW HOLDS AT MOST 99,999.99 POINTS, SO A LARGE
      ***** EXPIRY GOES ON AS MANY ROWS AS IT NEEDS
       WRITE-EXPIRY-ROWS.
           MOVE YER-EXCESS TO YER-CASH
           PERFORM UNTIL YER-CASH = 0
              IF YER-CASH > 99999.99
                 MOVE 99999.99 TO YER-CHUNK
              ELSE
                 MOVE YER-CASH TO YER-CHUNK
              END-IF
              MOVE LM-NUM TO PL-MEMBER
              MOVE BDT-DATE TO PL-DATE
              MOVE 0 TO PL-ORDERREF
              MOVE 'X' TO PL-TYPE
              MOVE YER-CHUNK TO PL-POINTS
              WRITE POINTS-LEDGER-REC
              SUBTRACT YER-CHUNK FROM YER-CASH
           END-PERFORM.
           EXIT.

      ***** VACATION AND SICK BALANCES CARRY OVER UP TO THE CAP; THE
      ***** EXCESS IS FORFEITED, OR UNDER A PAY-OUT RULE BECOMES A
      ***** ONE-MONTH TAXABLE EARNING ON THE JANUARY PAYROLL AT THE
      ***** GRADED HOURLY RATE. AN EMPLOYEE WITH NO RATE ON FILE
      ***** KEEPS THE BALANCE RATHER THAN LOSE HOURS UNPAID
       ROLL-LEAVE.
           MOVE "LeaveCredits.dat" TO YER-FL-NAME
           PERFORM WRITE-FILE-HEADING
           MOVE "VL" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "SL" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "LeaveCredits.dat" TO MAL-P-FILE
           PERFORM LOAD-PAY-RATES

           MOVE 0 TO YER-EOF-FLAG
           OPEN EXTEND LEAVE-CREDITS
           CLOSE LEAVE-CREDITS
           OPEN INPUT LEAVE-CREDITS
           OPEN OUTPUT LEAVE-CREDITS-TEMP
           OPEN EXTEND EMP-EARNINGS
           READ LEAVE-CREDITS
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              MOVE LEAVE-CREDITS-REC TO TEMP-LEAVE-CREDITS-REC
              MOVE LC-EMPID TO YER-KEY
              PERFORM FIND-PAY-RATE

              MOVE "VL" TO YER-ITEM
              MOVE "VACATION" TO YER-FIELD
              MOVE LC-VL TO YER-BEFORE
              PERFORM ROLL-ONE-LEAVE
              MOVE YER-AFTER TO TLC-VL

              MOVE "SL" TO YER-ITEM
              MOVE "SICK" TO YER-FIELD
              MOVE LC-SL TO YER-BEFORE
              PERFORM ROLL-ONE-LEAVE
              MOVE YER-AFTER TO TLC-SL

              WRITE TEMP-LEAVE-CREDITS-REC
              READ LEAVE-CREDITS
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LEAVE-CREDITS
           CLOSE LEAVE-CREDITS-TEMP
           CLOSE EMP-EARNINGS

           MOVE 0 TO YER-EOF-FLAG
           OPEN OUTPUT LEAVE-CREDITS
           OPEN INPUT LEAVE-CREDITS-TEMP
           READ LEAVE-CREDITS-TEMP
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              WRITE LEAVE-CREDITS-REC FROM TEMP-LEAVE-CREDITS-REC
              READ LEAVE-CREDITS-TEMP
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE LEAVE-CREDITS
           CLOSE LEAVE-CREDITS-TEMP
           PERFORM WRITE-FILE-TOTAL.
           EXIT.

       ROLL-ONE-LEAVE.
           PERFORM APPLY-POLICY
           IF YER-AFTER = YER-BEFORE
              EXIT PARAGRAPH
           END-IF
           MOVE "FORFEITED" TO YER-NOTE
           IF YER-ACTION = 'V'
              IF YER-RATE = 0
                 MOVE YER-BEFORE TO YER-AFTER
                 MOVE "NO PAY RATE - NOT CAPPED" TO YER-NOTE
                 PERFORM WRITE-DETAIL-LINE
                 EXIT PARAGRAPH
              ELSE
                 COMPUTE YER-CASH ROUNDED =
                     YER-EXCESS * YER-RATE * YER-MULT
                 PERFORM WRITE-LEAVE-EARNING
                 MOVE YER-CASH TO YER-CASHDIS
                 MOVE SPACES TO YER-NOTE
                 STRING "PAID OUT " YER-CASHDIS
                    DELIMITED BY SIZE INTO YER-NOTE
              END-IF
           END-IF
           PERFORM WRITE-CHANGE-LINE
           PERFORM AUDIT-CHANGE.
           EXIT.

      ***** A ONE-MONTH JANUARY EARNING SO THE FIRST PAYROLL OF THE
      ***** NEW YEAR PAYS THE CONVERTED HOURS ONCE
       WRITE-LEAVE-EARNING.
           MOVE LC-EMPID TO EE-EMPID
           MOVE "LVCV" TO EE-CODE
           IF YER-ITEM = "VL"
              MOVE "VL CONVERSION" TO EE-DESC
           ELSE
              MOVE "SL CONVERSION" TO EE-DESC
           END-IF
           MOVE YER-CASH TO EE-AMOUNT
           MOVE 'M' TO EE-FREQ
           MOVE SPACES TO EE-EFFDATE
           STRING YER-NEW-YEAR "0101" DELIMITED BY SIZE
              INTO EE-EFFDATE
           MOVE SPACES TO EE-ENDDATE
           STRING YER-NEW-YEAR "0131" DELIMITED BY SIZE
              INTO EE-ENDDATE
           MOVE 'T' TO EE-TAXFLAG
           MOVE 0 TO EE-CEILING
           WRITE EMP-EARNINGS-REC.
           EXIT.

      ***** EVERY EMPLOYEE'S HOURLY RATE AND GRADE, AND THE GRADE
      ***** MULTIPLIERS
       LOAD-PAY-RATES.
           MOVE 0 TO YER-EMP-COUNT
           MOVE 0 TO YER-SUB-EOF
           OPEN EXTEND EMPLOYEE-MASTER
           CLOSE EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-MASTER
           READ EMPLOYEE-MASTER
              AT END MOVE 1 TO YER-SUB-EOF
           END-READ
           PERFORM UNTIL YER-SUB-EOF = 1
              IF YER-EMP-COUNT < 2000
                 ADD 1 TO YER-EMP-COUNT
                 MOVE EM-ID TO YER-E-ID(YER-EMP-COUNT)
                 MOVE EM-PCODE TO YER-E-PCODE(YER-EMP-COUNT)
                 COMPUTE YER-E-RATE(YER-EMP-COUNT) =
                     FUNCTION NUMVAL(EM-RATE)
              END-IF
              READ EMPLOYEE-MASTER
                 AT END MOVE 1 TO YER-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           MOVE 0 TO YER-GRADE-COUNT
           MOVE 0 TO YER-SUB-EOF
           OPEN EXTEND POSGRADE
           CLOSE POSGRADE
           OPEN INPUT POSGRADE
           READ POSGRADE
              AT END MOVE 1 TO YER-SUB-EOF
           END-READ
           PERFORM UNTIL YER-SUB-EOF = 1
              IF YER-GRADE-COUNT < 20
                 ADD 1 TO YER-GRADE-COUNT
                 MOVE PG-CODE TO YER-G-CODE(YER-GRADE-COUNT)
                 MOVE PG-RATE-MULT TO YER-G-MULT(YER-GRADE-COUNT)
              END-IF
              READ POSGRADE
                 AT END MOVE 1 TO YER-SUB-EOF
              END-READ
           END-PERFORM
           CLOSE POSGRADE.
           EXIT.

      ***** THE CURRENT LEAVE ROW'S RATE AND MULTIPLIER; AN UNLISTED
      ***** GRADE PAYS AT THE PLAIN RATE
       FIND-PAY-RATE.
           MOVE 0 TO YER-RATE
           MOVE 1.00 TO YER-MULT
           MOVE SPACE TO YER-PCODE
           PERFORM VARYING YER-IDX FROM 1 BY 1
               UNTIL YER-IDX > YER-EMP-COUNT
              IF YER-E-ID(YER-IDX) = LC-EMPID
                 MOVE YER-E-RATE(YER-IDX) TO YER-RATE
                 MOVE YER-E-PCODE(YER-IDX) TO YER-PCODE
              END-IF
           END-PERFORM
           PERFORM VARYING YER-IDX FROM 1 BY 1
               UNTIL YER-IDX > YER-GRADE-COUNT
              IF YER-G-CODE(YER-IDX) = YER-PCODE
                 MOVE YER-G-MULT(YER-IDX) TO YER-MULT
              END-IF
           END-PERFORM.
           EXIT.

      ***** UNDER A RESET POLICY THE OFFICIAL RECEIPT SERIES RESTARTS
      ***** AT THE START OF ITS AUTHORIZED RANGE
       ROLL-OR-SERIES.
           MOVE "ORSeries.dat" TO YER-FL-NAME
           PERFORM WRITE-FILE-HEADING
           MOVE "ORSERIES" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "OR SERIES" TO YER-KEY
           MOVE "LAST USED" TO YER-FIELD
           MOVE "RESTARTS AT RANGE START" TO YER-NOTE

           MOVE 0 TO YER-EOF-FLAG
           OPEN EXTEND OR-SERIES
           CLOSE OR-SERIES
           OPEN INPUT OR-SERIES
           READ OR-SERIES
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           CLOSE OR-SERIES
           IF YER-EOF-FLAG = 0
              MOVE ORS-LAST-USED TO YER-BEFORE
              PERFORM APPLY-POLICY
              IF YER-AFTER NOT = YER-BEFORE
                 MOVE YER-AFTER TO ORS-LAST-USED
                 OPEN OUTPUT OR-SERIES
                    WRITE OR-SERIES-REC
                 CLOSE OR-SERIES
                 PERFORM WRITE-CHANGE-LINE
              END-IF
           END-IF
           PERFORM WRITE-FILE-TOTAL.
           EXIT.

      ***** THE CHECK AND TIME DEPOSIT SERIES: A RESET SERIES GOES
      ***** BACK TO ITS START; EVERY SERIES IS STAMPED WITH THE NEW
      ***** YEAR
       ROLL-NUMBER-SERIES.
           MOVE "NumberSeries.dat" TO YER-FL-NAME
           PERFORM WRITE-FILE-HEADING
           MOVE "CHECKNUM" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "TDNUMBER" TO YER-ITEM
           PERFORM WRITE-POLICY-LINE
           MOVE "LAST USED" TO YER-FIELD
           MOVE "RESTARTS AT RANGE START" TO YER-NOTE

           MOVE 0 TO YER-EOF-FLAG
           OPEN EXTEND NUMBER-SERIES
           CLOSE NUMBER-SERIES
           OPEN INPUT NUMBER-SERIES
           OPEN OUTPUT NUMBER-SERIES-TEMP
           READ NUMBER-SERIES
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              MOVE NUMBER-SERIES-REC TO TEMP-NUMBER-SERIES-REC
              MOVE NSR-CODE TO YER-KEY
              MOVE NSR-CODE TO YER-ITEM
              MOVE NSR-LAST TO YER-BEFORE
              PERFORM APPLY-POLICY
              IF YER-AFTER NOT = YER-BEFORE
                 MOVE YER-AFTER TO TNSR-LAST
                 PERFORM WRITE-CHANGE-LINE
              END-IF
              MOVE YER-NEW-YEAR TO TNSR-YEAR
              WRITE TEMP-NUMBER-SERIES-REC
              READ NUMBER-SERIES
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE NUMBER-SERIES
           CLOSE NUMBER-SERIES-TEMP

           MOVE 0 TO YER-EOF-FLAG
           OPEN OUTPUT NUMBER-SERIES
           OPEN INPUT NUMBER-SERIES-TEMP
           READ NUMBER-SERIES-TEMP
              AT END MOVE 1 TO YER-EOF-FLAG
           END-READ
           PERFORM UNTIL YER-EOF-FLAG = 1
              WRITE NUMBER-SERIES-REC FROM TEMP-NUMBER-SERIES-REC
              READ NUMBER-SERIES-TEMP
                 AT END MOVE 1 TO YER-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE NUMBER-SERIES
           CLOSE NUMBER-SERIES-TEMP
           PERFORM WRITE-FILE-TOTAL.
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
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING
       LOG-RUN-START.
           MOVE "YEAR-END-ROLLOVER" TO RC-PROGRAM
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
           MOVE "YEAR-END-ROLLOVER" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE YER-RUN-STATUS TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM YEAR-END-ROLLOVER.
