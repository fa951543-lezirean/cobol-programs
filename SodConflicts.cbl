      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: FEBRUARY 03, 2025
      * Purpose: MONTHLY SEGREGATION-OF-DUTIES REVIEW OF THE MAKER-
      *          CHECKER LOGS - PAYROLL APPROVALS, TELLER REVERSALS,
      *          INVENTORY ADJUSTMENTS, PRICE CHANGES AND RETRO PAY -
      *          AGAINST THE OPERATOR FILE: SELF-APPROVALS, CHECKERS
      *          BELOW THE REQUIRED LEVEL, AND PAIRS OF OPERATORS WHO
      *          KEEP CHECKING EACH OTHER'S WORK
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CONFLICT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\cobol_project\Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SESSION-LOG ASSIGN TO
           "C:\cobol_project\SessionLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT APPROVAL-LOG ASSIGN TO
           "C:\cobol_project\PayrollApprovalLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT REVERSAL-LOG ASSIGN TO
           "C:\cobol_project\ReversalLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT ADJUST-JOURNAL ASSIGN TO
           "C:\cobol_project\InventoryAdjust.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PRICE-AUDIT ASSIGN TO
           "C:\cobol_project\PriceAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT RETRO-LOG ASSIGN TO
           "C:\cobol_project\RetroAdjustLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SOD-POLICY ASSIGN TO
           "C:\cobol_project\SodPolicy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SOD-REPORT ASSIGN TO
           "C:\cobol_project\SodConflicts.dat"
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
      ***** OPERATOR SIGN-ON FILE (LEVEL 1=TELLER 2=POSTING 3=ADMIN)
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          05 OP-ID PIC X(5).
          05 OP-PASSWORD PIC X(8).
          05 OP-LEVEL PIC 9.
          05 OP-STATUS PIC X(01).
          05 OP-PW-EXPIRY PIC X(8).
          05 OP-FAILS PIC 9(1).
          05 OP-BRANCH PIC X(3).
      ***** WHO WAS IN WHICH SYSTEM WHEN (SES-TYPE: ON/OF)
       FD SESSION-LOG.
       01 SESSION-LOG-REC.
          05 SES-OPERATOR PIC X(5).
          05 SES-TYPE PIC X(2).
          05 SES-PROGRAM PIC X(12).
          05 SES-TIMESTAMP PIC X(14).
      ***** ONE LINE PER PAYROLL DECISION: WHEN, WHO, WHAT, HOW MANY
       FD APPROVAL-LOG.
       01 APPROVAL-LOG-REC.
          05 APL-TIMESTAMP PIC X(14).
          05 APL-SUPERVISOR PIC X(5).
          05 APL-ACTION PIC X(8).
          05 APL-COUNT PIC 9(5).
          05 APL-REASON PIC X(30).
      ***** TELLER REVERSALS WITH THE SUPERVISOR WHO APPROVED THEM
       FD REVERSAL-LOG.
       01 REVERSAL-LOG-REC.
          05 RV-BANKNUM PIC X(5).
          05 RV-ORIG-STAMP PIC X(14).
          05 RV-CONTRA-STAMP PIC X(14).
          05 RV-TCODE PIC X(01).
          05 RV-AMOUNT PIC 9(9)V9(2).
          05 RV-TELLER PIC X(5).
          05 RV-APPROVER PIC X(5).
      ***** POSTED STOCK ADJUSTMENTS: THE COUNTER AND THE APPROVER
       FD ADJUST-JOURNAL.
       01 ADJUST-JOURNAL-REC.
          05 ADJ-DATE PIC X(8).
          05 ADJ-ITEMCODE PIC X(10).
          05 ADJ-OLD-STOCK PIC 9(5).
          05 ADJ-COUNTED PIC 9(5).
          05 ADJ-VARIANCE PIC S9(5).
          05 ADJ-REASON PIC X(02).
          05 ADJ-OPERATOR PIC X(5).
          05 ADJ-UNIT-COST PIC 9(5)V9(4).
          05 ADJ-LOT PIC X(12).
          05 ADJ-APPROVER PIC X(5).
      ***** APPLIED PRICE CHANGES: WHO KEYED AND WHO SIGNED OFF
       FD PRICE-AUDIT.
       01 PRICE-AUDIT-REC.
          05 PA-DATE PIC X(8).
          05 PA-ITEMCODE PIC X(10).
          05 PA-OLD-PRICE PIC 9(5)V9(2).
          05 PA-NEW-PRICE PIC 9(5)V9(2).
          05 PA-OPERATOR PIC X(5).
          05 PA-APPROVER PIC X(5).
      ***** QUEUED RETRO PAY ADJUSTMENTS AND WHO PREPARED THEM
       FD RETRO-LOG.
       01 RETRO-LOG-REC.
          05 RAL-TIMESTAMP PIC X(14).
          05 RAL-ID PIC X(5).
          05 RAL-POST-PERIOD PIC X(6).
          05 RAL-NET PIC 9(8)V9(2).
          05 RAL-PREPARER PIC X(5).
      ***** HOW OFTEN ONE PAIR MAY CHECK EACH OTHER IN A MONTH BEFORE
      ***** IT IS LISTED, AND THE LEVEL EACH CONTROL'S CHECKER NEEDS
       FD SOD-POLICY.
       01 SOD-POLICY-REC.
          05 SP-PAIR-LIMIT PIC 9(3).
          05 SP-LVL-PAYROLL PIC 9.
          05 SP-LVL-REVERSAL PIC 9.
          05 SP-LVL-INVENTORY PIC 9.
          05 SP-LVL-PRICE PIC 9.
          05 SP-LVL-RETRO PIC 9.
       FD SOD-REPORT.
       01 SOD-REPORT-REC PIC X(80).
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
      ********** POLICY, WITH THE HOUSE DEFAULTS WHEN NO RECORD EXISTS
       01 SOD-RULES.
          05 SOD-PAIR-LIMIT PIC 9(3) VALUE 5.
          05 SOD-LVL-PAYROLL PIC 9 VALUE 3.
          05 SOD-LVL-REVERSAL PIC 9 VALUE 3.
          05 SOD-LVL-INVENTORY PIC 9 VALUE 2.
          05 SOD-LVL-PRICE PIC 9 VALUE 2.
          05 SOD-LVL-RETRO PIC 9 VALUE 3.
      ********** RUN WORK FIELDS
       01 SOD-SEQ.
          05 SOD-MONTH PIC X(6).
          05 SOD-EOF-FLAG PIC 9 VALUE 0.
          05 SOD-IDX PIC 9(4).
          05 SOD-IDX2 PIC 9(4).
          05 SOD-HIT PIC 9(4).
          05 SOD-CASES PIC 9(5) VALUE 0.
          05 SOD-TOTAL-CASES PIC 9(5) VALUE 0.
          05 SOD-LEVEL PIC 9.
          05 SOD-LEVEL-FOUND PIC 9.
          05 SOD-PAIR-A PIC X(5).
          05 SOD-PAIR-B PIC X(5).
          05 SOD-PAIR-DIR PIC X(01).
          05 SOD-PAIR-TOTAL PIC 9(5).
          05 SOD-INV-KEY PIC X(20).
          05 SOD-INV-LAST PIC X(20) VALUE SPACES.
      ********** ONE ACTION BEING ADDED TO THE TABLE
       01 SOD-NEW.
          05 SOD-N-SOURCE PIC X(9).
          05 SOD-N-DATE PIC X(8).
          05 SOD-N-REF PIC X(18).
          05 SOD-N-MAKER PIC X(5).
          05 SOD-N-CHECKER PIC X(5).
          05 SOD-N-REQ PIC 9.
          05 SOD-N-PAIR PIC 9.
      ********** EVERY MAKER-CHECKER ACTION IN THE MONTH
      ********** (SOD-A-PAIR 1 = COUNTS TOWARD THE PAIR FREQUENCY; A
      **********  STOCK POSTING COUNTS ONCE, NOT ONCE PER ITEM LINE)
       01 SOD-ACTION-TABLE.
          05 SOD-ACTION-ENTRY OCCURS 2000 TIMES.
             10 SOD-A-SOURCE PIC X(9).
             10 SOD-A-DATE PIC X(8).
             10 SOD-A-REF PIC X(18).
             10 SOD-A-MAKER PIC X(5).
             10 SOD-A-CHECKER PIC X(5).
             10 SOD-A-REQ PIC 9.
             10 SOD-A-PAIR PIC 9.
       01 SOD-ACTION-COUNT PIC 9(4) VALUE 0.
      ********** OPERATOR LEVELS AS THEY STAND TODAY
       01 SOD-OPERATOR-TABLE.
          05 SOD-OPERATOR-ENTRY OCCURS 200 TIMES.
             10 SOD-O-ID PIC X(5).
             10 SOD-O-LEVEL PIC 9.
       01 SOD-OPERATOR-COUNT PIC 9(4) VALUE 0.
      ********** PAYROLL SIGN-ONS, OLDEST FIRST: THE LAST ONE BEFORE
      ********** A DECISION IS THE OPERATOR WHO PREPARED THE RUN
       01 SOD-SESSION-TABLE.
          05 SOD-SESSION-ENTRY OCCURS 500 TIMES.
             10 SOD-S-STAMP PIC X(14).
             10 SOD-S-ID PIC X(5).
       01 SOD-SESSION-COUNT PIC 9(4) VALUE 0.
      ********** EVERY PAYROLL DECISION ON FILE, OLDEST FIRST
       01 SOD-DECISION-TABLE.
          05 SOD-DECISION-ENTRY OCCURS 500 TIMES.
             10 SOD-D-STAMP PIC X(14).
             10 SOD-D-SUPERVISOR PIC X(5).
             10 SOD-D-ACTION PIC X(8).
       01 SOD-DECISION-COUNT PIC 9(4) VALUE 0.
      ********** HOW OFTEN EACH PAIR CHECKED THE OTHER'S WORK
      ********** (SOD-P-ID1 SORTS BELOW SOD-P-ID2)
       01 SOD-PAIR-TABLE.
          05 SOD-PAIR-ENTRY OCCURS 500 TIMES.
             10 SOD-P-ID1 PIC X(5).
             10 SOD-P-ID2 PIC X(5).
             10 SOD-P-1FOR2 PIC 9(5).
             10 SOD-P-2FOR1 PIC 9(5).
       01 SOD-PAIR-COUNT PIC 9(4) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 SOD-HEAD-LINE.
          05 FILLER PIC X(36)
             VALUE "SEGREGATION-OF-DUTIES CONFLICTS FOR ".
          05 SOD-HEAD-MONTH PIC X(6).
          05 FILLER PIC X(12) VALUE "   RUN DATE ".
          05 SOD-HEAD-DATE PIC X(8).
       01 SOD-SECTION-LINE.
          05 FILLER PIC X(4) VALUE "*** ".
          05 SOD-SEC-TITLE PIC X(60).
       01 SOD-CASE-COLUMNS.
          05 FILLER PIC X(42)
             VALUE "    SOURCE    DATE      REFERENCE         ".
          05 FILLER PIC X(19) VALUE "MAKER  CHECKER NOTE".
       01 SOD-CASE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SOD-CL-SOURCE PIC X(10).
          05 SOD-CL-DATE PIC X(10).
          05 SOD-CL-REF PIC X(18).
          05 SOD-CL-MAKER PIC X(7).
          05 SOD-CL-CHECKER PIC X(8).
          05 SOD-CL-NOTE PIC X(23).
       01 SOD-PAIR-COLUMNS.
          05 FILLER PIC X(52) VALUE
             "    OPERATOR PAIR   1ST FOR 2ND  2ND FOR 1ST   TOTAL".
       01 SOD-LIMIT-LINE.
          05 FILLER PIC X(14) VALUE "    LISTED AT ".
          05 SOD-LIM-COUNT PIC ZZ9.
          05 FILLER PIC X(33)
             VALUE " OR MORE CHECKS WITHIN THE MONTH".
       01 SOD-PAIR-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 SOD-PL-ID1 PIC X(6).
          05 SOD-PL-ID2 PIC X(10).
          05 FILLER PIC X(5) VALUE SPACES.
          05 SOD-PL-1FOR2 PIC ZZ,ZZ9.
          05 FILLER PIC X(7) VALUE SPACES.
          05 SOD-PL-2FOR1 PIC ZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SOD-PL-TOTAL PIC ZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SOD-PL-NOTE PIC X(6).
       01 SOD-COUNT-LINE.
          05 FILLER PIC X(11) VALUE "    CASES: ".
          05 SOD-CNT-CASES PIC ZZ,ZZ9.
       01 SOD-TOTAL-LINE.
          05 FILLER PIC X(18) VALUE "ACTIONS REVIEWED: ".
          05 SOD-TOT-ACTIONS PIC ZZ,ZZ9.
          05 FILLER PIC X(21) VALUE "   CONFLICTS LISTED: ".
          05 SOD-TOT-CASES PIC ZZ,ZZ9.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "SOD-REVIEW".
          05 SPL-P-PROGRAM PIC X(24) VALUE "SOD-CONFLICT-REPORT".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\SodConflicts.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE(1:6) TO SOD-MONTH
           PERFORM LOAD-SOD-POLICY
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-PAYROLL-SESSIONS
           PERFORM LOAD-DECISIONS

           PERFORM COLLECT-PAYROLL
           PERFORM COLLECT-REVERSALS
           PERFORM COLLECT-INVENTORY
           PERFORM COLLECT-PRICES
           PERFORM COLLECT-RETRO

           OPEN OUTPUT SOD-REPORT
           MOVE SOD-MONTH TO SOD-HEAD-MONTH
           MOVE BDT-DATE TO SOD-HEAD-DATE
           WRITE SOD-REPORT-REC FROM SOD-HEAD-LINE

           PERFORM LIST-SAME-OPERATOR
           PERFORM LIST-UNDER-LEVEL
           PERFORM LIST-FREQUENT-PAIRS

           MOVE SPACES TO SOD-REPORT-REC
           WRITE SOD-REPORT-REC
           MOVE SOD-ACTION-COUNT TO SOD-TOT-ACTIONS
           MOVE SOD-TOTAL-CASES TO SOD-TOT-CASES
           WRITE SOD-REPORT-REC FROM SOD-TOTAL-LINE
           CLOSE SOD-REPORT
           CALL "SPOOL-REGISTER" USING SPL-PARM

           MOVE SOD-TOTAL-CASES TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "SEGREGATION-OF-DUTIES REVIEW FOR " SOD-MONTH.
           DISPLAY "ACTIONS REVIEWED: " SOD-ACTION-COUNT
              "  CONFLICTS LISTED: " SOD-TOTAL-CASES.
           GOBACK.

      ***** NO POLICY RECORD KEEPS THE HOUSE DEFAULTS; A ZERO OR
      ***** BLANK FIELD KEEPS ITS OWN DEFAULT
       LOAD-SOD-POLICY.
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND SOD-POLICY
           CLOSE SOD-POLICY
           OPEN INPUT SOD-POLICY
           READ SOD-POLICY
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           CLOSE SOD-POLICY
           IF SOD-EOF-FLAG = 1
              EXIT PARAGRAPH
           END-IF
           IF SP-PAIR-LIMIT NUMERIC AND SP-PAIR-LIMIT > 0
              MOVE SP-PAIR-LIMIT TO SOD-PAIR-LIMIT
           END-IF
           IF SP-LVL-PAYROLL NUMERIC AND SP-LVL-PAYROLL > 0
              MOVE SP-LVL-PAYROLL TO SOD-LVL-PAYROLL
           END-IF
           IF SP-LVL-REVERSAL NUMERIC AND SP-LVL-REVERSAL > 0
              MOVE SP-LVL-REVERSAL TO SOD-LVL-REVERSAL
           END-IF
           IF SP-LVL-INVENTORY NUMERIC AND SP-LVL-INVENTORY > 0
              MOVE SP-LVL-INVENTORY TO SOD-LVL-INVENTORY
           END-IF
           IF SP-LVL-PRICE NUMERIC AND SP-LVL-PRICE > 0
              MOVE SP-LVL-PRICE TO SOD-LVL-PRICE
           END-IF
           IF SP-LVL-RETRO NUMERIC AND SP-LVL-RETRO > 0
              MOVE SP-LVL-RETRO TO SOD-LVL-RETRO
           END-IF.
           EXIT.

       LOAD-OPERATORS.
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           PERFORM UNTIL SOD-EOF-FLAG = 1
              IF SOD-OPERATOR-COUNT < 200
                 ADD 1 TO SOD-OPERATOR-COUNT
                 MOVE OP-ID TO SOD-O-ID(SOD-OPERATOR-COUNT)
                 IF OP-LEVEL NUMERIC
                    MOVE OP-LEVEL TO SOD-O-LEVEL(SOD-OPERATOR-COUNT)
                 ELSE
                    MOVE 0 TO SOD-O-LEVEL(SOD-OPERATOR-COUNT)
                 END-IF
              END-IF
              READ OPERATOR-FILE
                 AT END MOVE 1 TO SOD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
           EXIT.

       LOAD-PAYROLL-SESSIONS.
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND SESSION-LOG
           CLOSE SESSION-LOG
           OPEN INPUT SESSION-LOG
           READ SESSION-LOG
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           PERFORM UNTIL SOD-EOF-FLAG = 1
              IF SES-TYPE = "ON" AND SES-PROGRAM = "COBOL-QUIZ-4"
                 AND SOD-SESSION-COUNT < 500
                 ADD 1 TO SOD-SESSION-COUNT
                 MOVE SES-TIMESTAMP TO SOD-S-STAMP(SOD-SESSION-COUNT)
                 MOVE SES-OPERATOR TO SOD-S-ID(SOD-SESSION-COUNT)
              END-IF
              READ SESSION-LOG
                 AT END MOVE 1 TO SOD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SESSION-LOG.
           EXIT.

       LOAD-DECISIONS.
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND APPROVAL-LOG
           CLOSE APPROVAL-LOG
           OPEN INPUT APPROVAL-LOG
           READ APPROVAL-LOG
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           PERFORM UNTIL SOD-EOF-FLAG = 1
              IF SOD-DECISION-COUNT < 500
                 ADD 1 TO SOD-DECISION-COUNT
                 MOVE APL-TIMESTAMP
                    TO SOD-D-STAMP(SOD-DECISION-COUNT)
                 MOVE APL-SUPERVISOR
                    TO SOD-D-SUPERVISOR(SOD-DECISION-COUNT)
                 MOVE APL-ACTION TO SOD-D-ACTION(SOD-DECISION-COUNT)
              END-IF
              READ APPROVAL-LOG
                 AT END MOVE 1 TO SOD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE APPROVAL-LOG.
           EXIT.

      ***** A PAYROLL DECISION IN THE MONTH: THE SUPERVISOR CHECKED
      ***** THE RUN PREPARED BY WHOEVER LAST SIGNED ON TO PAYROLL
      ***** BEFORE IT (AN UNATTENDED BATCH RUN HAS NO MAKER)
       COLLECT-PAYROLL.
           PERFORM VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > SOD-DECISION-COUNT
              IF SOD-D-STAMP(SOD-IDX)(1:6) = SOD-MONTH
                 MOVE "PAYROLL" TO SOD-N-SOURCE
                 MOVE SOD-D-STAMP(SOD-IDX)(1:8) TO SOD-N-DATE
                 MOVE SPACES TO SOD-N-REF
                 STRING "RUN " SOD-D-ACTION(SOD-IDX)
                    DELIMITED BY SIZE INTO SOD-N-REF
                 PERFORM FIND-PAYROLL-MAKER
                 MOVE SOD-D-SUPERVISOR(SOD-IDX) TO SOD-N-CHECKER
                 MOVE SOD-LVL-PAYROLL TO SOD-N-REQ
                 MOVE 1 TO SOD-N-PAIR
                 PERFORM ADD-ACTION
              END-IF
           END-PERFORM.
           EXIT.

       FIND-PAYROLL-MAKER.
           MOVE SPACES TO SOD-N-MAKER
           PERFORM VARYING SOD-IDX2 FROM 1 BY 1
               UNTIL SOD-IDX2 > SOD-SESSION-COUNT
              IF SOD-S-STAMP(SOD-IDX2) <= SOD-D-STAMP(SOD-IDX)
                 MOVE SOD-S-ID(SOD-IDX2) TO SOD-N-MAKER
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE TELLER WHO REVERSED AND THE SUPERVISOR WHO APPROVED
       COLLECT-REVERSALS.
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND REVERSAL-LOG
           CLOSE REVERSAL-LOG
           OPEN INPUT REVERSAL-LOG
           READ REVERSAL-LOG
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           PERFORM UNTIL SOD-EOF-FLAG = 1
              IF RV-CONTRA-STAMP(1:6) = SOD-MONTH
                 MOVE "REVERSAL" TO SOD-N-SOURCE
                 MOVE RV-CONTRA-STAMP(1:8) TO SOD-N-DATE
                 MOVE SPACES TO SOD-N-REF
                 STRING "ACCT " RV-BANKNUM " CODE " RV-TCODE
                    DELIMITED BY SIZE INTO SOD-N-REF
                 MOVE RV-TELLER TO SOD-N-MAKER
                 MOVE RV-APPROVER TO SOD-N-CHECKER
                 MOVE SOD-LVL-REVERSAL TO SOD-N-REQ
                 MOVE 1 TO SOD-N-PAIR
                 PERFORM ADD-ACTION
              END-IF
              READ REVERSAL-LOG
                 AT END MOVE 1 TO SOD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE REVERSAL-LOG.
           EXIT.

      ***** THE COUNTER AND THE APPROVER OF EVERY POSTED COUNT LINE;
      ***** EXPIRY WRITE-OFFS CARRY NO APPROVER AND ARE NOT CHECKED
       COLLECT-INVENTORY.
           MOVE SPACES TO SOD-INV-LAST
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND ADJUST-JOURNAL
           CLOSE ADJUST-JOURNAL
           OPEN INPUT ADJUST-JOURNAL
           READ ADJUST-JOURNAL
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           PERFORM UNTIL SOD-EOF-FLAG = 1
              IF ADJ-DATE(1:6) = SOD-MONTH
                 AND ADJ-APPROVER NOT = SPACES
                 MOVE "INVENTORY" TO SOD-N-SOURCE
                 MOVE ADJ-DATE TO SOD-N-DATE
                 MOVE SPACES TO SOD-N-REF
                 STRING "ITEM " ADJ-ITEMCODE
                    DELIMITED BY SIZE INTO SOD-N-REF
                 MOVE ADJ-OPERATOR TO SOD-N-MAKER
                 MOVE ADJ-APPROVER TO SOD-N-CHECKER
                 MOVE SOD-LVL-INVENTORY TO SOD-N-REQ
                 MOVE SPACES TO SOD-INV-KEY
                 STRING ADJ-DATE ADJ-OPERATOR ADJ-APPROVER ADJ-REASON
                    DELIMITED BY SIZE INTO SOD-INV-KEY
                 IF SOD-INV-KEY = SOD-INV-LAST
                    MOVE 0 TO SOD-N-PAIR
                 ELSE
                    MOVE 1 TO SOD-N-PAIR
                    MOVE SOD-INV-KEY TO SOD-INV-LAST
                 END-IF
                 PERFORM ADD-ACTION
              END-IF
              READ ADJUST-JOURNAL
                 AT END MOVE 1 TO SOD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE ADJUST-JOURNAL.
           EXIT.

       COLLECT-PRICES.
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND PRICE-AUDIT
           CLOSE PRICE-AUDIT
           OPEN INPUT PRICE-AUDIT
           READ PRICE-AUDIT
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           PERFORM UNTIL SOD-EOF-FLAG = 1
              IF PA-DATE(1:6) = SOD-MONTH
                 AND PA-APPROVER NOT = SPACES
                 MOVE "PRICE" TO SOD-N-SOURCE
                 MOVE PA-DATE TO SOD-N-DATE
                 MOVE SPACES TO SOD-N-REF
                 STRING "ITEM " PA-ITEMCODE
                    DELIMITED BY SIZE INTO SOD-N-REF
                 MOVE PA-OPERATOR TO SOD-N-MAKER
                 MOVE PA-APPROVER TO SOD-N-CHECKER
                 MOVE SOD-LVL-PRICE TO SOD-N-REQ
                 MOVE 1 TO SOD-N-PAIR
                 PERFORM ADD-ACTION
              END-IF
              READ PRICE-AUDIT
                 AT END MOVE 1 TO SOD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PRICE-AUDIT.
           EXIT.

      ***** A RETRO ADJUSTMENT IS CHECKED BY THE FIRST PAYROLL
      ***** DECISION AFTER IT WAS QUEUED, AND FALLS IN THAT
      ***** DECISION'S MONTH; ONE STILL PENDING IS NOT YET CHECKED
       COLLECT-RETRO.
           MOVE 0 TO SOD-EOF-FLAG
           OPEN EXTEND RETRO-LOG
           CLOSE RETRO-LOG
           OPEN INPUT RETRO-LOG
           READ RETRO-LOG
              AT END MOVE 1 TO SOD-EOF-FLAG
           END-READ
           PERFORM UNTIL SOD-EOF-FLAG = 1
              PERFORM FIND-RETRO-CHECKER
              IF SOD-HIT > 0
                 IF SOD-D-STAMP(SOD-HIT)(1:6) = SOD-MONTH
                    MOVE "RETRO PAY" TO SOD-N-SOURCE
                    MOVE SOD-D-STAMP(SOD-HIT)(1:8) TO SOD-N-DATE
                    MOVE SPACES TO SOD-N-REF
                    STRING "EMP " RAL-ID " " RAL-POST-PERIOD
                       DELIMITED BY SIZE INTO SOD-N-REF
                    MOVE RAL-PREPARER TO SOD-N-MAKER
                    MOVE SOD-D-SUPERVISOR(SOD-HIT) TO SOD-N-CHECKER
                    MOVE SOD-LVL-RETRO TO SOD-N-REQ
                    MOVE 1 TO SOD-N-PAIR
                    PERFORM ADD-ACTION
                 END-IF
              END-IF
              READ RETRO-LOG
                 AT END MOVE 1 TO SOD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE RETRO-LOG.
           EXIT.

       FIND-RETRO-CHECKER.
           MOVE 0 TO SOD-HIT
           PERFORM VARYING SOD-IDX2 FROM 1 BY 1
               UNTIL SOD-IDX2 > SOD-DECISION-COUNT OR SOD-HIT > 0
              IF SOD-D-STAMP(SOD-IDX2) > RAL-TIMESTAMP
                 MOVE SOD-IDX2 TO SOD-HIT
              END-IF
           END-PERFORM.
           EXIT.

       ADD-ACTION.
           IF SOD-ACTION-COUNT < 2000
              ADD 1 TO SOD-ACTION-COUNT
              MOVE SOD-N-SOURCE TO SOD-A-SOURCE(SOD-ACTION-COUNT)
              MOVE SOD-N-DATE TO SOD-A-DATE(SOD-ACTION-COUNT)
              MOVE SOD-N-REF TO SOD-A-REF(SOD-ACTION-COUNT)
              MOVE SOD-N-MAKER TO SOD-A-MAKER(SOD-ACTION-COUNT)
              MOVE SOD-N-CHECKER TO SOD-A-CHECKER(SOD-ACTION-COUNT)
              MOVE SOD-N-REQ TO SOD-A-REQ(SOD-ACTION-COUNT)
              MOVE SOD-N-PAIR TO SOD-A-PAIR(SOD-ACTION-COUNT)
           END-IF.
           EXIT.

      ***** SECTION HEADING AND CASE COUNT SHARED BY EVERY LIST
       START-SECTION.
           MOVE 0 TO SOD-CASES
           MOVE SPACES TO SOD-REPORT-REC
           WRITE SOD-REPORT-REC
           WRITE SOD-REPORT-REC FROM SOD-SECTION-LINE.
           EXIT.

       END-SECTION.
           MOVE SOD-CASES TO SOD-CNT-CASES
           WRITE SOD-REPORT-REC FROM SOD-COUNT-LINE
           ADD SOD-CASES TO SOD-TOTAL-CASES.
           EXIT.

       WRITE-CASE.
           MOVE SOD-A-SOURCE(SOD-IDX) TO SOD-CL-SOURCE
           MOVE SOD-A-DATE(SOD-IDX) TO SOD-CL-DATE
           MOVE SOD-A-REF(SOD-IDX) TO SOD-CL-REF
           MOVE SOD-A-MAKER(SOD-IDX) TO SOD-CL-MAKER
           MOVE SOD-A-CHECKER(SOD-IDX) TO SOD-CL-CHECKER
           ADD 1 TO SOD-CASES
           WRITE SOD-REPORT-REC FROM SOD-CASE-LINE.
           EXIT.

      ***** THE SAME OPERATOR ON BOTH SIDES OF ONE ACTION
       LIST-SAME-OPERATOR.
           MOVE "MAKER AND CHECKER ARE THE SAME OPERATOR"
              TO SOD-SEC-TITLE
           PERFORM START-SECTION
           WRITE SOD-REPORT-REC FROM SOD-CASE-COLUMNS
           PERFORM VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > SOD-ACTION-COUNT
              IF SOD-A-MAKER(SOD-IDX) NOT = SPACES
                 AND SOD-A-MAKER(SOD-IDX) = SOD-A-CHECKER(SOD-IDX)
                 MOVE SPACES TO SOD-CL-NOTE
                 PERFORM WRITE-CASE
              END-IF
           END-PERFORM
           PERFORM END-SECTION.
           EXIT.

      ***** A CHECKER WHOSE LEVEL ON THE OPERATOR FILE IS BELOW WHAT
      ***** THE CONTROL NEEDS, OR WHO IS NOT ON THE FILE AT ALL
       LIST-UNDER-LEVEL.
           MOVE "APPROVED BELOW THE REQUIRED LEVEL" TO SOD-SEC-TITLE
           PERFORM START-SECTION
           WRITE SOD-REPORT-REC FROM SOD-CASE-COLUMNS
           PERFORM VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > SOD-ACTION-COUNT
              IF SOD-A-CHECKER(SOD-IDX) NOT = SPACES
                 PERFORM FIND-CHECKER-LEVEL
                 IF SOD-LEVEL-FOUND = 0
                    MOVE "NOT ON OPERATOR FILE" TO SOD-CL-NOTE
                    PERFORM WRITE-CASE
                 ELSE
                    IF SOD-LEVEL < SOD-A-REQ(SOD-IDX)
                       MOVE SPACES TO SOD-CL-NOTE
                       STRING "LEVEL " SOD-LEVEL ", NEEDS "
                          SOD-A-REQ(SOD-IDX)
                          DELIMITED BY SIZE INTO SOD-CL-NOTE
                       PERFORM WRITE-CASE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM END-SECTION.
           EXIT.

       FIND-CHECKER-LEVEL.
           MOVE 0 TO SOD-LEVEL-FOUND
           MOVE 0 TO SOD-LEVEL
           PERFORM VARYING SOD-IDX2 FROM 1 BY 1
               UNTIL SOD-IDX2 > SOD-OPERATOR-COUNT
              IF SOD-O-ID(SOD-IDX2) = SOD-A-CHECKER(SOD-IDX)
                 MOVE 1 TO SOD-LEVEL-FOUND
                 MOVE SOD-O-LEVEL(SOD-IDX2) TO SOD-LEVEL
              END-IF
           END-PERFORM.
           EXIT.

      ***** TWO OPERATORS WHO CHECKED EACH OTHER'S WORK, IN EITHER
      ***** DIRECTION, AT LEAST THE POLICY NUMBER OF TIMES
       LIST-FREQUENT-PAIRS.
           PERFORM VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > SOD-ACTION-COUNT
              IF SOD-A-PAIR(SOD-IDX) = 1
                 AND SOD-A-MAKER(SOD-IDX) NOT = SPACES
                 AND SOD-A-CHECKER(SOD-IDX) NOT = SPACES
                 AND SOD-A-MAKER(SOD-IDX) NOT = SOD-A-CHECKER(SOD-IDX)
                 PERFORM COUNT-PAIR
              END-IF
           END-PERFORM

           MOVE "OPERATOR PAIRS WHO KEEP CHECKING EACH OTHER"
              TO SOD-SEC-TITLE
           PERFORM START-SECTION
           MOVE SOD-PAIR-LIMIT TO SOD-LIM-COUNT
           WRITE SOD-REPORT-REC FROM SOD-LIMIT-LINE
           WRITE SOD-REPORT-REC FROM SOD-PAIR-COLUMNS
           PERFORM VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > SOD-PAIR-COUNT
              COMPUTE SOD-PAIR-TOTAL =
                  SOD-P-1FOR2(SOD-IDX) + SOD-P-2FOR1(SOD-IDX)
              IF SOD-PAIR-TOTAL >= SOD-PAIR-LIMIT
                 MOVE SOD-P-ID1(SOD-IDX) TO SOD-PL-ID1
                 MOVE SOD-P-ID2(SOD-IDX) TO SOD-PL-ID2
                 MOVE SOD-P-1FOR2(SOD-IDX) TO SOD-PL-1FOR2
                 MOVE SOD-P-2FOR1(SOD-IDX) TO SOD-PL-2FOR1
                 MOVE SOD-PAIR-TOTAL TO SOD-PL-TOTAL
                 IF SOD-P-1FOR2(SOD-IDX) > 0
                    AND SOD-P-2FOR1(SOD-IDX) > 0
                    MOVE "MUTUAL" TO SOD-PL-NOTE
                 ELSE
                    MOVE SPACES TO SOD-PL-NOTE
                 END-IF
                 ADD 1 TO SOD-CASES
                 WRITE SOD-REPORT-REC FROM SOD-PAIR-LINE
              END-IF
           END-PERFORM
           PERFORM END-SECTION.
           EXIT.

      ***** THE PAIR IS KEPT IN ID ORDER; 1FOR2 MEANS THE FIRST ID
      ***** CHECKED THE SECOND ID'S WORK
       COUNT-PAIR.
           IF SOD-A-CHECKER(SOD-IDX) < SOD-A-MAKER(SOD-IDX)
              MOVE SOD-A-CHECKER(SOD-IDX) TO SOD-PAIR-A
              MOVE SOD-A-MAKER(SOD-IDX) TO SOD-PAIR-B
              MOVE '1' TO SOD-PAIR-DIR
           ELSE
              MOVE SOD-A-MAKER(SOD-IDX) TO SOD-PAIR-A
              MOVE SOD-A-CHECKER(SOD-IDX) TO SOD-PAIR-B
              MOVE '2' TO SOD-PAIR-DIR
           END-IF
           MOVE 0 TO SOD-HIT
           PERFORM VARYING SOD-IDX2 FROM 1 BY 1
               UNTIL SOD-IDX2 > SOD-PAIR-COUNT OR SOD-HIT > 0
              IF SOD-P-ID1(SOD-IDX2) = SOD-PAIR-A
                 AND SOD-P-ID2(SOD-IDX2) = SOD-PAIR-B
                 MOVE SOD-IDX2 TO SOD-HIT
              END-IF
           END-PERFORM
           IF SOD-HIT = 0
              IF SOD-PAIR-COUNT >= 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SOD-PAIR-COUNT
              MOVE SOD-PAIR-COUNT TO SOD-HIT
              MOVE SOD-PAIR-A TO SOD-P-ID1(SOD-HIT)
              MOVE SOD-PAIR-B TO SOD-P-ID2(SOD-HIT)
              MOVE 0 TO SOD-P-1FOR2(SOD-HIT)
              MOVE 0 TO SOD-P-2FOR1(SOD-HIT)
           END-IF
           IF SOD-PAIR-DIR = '1'
              ADD 1 TO SOD-P-1FOR2(SOD-HIT)
           ELSE
              ADD 1 TO SOD-P-2FOR1(SOD-HIT)
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


      ***** START AND END RECORDS ON THE SHARED RUN-CONTROL FILE SO
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING
       LOG-RUN-START.
           MOVE "SOD-CONFLICT-REPORT" TO RC-PROGRAM
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
           MOVE "SOD-CONFLICT-REPORT" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE "OK  " TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM SOD-CONFLICT-REPORT.
