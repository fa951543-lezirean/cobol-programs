         ASSIGN TO "C:\cobol_project\RetroSheet.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT RETRO-LOG
         ASSIGN TO "C:\cobol_project\RetroAdjustLog.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-HISTORY.
          05 HIS-LOANDED PIC 9,999,999,999.99.
          05 HIS-HALF PIC X(01).
          05 HIS-NIGHTDIFF PIC 9,999,999,999.99.
      ***** TAXABLE ALLOWANCES AND THE EXEMPT DE MINIMIS PORTION,
      ***** BOTH ALREADY INCLUDED IN GROSS
          05 HIS-ALLOWANCE PIC 9,999,999,999.99.
          05 HIS-DEMINIMIS PIC 9,999,999,999.99.
       FD PENDING-PAYROLL.
       01 FILE-PENDING.
          05 EMP-ID PIC X(5).
          05 EMP-LOANDED PIC 9,999,999,999.99.
          05 EMP-HALF PIC X(01).
          05 EMP-NIGHTDIFF PIC 9,999,999,999.99.
          05 EMP-ALLOWANCE PIC 9,999,999,999.99.
          05 EMP-DEMINIMIS PIC 9,999,999,999.99.
      ***** THE EFFECTIVE-DATED STATUTORY RATE PARAMETERS PAYROLL
      ***** COMPUTES WITH, SO THE RETRO RECOMPUTE MATCHES IT
       FD STATUTORY-RATES.
          05 PG-RATE-MULT PIC 9V99.
       FD RETRO-SHEET.
       01 RETRO-SHEET-REC PIC X(80).
      ***** ONE LINE PER QUEUED ADJUSTMENT: WHEN, WHO FOR, WHICH RUN,
      ***** HOW MUCH AND WHO PREPARED IT (THE PAYROLL APPROVER WHO
      ***** POSTS THAT RUN IS THE SECOND PAIR OF EYES)
       FD RETRO-LOG.
       01 RETRO-LOG-REC.
          05 RAL-TIMESTAMP PIC X(14).
          05 RAL-ID PIC X(5).
          05 RAL-POST-PERIOD PIC X(6).
          05 RAL-NET PIC 9(8)V9(2).
          05 RAL-PREPARER PIC X(5).
       WORKING-STORAGE SECTION.
      ********** RUN INPUTS
       01 RTA-SEQ.
          05 RTA-RATEIN PIC X(9).
          05 RTA-RATE PIC 9(6)V9(2).
          05 RTA-POST-PERIOD PIC X(6).
          05 RTA-PREPARER PIC X(5).
          05 RTA-EOF-FLAG PIC 9 VALUE 0.
          05 RTA-PERIODS PIC 9(3) VALUE 0.
      ********** PER-PERIOD RECOMPUTATION WORK
          05 RTA-NEW-PHIL PIC 9(10)V9(2).
          05 RTA-NEW-PAG PIC 9(10)V9(2).
          05 RTA-OLD-BASE PIC S9(10)V9(2).
          05 RTA-OLD-EARN PIC 9(10)V9(2).
          05 RTA-OLD-FACTOR PIC 9(6)V9(4).
          05 RTA-NEW-FACTOR PIC 9(6)V9(4).
          05 RTA-MULT PIC 9V99.
           DISPLAY "POST ADJUSTMENT TO PERIOD (YYYYMM): "
              WITH NO ADVANCING.
           ACCEPT RTA-POST-PERIOD.
           DISPLAY "PREPARED BY (OPERATOR ID): " WITH NO ADVANCING.
           ACCEPT RTA-PREPARER.

           OPEN OUTPUT RETRO-SHEET
           MOVE RTA-ID TO RTA-HEAD-ID
           MOVE HIS-HRSWORKED TO RTA-HOURS
           COMPUTE RTA-OLD-GROSS = FUNCTION NUMVAL(HIS-GROSSPAY)
           PERFORM LOOKUP-RETRO-MULT
      ***** RECURRING ALLOWANCES ARE FLAT AMOUNTS, NOT RATE-PRICED,
      ***** SO THEY STAY OUT OF THE REPRICING
           COMPUTE RTA-OLD-EARN = FUNCTION NUMVAL(HIS-ALLOWANCE)
               + FUNCTION NUMVAL(HIS-DEMINIMIS)
           COMPUTE RTA-OLD-BASE = RTA-OLD-GROSS
               - FUNCTION NUMVAL(HIS-HOLPREM)
               - FUNCTION NUMVAL(HIS-NIGHTDIFF)
               - RTA-OLD-EARN
           IF RTA-HOURS > 0 AND RTA-OLD-BASE > 0
              COMPUTE RTA-OLD-FACTOR ROUNDED =
                  RTA-OLD-BASE / RTA-HOURS
           COMPUTE RTA-NEW-FACTOR ROUNDED = RTA-RATE * RTA-MULT
           IF RTA-OLD-FACTOR > 0
              COMPUTE RTA-NEW-GROSS ROUNDED =
                  (RTA-OLD-GROSS - RTA-OLD-EARN) *
                  RTA-NEW-FACTOR / RTA-OLD-FACTOR + RTA-OLD-EARN
           ELSE
              MOVE RTA-OLD-GROSS TO RTA-NEW-GROSS
           END-IF
              MOVE 0 TO RTA-M-OLDSTAT(RTA-M-HIT)
           END-IF
           IF RTA-M-HIT > 0
      ***** DE MINIMIS NEVER ENTERS THE STATUTORY BASE
              COMPUTE RTA-M-NEWGROSS(RTA-M-HIT) =
                  RTA-M-NEWGROSS(RTA-M-HIT) + RTA-NEW-GROSS -
                  FUNCTION NUMVAL(HIS-DEMINIMIS)
              COMPUTE RTA-M-OLDSTAT(RTA-M-HIT) =
                  RTA-M-OLDSTAT(RTA-M-HIT) +
                  FUNCTION NUMVAL(HIS-SSS) +
           MOVE 0 TO EMP-LOANDED
           MOVE SPACE TO EMP-HALF
           MOVE 0 TO EMP-NIGHTDIFF
           MOVE 0 TO EMP-ALLOWANCE
           MOVE 0 TO EMP-DEMINIMIS
           OPEN EXTEND PENDING-PAYROLL
              WRITE FILE-PENDING
           CLOSE PENDING-PAYROLL

           MOVE FUNCTION CURRENT-DATE TO RAL-TIMESTAMP
           MOVE RTA-ID TO RAL-ID
           MOVE RTA-POST-PERIOD TO RAL-POST-PERIOD
           MOVE RTA-T-NET TO RAL-NET
           MOVE RTA-PREPARER TO RAL-PREPARER
           OPEN EXTEND RETRO-LOG
              WRITE RETRO-LOG-REC
           CLOSE RETRO-LOG.
           EXIT.

       END PROGRAM PAYROLL-RETRO-ADJUST.
