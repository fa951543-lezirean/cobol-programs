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
          05 EMP-HOLPREM PIC 9,999,999,999.99.
          05 EMP-LOANDED PIC 9,999,999,999.99.
          05 EMP-HALF PIC X(01).
          05 EMP-NIGHTDIFF PIC 9,999,999,999.99.
          05 EMP-ALLOWANCE PIC 9,999,999,999.99.
          05 EMP-DEMINIMIS PIC 9,999,999,999.99.
      ***** APPROVED-NOT-YET-CLOSED PERIODS LIVE HERE IN BETWEEN
      ***** THE APPROVAL AND THE PERIOD CLOSE
       FD LIVE-PAYROLL.
          05 LIV-LOANDED PIC 9,999,999,999.99.
          05 LIV-HALF PIC X(01).
          05 LIV-NIGHTDIFF PIC 9,999,999,999.99.
          05 LIV-ALLOWANCE PIC 9,999,999,999.99.
          05 LIV-DEMINIMIS PIC 9,999,999,999.99.
       FD PENDING-TEMP.
       01 TEMP-FILE-PENDING PIC X(259).
      ***** THE SAME EFFECTIVE-DATED MONTHLY BRACKETS PAYROLL USES
       FD TAX-TABLE.
       01 FILE-TAX-TABLE.
          05 TX-RATE PIC 9V9(2).
          05 TX-FIXED PIC 9(7)V9(2).
       FD ALPHALIST.
       01 ALPHALIST-REC PIC X(140).
       WORKING-STORAGE SECTION.
      ********** RUN PARAMETERS
       01 ANZ-YEAR PIC X(4).
             10 ANZ-E-LNAME PIC X(10).
             10 ANZ-E-FNAME PIC X(10).
             10 ANZ-E-GROSS PIC 9(11)V9(2).
             10 ANZ-E-ALLOW PIC 9(11)V9(2).
             10 ANZ-E-DEMIN PIC 9(11)V9(2).
             10 ANZ-E-THIRTEENTH PIC 9(11)V9(2).
             10 ANZ-E-CONTRIB PIC 9(11)V9(2).
             10 ANZ-E-WITHHELD PIC 9(11)V9(2).
             10 ANZ-E-ANNUAL-TAX PIC 9(11)V9(2).
             10 ANZ-E-DELTA PIC S9(10)V9(2).
       01 ANZ-TX-SET-EFF PIC X(8) VALUE SPACES.
       01 ANZ-MONTHLY-EQUIV PIC 9(9)V9(2).
       01 ANZ-MONTHLY-TAX PIC 9(9)V9(2).
      ***** 13TH-MONTH PAY AND OTHER BENEFITS ARE EXEMPT UP TO THIS
      ***** CEILING; THE EMPLOYEE SHARE OF SSS, PHILHEALTH AND
      ***** PAG-IBIG IS EXEMPT IN FULL
       01 ANZ-13TH-CEILING PIC 9(7)V9(2) VALUE 90000.00.
       01 ANZ-TAXABLE PIC S9(11)V9(2).
      ********** ADJUSTMENT WORK FIELDS
       01 ANZ-NEW-TAX PIC S9(11)V9(2).
       01 ANZ-NEW-DED PIC S9(11)V9(2).
          05 FILLER PIC X(7) VALUE "EMP".
          05 FILLER PIC X(22) VALUE "NAME".
          05 FILLER PIC X(16) VALUE "ANNUAL GROSS".
          05 FILLER PIC X(16) VALUE "ALLOWANCES".
          05 FILLER PIC X(16) VALUE "DE MINIMIS".
          05 FILLER PIC X(16) VALUE "TAX WITHHELD".
          05 FILLER PIC X(16) VALUE "TAX DUE".
          05 FILLER PIC X(16) VALUE "REFUND/COLLECT".
          05 FILLER PIC X(1) VALUE SPACE.
          05 ANZ-DET-GROSS PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 ANZ-DET-ALLOW PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 ANZ-DET-DEMIN PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 ANZ-DET-WITHHELD PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 ANZ-DET-DUE PIC Z,ZZZ,ZZZ,ZZ9.99.
                    COMPUTE ANZ-E-GROSS(ANZ-HIT) =
                        ANZ-E-GROSS(ANZ-HIT) +
                        FUNCTION NUMVAL(HIS-GROSSPAY)
                    COMPUTE ANZ-E-ALLOW(ANZ-HIT) =
                        ANZ-E-ALLOW(ANZ-HIT) +
                        FUNCTION NUMVAL(HIS-ALLOWANCE)
                    COMPUTE ANZ-E-DEMIN(ANZ-HIT) =
                        ANZ-E-DEMIN(ANZ-HIT) +
                        FUNCTION NUMVAL(HIS-DEMINIMIS)
                    COMPUTE ANZ-E-WITHHELD(ANZ-HIT) =
                        ANZ-E-WITHHELD(ANZ-HIT) +
                        FUNCTION NUMVAL(HIS-TAX)
                    COMPUTE ANZ-E-CONTRIB(ANZ-HIT) =
                        ANZ-E-CONTRIB(ANZ-HIT) +
                        FUNCTION NUMVAL(HIS-SSS) +
                        FUNCTION NUMVAL(HIS-PHILHEALTH) +
                        FUNCTION NUMVAL(HIS-PAGIBIG)
                    IF HIS-PERIOD-MONTH = "13"
                       COMPUTE ANZ-E-THIRTEENTH(ANZ-HIT) =
                           ANZ-E-THIRTEENTH(ANZ-HIT) +
                           FUNCTION NUMVAL(HIS-GROSSPAY)
                    END-IF
                 END-IF
              END-IF
              READ PAYROLL-HISTORY
                    COMPUTE ANZ-E-GROSS(ANZ-HIT) =
                        ANZ-E-GROSS(ANZ-HIT) +
                        FUNCTION NUMVAL(LIV-GROSSPAY)
                    COMPUTE ANZ-E-ALLOW(ANZ-HIT) =
                        ANZ-E-ALLOW(ANZ-HIT) +
                        FUNCTION NUMVAL(LIV-ALLOWANCE)
                    COMPUTE ANZ-E-DEMIN(ANZ-HIT) =
                        ANZ-E-DEMIN(ANZ-HIT) +
                        FUNCTION NUMVAL(LIV-DEMINIMIS)
                    COMPUTE ANZ-E-WITHHELD(ANZ-HIT) =
                        ANZ-E-WITHHELD(ANZ-HIT) +
                        FUNCTION NUMVAL(LIV-TAX)
                    COMPUTE ANZ-E-CONTRIB(ANZ-HIT) =
                        ANZ-E-CONTRIB(ANZ-HIT) +
                        FUNCTION NUMVAL(LIV-SSS) +
                        FUNCTION NUMVAL(LIV-PHILHEALTH) +
                        FUNCTION NUMVAL(LIV-PAGIBIG)
                    IF LIV-PERIOD(5:2) = "13"
                       COMPUTE ANZ-E-THIRTEENTH(ANZ-HIT) =
                           ANZ-E-THIRTEENTH(ANZ-HIT) +
                           FUNCTION NUMVAL(LIV-GROSSPAY)
                    END-IF
                 END-IF
              END-IF
              READ LIVE-PAYROLL
                    COMPUTE ANZ-E-GROSS(ANZ-HIT) =
                        ANZ-E-GROSS(ANZ-HIT) +
                        FUNCTION NUMVAL(EMP-GROSSPAY)
                    COMPUTE ANZ-E-ALLOW(ANZ-HIT) =
                        ANZ-E-ALLOW(ANZ-HIT) +
                        FUNCTION NUMVAL(EMP-ALLOWANCE)
                    COMPUTE ANZ-E-DEMIN(ANZ-HIT) =
                        ANZ-E-DEMIN(ANZ-HIT) +
                        FUNCTION NUMVAL(EMP-DEMINIMIS)
                    COMPUTE ANZ-E-WITHHELD(ANZ-HIT) =
                        ANZ-E-WITHHELD(ANZ-HIT) +
                        FUNCTION NUMVAL(EMP-TAX)
                    COMPUTE ANZ-E-CONTRIB(ANZ-HIT) =
                        ANZ-E-CONTRIB(ANZ-HIT) +
                        FUNCTION NUMVAL(EMP-SSS) +
                        FUNCTION NUMVAL(EMP-PHILHEALTH) +
                        FUNCTION NUMVAL(EMP-PAGIBIG)
                    IF EMP-PERIOD(5:2) = "13"
                       COMPUTE ANZ-E-THIRTEENTH(ANZ-HIT) =
                           ANZ-E-THIRTEENTH(ANZ-HIT) +
                           FUNCTION NUMVAL(EMP-GROSSPAY)
                    END-IF
                 END-IF
              END-IF
              READ PENDING-PAYROLL
              MOVE ANZ-EMP-COUNT TO ANZ-HIT
              MOVE ANZ-DET-ID TO ANZ-E-ID(ANZ-HIT)
              MOVE 0 TO ANZ-E-GROSS(ANZ-HIT)
              MOVE 0 TO ANZ-E-ALLOW(ANZ-HIT)
              MOVE 0 TO ANZ-E-DEMIN(ANZ-HIT)
              MOVE 0 TO ANZ-E-THIRTEENTH(ANZ-HIT)
              MOVE 0 TO ANZ-E-CONTRIB(ANZ-HIT)
              MOVE 0 TO ANZ-E-WITHHELD(ANZ-HIT)
              MOVE 0 TO ANZ-E-ANNUAL-TAX(ANZ-HIT)
              MOVE 0 TO ANZ-E-DELTA(ANZ-HIT)
           EXIT.

      ***** THE TABLE IS MONTHLY, SO THE TRUE ANNUAL TAX IS TWELVE
      ***** TIMES THE BRACKET TAX ON ONE TWELFTH OF THE YEAR'S PAY.
      ***** THE DE MINIMIS INSIDE GROSS, THE 13TH MONTH UP TO ITS
      ***** CEILING, AND THE STATUTORY CONTRIBUTIONS ARE EXEMPT AND
      ***** LEFT OUT
       COMPUTE-ANNUAL-TAX.
           PERFORM VARYING ANZ-IDX FROM 1 BY 1
               UNTIL ANZ-IDX > ANZ-EMP-COUNT
              COMPUTE ANZ-TAXABLE =
                  ANZ-E-GROSS(ANZ-IDX) - ANZ-E-DEMIN(ANZ-IDX) -
                  ANZ-E-CONTRIB(ANZ-IDX)
              IF ANZ-E-THIRTEENTH(ANZ-IDX) > ANZ-13TH-CEILING
                 SUBTRACT ANZ-13TH-CEILING FROM ANZ-TAXABLE
              ELSE
                 SUBTRACT ANZ-E-THIRTEENTH(ANZ-IDX) FROM ANZ-TAXABLE
              END-IF
              IF ANZ-TAXABLE < 0
                 MOVE 0 TO ANZ-TAXABLE
              END-IF
              COMPUTE ANZ-MONTHLY-EQUIV ROUNDED = ANZ-TAXABLE / 12
              MOVE 0 TO ANZ-MONTHLY-TAX
              PERFORM VARYING ANZ-TX-IDX FROM ANZ-TX-COUNT BY -1
                  UNTIL ANZ-TX-IDX < 1
              MOVE ANZ-E-LNAME(ANZ-IDX) TO ANZ-DET-LNAME
              MOVE ANZ-E-FNAME(ANZ-IDX) TO ANZ-DET-FNAME
              MOVE ANZ-E-GROSS(ANZ-IDX) TO ANZ-DET-GROSS
              MOVE ANZ-E-ALLOW(ANZ-IDX) TO ANZ-DET-ALLOW
              MOVE ANZ-E-DEMIN(ANZ-IDX) TO ANZ-DET-DEMIN
              MOVE ANZ-E-WITHHELD(ANZ-IDX) TO ANZ-DET-WITHHELD
              MOVE ANZ-E-ANNUAL-TAX(ANZ-IDX) TO ANZ-DET-DUE
              COMPUTE ANZ-DET-DELTA =
