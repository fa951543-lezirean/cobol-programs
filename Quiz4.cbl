         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL
         FILE STATUS IS WS-FILE-STATUS.
         SELECT EMP-PURCHASES
         ASSIGN TO "C:\cobol_project\EmpPurchases.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL
         FILE STATUS IS WS-FILE-STATUS.
         SELECT EMP-PURCHASES-TEMP
         ASSIGN TO "C:\cobol_project\EmpPurchasesTmp.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL
         FILE STATUS IS WS-FILE-STATUS.
         SELECT EMP-PURCHASE-LEDGER
         ASSIGN TO "C:\cobol_project\EmpPurchaseLedger.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL
         FILE STATUS IS WS-FILE-STATUS.
         SELECT EMP-EARNINGS
         ASSIGN TO "C:\cobol_project\EmpEarnings.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL
         FILE STATUS IS WS-FILE-STATUS.
         SELECT PAY-ALLOWANCES
         ASSIGN TO "C:\cobol_project\PayrollAllowances.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL
         FILE STATUS IS WS-FILE-STATUS.
         SELECT PAY-ALLOWANCES-TEMP
         ASSIGN TO "C:\cobol_project\PayrollAllowancesTmp.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL
         FILE STATUS IS WS-FILE-STATUS.
         SELECT OPERATOR-FILE
         ASSIGN TO "C:\cobol_project\Operators.dat"
         ORGANIZATION IS LINE SEQUENTIAL
          05 EMP-HALF PIC X(01).
      ***** NIGHT-SHIFT DIFFERENTIAL PAID INTO GROSS
          05 EMP-NIGHTDIFF PIC 9,999,999,999.99.
      ***** TAXABLE ALLOWANCES AND THE EXEMPT DE MINIMIS PORTION,
      ***** BOTH ALREADY INCLUDED IN GROSS
          05 EMP-ALLOWANCE PIC 9,999,999,999.99.
          05 EMP-DEMINIMIS PIC 9,999,999,999.99.
      *****************************************
      ***** THE APPROVED LIVE FILE, READ BACK FOR THE SECOND-HALF
      ***** STATUTORY BASE WHEN HALF 1 IS APPROVED BUT NOT YET
          05 LIV-LOANDED PIC 9,999,999,999.99.
          05 LIV-HALF PIC X(01).
          05 LIV-NIGHTDIFF PIC 9,999,999,999.99.
          05 LIV-ALLOWANCE PIC 9,999,999,999.99.
          05 LIV-DEMINIMIS PIC 9,999,999,999.99.
      *****************************************
      ***** THE THREE TRAILING BUCKETS BREAK THE WORKED HOURS OUT BY
      ***** DAY TYPE FOR STATUTORY PREMIUM PAY (REGULAR HOLIDAY,
          05 HIS-LOANDED PIC 9,999,999,999.99.
          05 HIS-HALF PIC X(01).
          05 HIS-NIGHTDIFF PIC 9,999,999,999.99.
          05 HIS-ALLOWANCE PIC 9,999,999,999.99.
          05 HIS-DEMINIMIS PIC 9,999,999,999.99.
      *****************************************
      ***** HR LIFECYCLE ROW (HR-STATUS: A=ACTIVE L=LEAVE S=SEPARATED)
       FD HR-MASTER.
          05 TEL-PRINCIPAL PIC 9(6)V9(2).
          05 TEL-INSTALLMENT PIC 9(6)V9(2).
          05 TEL-BALANCE PIC 9(6)V9(2).
      ***** STAFF PURCHASES CHARGED AT THE REGISTER, RECOVERED HERE
       FD EMP-PURCHASES.
       01 EMP-PURCHASES-REC.
          05 EPR-EMPID PIC X(5).
          05 EPR-LIMIT PIC 9(6)V9(2).
          05 EPR-BALANCE PIC 9(6)V9(2).
       FD EMP-PURCHASES-TEMP.
       01 TEMP-EMP-PURCHASES-REC.
          05 TEPR-EMPID PIC X(5).
          05 TEPR-LIMIT PIC 9(6)V9(2).
          05 TEPR-BALANCE PIC 9(6)V9(2).
       FD EMP-PURCHASE-LEDGER.
       01 EMP-PURCHASE-LEDGER-REC.
          05 EPL-EMPID PIC X(5).
          05 EPL-DATE PIC X(8).
          05 EPL-TYPE PIC X(01).
          05 EPL-AMOUNT PIC 9(6)V9(2).
          05 EPL-REF PIC X(10).
      ***** RECURRING ALLOWANCES AND DE MINIMIS BENEFITS PER EMPLOYEE.
      ***** EE-CEILING IS THE MONTHLY EXEMPTION CEILING OF A DE
      ***** MINIMIS ITEM; ONLY THE EXCESS OVER IT IS TAXED
       FD EMP-EARNINGS.
       01 EMP-EARNINGS-REC.
          05 EE-EMPID PIC X(5).
          05 EE-CODE PIC X(4).
          05 EE-DESC PIC X(15).
          05 EE-AMOUNT PIC 9(7)V9(2).
      ***** P = EVERY PAY PERIOD, M = ONCE A MONTH
          05 EE-FREQ PIC X(01).
          05 EE-EFFDATE PIC X(8).
      ***** BLANK = OPEN-ENDED
          05 EE-ENDDATE PIC X(8).
      ***** T = TAXABLE, D = DE MINIMIS
          05 EE-TAXFLAG PIC X(01).
          05 EE-CEILING PIC 9(7)V9(2).
      ***** WHAT EACH RUN PAID, ITEM BY ITEM, FOR THE PAYSLIP
       FD PAY-ALLOWANCES.
       01 PAY-ALLOWANCES-REC.
          05 PA-EMPID PIC X(5).
          05 PA-PERIOD PIC X(6).
          05 PA-HALF PIC X(01).
          05 PA-CODE PIC X(4).
          05 PA-DESC PIC X(15).
          05 PA-AMOUNT PIC 9(7)V9(2).
          05 PA-EXEMPT PIC 9(7)V9(2).
       FD PAY-ALLOWANCES-TEMP.
       01 TEMP-PAY-ALLOWANCES-REC PIC X(49).
      ***** THE SHARED OPERATOR SIGN-ON FILE
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          05 WS-LOANDEDDIS PIC ZZZ,ZZ9.99.
          05 WS-EL-NEWBAL PIC 9(6)V9(2).
          05 WS-EL-CHANGED PIC 9 VALUE 0.
      ***** STAFF-PURCHASE RECOVERY. THE DEDUCTION NEVER TAKES NET
      ***** PAY BELOW THE FLOOR; WHATEVER DOES NOT FIT WAITS FOR THE
      ***** NEXT RUN
       01 WS-SP-WORK.
          05 WS-SP-EOF-FLAG PIC 9 VALUE 0.
          05 WS-SP-CHANGED PIC 9 VALUE 0.
          05 WS-SP-DEDUCT PIC 9(6)V9(2) VALUE 0.
          05 WS-SP-ROOM PIC S9(10)V9(2) VALUE 0.
          05 WS-SP-FLOOR PIC 9(6)V9(2) VALUE 2000.00.
      ***** RECURRING ALLOWANCES PAID THIS RUN: THE TAXABLE TOTAL,
      ***** THE EXEMPT DE MINIMIS TOTAL, AND THE ITEMS BEHIND THEM
       01 WS-EARN-WORK.
          05 WS-EE-EOF-FLAG PIC 9 VALUE 0.
          05 WS-ALLOWANCE PIC 9(10)V9(2) VALUE 0.
          05 WS-DEMINIMIS PIC 9(10)V9(2) VALUE 0.
          05 WS-EE-CEIL PIC 9(7)V9(2).
          05 WS-EE-EXEMPT PIC 9(7)V9(2).
          05 WS-EE-COUNT PIC 9(2) VALUE 0.
          05 WS-EE-IDX PIC 9(2).
          05 WS-EE-ITEM OCCURS 20 TIMES.
             10 WS-EE-I-CODE PIC X(4).
             10 WS-EE-I-DESC PIC X(15).
             10 WS-EE-I-AMOUNT PIC 9(7)V9(2).
             10 WS-EE-I-EXEMPT PIC 9(7)V9(2).
      ***** APPROVED-LEAVE OFFSET AGAINST THE LATE/ABSENCE HOURS
       01 WS-LEAVE-WORK.
          05 WS-LV-EOF-FLAG PIC 9 VALUE 0.
                WS-NIGHT-HRS * 0.10
            ADD WS-NIGHTDIFF TO WS-GROSSPAY

      ***** RECURRING ALLOWANCES: THE TAXABLE PART JOINS GROSS
      ***** BEFORE TAX; THE DE MINIMIS PART UP TO ITS CEILING IS
      ***** ADDED ONLY AFTER TAX AND THE STATUTORY DEDUCTIONS
            PERFORM LOAD-EMPLOYEE-EARNINGS
            ADD WS-ALLOWANCE TO WS-GROSSPAY

      ***** THE BRACKETS NOW COME OFF THE MAINTAINED TAX TABLE IN
      ***** FORCE FOR WS-PERIOD-ID, SO A BIR REVISION IS KEYED IN,
      ***** NOT COMPILED IN
            END-EVALUATE.

            PERFORM APPLY-EMPLOYEE-LOAN
            ADD WS-DEMINIMIS TO WS-GROSSPAY
            PERFORM APPLY-EMPLOYEE-PURCHASES

            COMPUTE WS-TTLDEDUCTION = WS-TAX + WS-LATEANDABSENCES +
                                      WS-SSS + WS-PHILHEALTH +

      ***** THE FIRST HALF'S GROSS FOR THE SAME MONTH, WHEREVER IT
      ***** SITS: STILL PENDING, APPROVED ON THE LIVE FILE, OR
      ***** ALREADY CLOSED TO HISTORY (LESS ITS DE MINIMIS, WHICH
      ***** NEVER ENTERS THE STATUTORY BASE)
       GET-FIRST-HALF-GROSS.
            MOVE 0 TO WS-FH-GROSS
            MOVE 0 TO WS-FH-EOF-FLAG
               IF EMP-ID = WS-ID AND EMP-PERIOD = WS-PERIOD-ID
                  AND EMP-HALF = '1'
                  COMPUTE WS-FH-GROSS = WS-FH-GROSS +
                      FUNCTION NUMVAL(EMP-GROSSPAY) -
                      FUNCTION NUMVAL(EMP-DEMINIMIS)
               END-IF
               READ BANKINFO
                  AT END MOVE 1 TO WS-FH-EOF-FLAG
               IF LIV-ID = WS-ID AND LIV-ID NOT = "99999"
                  AND LIV-PERIOD = WS-PERIOD-ID AND LIV-HALF = '1'
                  COMPUTE WS-FH-GROSS = WS-FH-GROSS +
                      FUNCTION NUMVAL(LIV-GROSSPAY) -
                      FUNCTION NUMVAL(LIV-DEMINIMIS)
               END-IF
               READ LIVE-PAYROLL
                  AT END MOVE 1 TO WS-FH-EOF-FLAG
               IF HIS-ID = WS-ID AND HIS-PERIOD = WS-PERIOD-ID
                  AND HIS-HALF = '1'
                  COMPUTE WS-FH-GROSS = WS-FH-GROSS +
                      FUNCTION NUMVAL(HIS-GROSSPAY) -
                      FUNCTION NUMVAL(HIS-DEMINIMIS)
               END-IF
               READ PAYROLL-HISTORY
                  AT END MOVE 1 TO WS-FH-EOF-FLAG
            CLOSE EMP-LOANS-TEMP.
            EXIT.

      ***** RECOVER OUTSTANDING STAFF PURCHASES WITH THE ADVANCE
      ***** INSTALLMENT, ONLY AS FAR AS NET PAY STAYS AT THE FLOOR;
      ***** THE REST OF THE BALANCE CARRIES TO THE NEXT RUN
       APPLY-EMPLOYEE-PURCHASES.
            MOVE 0 TO WS-SP-DEDUCT
            MOVE 0 TO WS-SP-CHANGED
            MOVE 0 TO WS-SP-EOF-FLAG
            COMPUTE WS-SP-ROOM = WS-GROSSPAY - WS-TAX -
                                 WS-LATEANDABSENCES - WS-SSS -
                                 WS-PHILHEALTH - WS-PAGIBIG -
                                 WS-LOANDED - WS-SP-FLOOR
            IF WS-SP-ROOM <= 0
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND EMP-PURCHASES
            MOVE "EMP-PURCHASES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE EMP-PURCHASES
            OPEN INPUT EMP-PURCHASES
            MOVE "EMP-PURCHASES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN OUTPUT EMP-PURCHASES-TEMP
            MOVE "EMP-PURCHASES-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ EMP-PURCHASES
               AT END MOVE 1 TO WS-SP-EOF-FLAG
            END-READ
            PERFORM UNTIL WS-SP-EOF-FLAG = 1
               MOVE EMP-PURCHASES-REC TO TEMP-EMP-PURCHASES-REC
               IF EPR-EMPID = WS-ID AND EPR-BALANCE > 0
                  AND WS-SP-CHANGED = 0
                  IF EPR-BALANCE > WS-SP-ROOM
                     MOVE WS-SP-ROOM TO WS-SP-DEDUCT
                  ELSE
                     MOVE EPR-BALANCE TO WS-SP-DEDUCT
                  END-IF
                  COMPUTE TEPR-BALANCE = EPR-BALANCE - WS-SP-DEDUCT
                  MOVE 1 TO WS-SP-CHANGED
               END-IF
               WRITE TEMP-EMP-PURCHASES-REC
               READ EMP-PURCHASES
                  AT END MOVE 1 TO WS-SP-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE EMP-PURCHASES
            CLOSE EMP-PURCHASES-TEMP

            IF WS-SP-CHANGED = 1
               PERFORM COPY-EMP-PURCHASES-BACK
               ADD WS-SP-DEDUCT TO WS-LOANDED
               MOVE WS-ID TO EPL-EMPID
               MOVE BDT-DATE TO EPL-DATE
               MOVE 'D' TO EPL-TYPE
               MOVE WS-SP-DEDUCT TO EPL-AMOUNT
               MOVE SPACES TO EPL-REF
               MOVE WS-PERIOD-ID TO EPL-REF(1:6)
               MOVE WS-HALF TO EPL-REF(7:1)
               OPEN EXTEND EMP-PURCHASE-LEDGER
               MOVE "EMP-PURCHASE-LEDGER" TO WS-ERR-FILE
               PERFORM CHECK-FILE-STATUS
               WRITE EMP-PURCHASE-LEDGER-REC
               CLOSE EMP-PURCHASE-LEDGER
            END-IF.
            EXIT.

       COPY-EMP-PURCHASES-BACK.
            MOVE 0 TO WS-SP-EOF-FLAG
            OPEN OUTPUT EMP-PURCHASES
            MOVE "EMP-PURCHASES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN INPUT EMP-PURCHASES-TEMP
            MOVE "EMP-PURCHASES-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ EMP-PURCHASES-TEMP
               AT END MOVE 1 TO WS-SP-EOF-FLAG
            END-READ
            PERFORM UNTIL WS-SP-EOF-FLAG = 1
               WRITE EMP-PURCHASES-REC FROM TEMP-EMP-PURCHASES-REC
               READ EMP-PURCHASES-TEMP
                  AT END MOVE 1 TO WS-SP-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE EMP-PURCHASES
            CLOSE EMP-PURCHASES-TEMP.
            EXIT.

      ***** THE EMPLOYEE'S ALLOWANCES IN FORCE FOR THE PAY PERIOD.
      ***** A MONTHLY ITEM IS PAID ONCE: ON A FULL-MONTH RUN OR THE
      ***** FIRST HALF. A DE MINIMIS ITEM IS EXEMPT UP TO ITS MONTHLY
      ***** CEILING (HALVED FOR A PER-PERIOD ITEM ON A HALF RUN) AND
      ***** ANY EXCESS IS TAXED WITH THE TAXABLE ITEMS
       LOAD-EMPLOYEE-EARNINGS.
            MOVE 0 TO WS-ALLOWANCE
            MOVE 0 TO WS-DEMINIMIS
            MOVE 0 TO WS-EE-COUNT
            MOVE 0 TO WS-EE-EOF-FLAG
            OPEN EXTEND EMP-EARNINGS
            MOVE "EMP-EARNINGS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE EMP-EARNINGS
            OPEN INPUT EMP-EARNINGS
            MOVE "EMP-EARNINGS" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ EMP-EARNINGS
               AT END MOVE 1 TO WS-EE-EOF-FLAG
            END-READ
            PERFORM UNTIL WS-EE-EOF-FLAG = 1
               IF EE-EMPID = WS-ID
                  AND EE-EFFDATE(1:6) <= WS-PERIOD-ID
                  AND (EE-ENDDATE = SPACES OR
                       EE-ENDDATE(1:6) >= WS-PERIOD-ID)
                  AND NOT (EE-FREQ = 'M' AND WS-HALF = '2')
                  AND WS-EE-COUNT < 20
                  PERFORM ADD-ONE-ALLOWANCE
               END-IF
               READ EMP-EARNINGS
                  AT END MOVE 1 TO WS-EE-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE EMP-EARNINGS.
            EXIT.

       ADD-ONE-ALLOWANCE.
            MOVE 0 TO WS-EE-EXEMPT
            IF EE-TAXFLAG = 'D'
               IF EE-FREQ NOT = 'M' AND WS-HALF NOT = SPACE
                  COMPUTE WS-EE-CEIL ROUNDED = EE-CEILING / 2
               ELSE
                  MOVE EE-CEILING TO WS-EE-CEIL
               END-IF
               IF EE-AMOUNT > WS-EE-CEIL
                  MOVE WS-EE-CEIL TO WS-EE-EXEMPT
               ELSE
                  MOVE EE-AMOUNT TO WS-EE-EXEMPT
               END-IF
            END-IF
            ADD WS-EE-EXEMPT TO WS-DEMINIMIS
            COMPUTE WS-ALLOWANCE =
                WS-ALLOWANCE + EE-AMOUNT - WS-EE-EXEMPT
            ADD 1 TO WS-EE-COUNT
            MOVE EE-CODE TO WS-EE-I-CODE(WS-EE-COUNT)
            MOVE EE-DESC TO WS-EE-I-DESC(WS-EE-COUNT)
            MOVE EE-AMOUNT TO WS-EE-I-AMOUNT(WS-EE-COUNT)
            MOVE WS-EE-EXEMPT TO WS-EE-I-EXEMPT(WS-EE-COUNT).
            EXIT.

      ***** REPLACE ANY ITEMS A RERUN OF THE SAME EMPLOYEE, PERIOD
      ***** AND HALF LEFT BEHIND, THEN APPEND THIS RUN'S ITEMS
       SAVE-ALLOWANCE-ITEMS.
            MOVE 0 TO WS-EE-EOF-FLAG
            OPEN EXTEND PAY-ALLOWANCES
            MOVE "PAY-ALLOWANCES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            CLOSE PAY-ALLOWANCES
            OPEN INPUT PAY-ALLOWANCES
            MOVE "PAY-ALLOWANCES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN OUTPUT PAY-ALLOWANCES-TEMP
            MOVE "PAY-ALLOWANCES-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ PAY-ALLOWANCES
               AT END MOVE 1 TO WS-EE-EOF-FLAG
            END-READ
            PERFORM UNTIL WS-EE-EOF-FLAG = 1
               IF PA-EMPID NOT = WS-ID OR PA-PERIOD NOT = WS-PERIOD-ID
                  OR PA-HALF NOT = WS-HALF
                  WRITE TEMP-PAY-ALLOWANCES-REC
                      FROM PAY-ALLOWANCES-REC
               END-IF
               READ PAY-ALLOWANCES
                  AT END MOVE 1 TO WS-EE-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE PAY-ALLOWANCES
            CLOSE PAY-ALLOWANCES-TEMP

            MOVE 0 TO WS-EE-EOF-FLAG
            OPEN OUTPUT PAY-ALLOWANCES
            MOVE "PAY-ALLOWANCES" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            OPEN INPUT PAY-ALLOWANCES-TEMP
            MOVE "PAY-ALLOWANCES-TEMP" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
            READ PAY-ALLOWANCES-TEMP
               AT END MOVE 1 TO WS-EE-EOF-FLAG
            END-READ
            PERFORM UNTIL WS-EE-EOF-FLAG = 1
               WRITE PAY-ALLOWANCES-REC FROM TEMP-PAY-ALLOWANCES-REC
               READ PAY-ALLOWANCES-TEMP
                  AT END MOVE 1 TO WS-EE-EOF-FLAG
               END-READ
            END-PERFORM
            CLOSE PAY-ALLOWANCES-TEMP
            PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                UNTIL WS-EE-IDX > WS-EE-COUNT
               MOVE WS-ID TO PA-EMPID
               MOVE WS-PERIOD-ID TO PA-PERIOD
               MOVE WS-HALF TO PA-HALF
               MOVE WS-EE-I-CODE(WS-EE-IDX) TO PA-CODE
               MOVE WS-EE-I-DESC(WS-EE-IDX) TO PA-DESC
               MOVE WS-EE-I-AMOUNT(WS-EE-IDX) TO PA-AMOUNT
               MOVE WS-EE-I-EXEMPT(WS-EE-IDX) TO PA-EXEMPT
               WRITE PAY-ALLOWANCES-REC
            END-PERFORM
            CLOSE PAY-ALLOWANCES.
            EXIT.

      ***** READ EACH TIMESHEET RECORD AND RUN IT THROUGH PAYROLL
       BATCH-RUN.
            PERFORM LOG-RUN-START
               MOVE WS-LOANDED TO EMP-LOANDED
               MOVE WS-HALF TO EMP-HALF
               MOVE WS-NIGHTDIFF TO EMP-NIGHTDIFF
               MOVE WS-ALLOWANCE TO EMP-ALLOWANCE
               MOVE WS-DEMINIMIS TO EMP-DEMINIMIS
            WRITE FILE-BANKINFO
            CLOSE BANKINFO
            PERFORM SAVE-ALLOWANCE-ITEMS.
            EXIT.

       GETCH.
