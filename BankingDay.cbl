      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: MARCH 3, 2025
      * Purpose: THE BANK'S ONE BANKING-DAY RULE: A DUE DATE THAT
      *          FALLS ON A SATURDAY, A SUNDAY OR A DATE ON THE
      *          HOLIDAY CALENDAR MOVES TO THE NEXT BANKING DAY
      *          (FOLLOWING) OR, WHERE THAT CROSSES INTO THE NEXT
      *          MONTH, BACK TO THE LAST BANKING DAY BEFORE IT
      *          (MODIFIED FOLLOWING), AS SET PER PRODUCT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKING-DAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKING-DAY-POLICY ASSIGN TO
           "C:\cobol_project\BankingDayPolicy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT HOLIDAY-CALENDAR ASSIGN TO
           "C:\cobol_project\HolidayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER PRODUCT (SO=STANDING ORDERS LN=LOANS
      ***** TD=TIME DEPOSITS; BDP-RULE: F=FOLLOWING
      ***** M=MODIFIED FOLLOWING)
       FD BANKING-DAY-POLICY.
       01 BANKING-DAY-POLICY-REC.
          05 BDP-PRODUCT PIC X(2).
          05 BDP-RULE PIC X(01).
          05 BDP-DESC PIC X(20).
       FD HOLIDAY-CALENDAR.
       01 FILE-HOLIDAY.
          05 HOL-DATE PIC X(8).
          05 HOL-TYPE PIC X(01).
       WORKING-STORAGE SECTION.
      ********** POLICY TABLE
       01 BKD-POLICY-TABLE.
          05 BKD-POLICY-ENTRY OCCURS 10 TIMES.
             10 BKD-T-PRODUCT PIC X(2).
             10 BKD-T-RULE PIC X(01).
             10 BKD-T-DESC PIC X(20).
       01 BKD-POLICY-COUNT PIC 9(2) VALUE 0.
      ********** HOLIDAYS, REGULAR AND SPECIAL ALIKE
       01 BKD-HOLIDAY-TABLE.
          05 BKD-HOLIDAY OCCURS 500 TIMES PIC X(8).
       01 BKD-HOLIDAY-COUNT PIC 9(3) VALUE 0.
      ********** WORK FIELDS
       01 BKD-SEQ.
          05 BKD-MODE PIC X(01).
          05 BKD-EOF-FLAG PIC 9 VALUE 0.
          05 BKD-IDX PIC 9(3).
          05 BKD-HIT PIC 9(2).
          05 BKD-RULE PIC X(01).
          05 BKD-PRODUCT PIC X(2).
          05 BKD-START-INT PIC 9(7).
          05 BKD-INT PIC 9(7).
          05 BKD-DOW PIC 9.
          05 BKD-OPEN PIC 9.
          05 BKD-STEPS PIC 9(3).
          05 BKD-DATE-NUM PIC 9(8).
          05 BKD-DATE PIC X(8).
          05 BKD-START-MONTH PIC X(6).
          05 BKD-DATEIN PIC X(8).
          05 BKD-FOLLOWING PIC X(8).
          05 BKD-MODIFIED PIC X(8).
       LINKAGE SECTION.
      ***** HANDED OVER BY THE PROGRAM DATING A PAYMENT: THE PRODUCT
      ***** AND THE CONTRACTUAL DATE IN, THE BANKING DAY AND THE
      ***** RULE THAT PRODUCED IT BACK
       01 BKD-PARM.
          05 BKD-P-PRODUCT PIC X(2).
          05 BKD-P-DATE PIC X(8).
          05 BKD-P-ADJUSTED PIC X(8).
          05 BKD-P-RULE PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BANKING-DAY POLICY".
           DISPLAY "[1] LIST THE PRODUCT RULES".
           DISPLAY "[2] SET A PRODUCT'S RULE".
           DISPLAY "[3] CHECK A DATE".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT BKD-MODE.

           EVALUATE BKD-MODE
              WHEN '1'
                 PERFORM LIST-POLICY
              WHEN '2'
                 PERFORM SET-PRODUCT-RULE
              WHEN '3'
                 PERFORM CHECK-ONE-DATE
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** CALLED BY EVERY PROGRAM THAT DATES A BANK PAYMENT; THE
      ***** POLICY AND THE CALENDAR ARE READ ON EVERY CALL SO A
      ***** HOLIDAY ADDED DURING THE DAY IS HONOURED AT ONCE
       ENTRY "BANKING-DAY-ADJUST" USING BKD-PARM.
           MOVE BKD-P-DATE TO BKD-P-ADJUSTED
           PERFORM LOAD-POLICY
           MOVE BKD-P-PRODUCT TO BKD-PRODUCT
           PERFORM FIND-PRODUCT-RULE
           MOVE BKD-RULE TO BKD-P-RULE
           IF BKD-P-DATE IS NOT NUMERIC
              GOBACK
           END-IF
           PERFORM LOAD-HOLIDAYS
           MOVE BKD-P-DATE TO BKD-DATE
           PERFORM ADJUST-DATE
           MOVE BKD-DATE TO BKD-P-ADJUSTED
           GOBACK.

      ***** BKD-DATE IN, ITS BANKING DAY UNDER BKD-RULE OUT
       ADJUST-DATE.
           MOVE BKD-DATE(1:6) TO BKD-START-MONTH
           COMPUTE BKD-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BKD-DATE))
           MOVE BKD-START-INT TO BKD-INT
           PERFORM ROLL-FOLLOWING
           IF BKD-RULE = 'M' AND BKD-DATE(1:6) NOT = BKD-START-MONTH
              MOVE BKD-START-INT TO BKD-INT
              PERFORM ROLL-PRECEDING
           END-IF.
           EXIT.

       ROLL-FOLLOWING.
           MOVE 0 TO BKD-STEPS
           PERFORM TEST-BANKING-DAY
           PERFORM UNTIL BKD-OPEN = 1 OR BKD-STEPS > 60
              ADD 1 TO BKD-INT
              ADD 1 TO BKD-STEPS
              PERFORM TEST-BANKING-DAY
           END-PERFORM.
           EXIT.

       ROLL-PRECEDING.
           MOVE 0 TO BKD-STEPS
           PERFORM TEST-BANKING-DAY
           PERFORM UNTIL BKD-OPEN = 1 OR BKD-STEPS > 60
              SUBTRACT 1 FROM BKD-INT
              ADD 1 TO BKD-STEPS
              PERFORM TEST-BANKING-DAY
           END-PERFORM.
           EXIT.

      ***** DAY 1 OF THE STANDARD DATE BASE WAS A MONDAY, SO MOD 7
      ***** GIVES 0 ON A SUNDAY AND 6 ON A SATURDAY
       TEST-BANKING-DAY.
           COMPUTE BKD-DATE-NUM = FUNCTION DATE-OF-INTEGER(BKD-INT)
           MOVE BKD-DATE-NUM TO BKD-DATE
           MOVE 1 TO BKD-OPEN
           COMPUTE BKD-DOW = FUNCTION MOD(BKD-INT, 7)
           IF BKD-DOW = 0 OR BKD-DOW = 6
              MOVE 0 TO BKD-OPEN
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BKD-IDX FROM 1 BY 1
               UNTIL BKD-IDX > BKD-HOLIDAY-COUNT OR BKD-OPEN = 0
              IF BKD-HOLIDAY(BKD-IDX) = BKD-DATE
                 MOVE 0 TO BKD-OPEN
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE PRODUCT'S RULE; FOLLOWING WHEN IT HAS NO ROW
       FIND-PRODUCT-RULE.
           MOVE 'F' TO BKD-RULE
           MOVE 0 TO BKD-HIT
           PERFORM VARYING BKD-IDX FROM 1 BY 1
               UNTIL BKD-IDX > BKD-POLICY-COUNT
              IF BKD-T-PRODUCT(BKD-IDX) = BKD-PRODUCT
                 MOVE BKD-IDX TO BKD-HIT
                 MOVE BKD-T-RULE(BKD-IDX) TO BKD-RULE
              END-IF
           END-PERFORM.
           EXIT.

      ***** THE POLICY FILE, SEEDED WITH THE BANK'S STANDARD RULES
      ***** (STANDING ORDERS AND TIME DEPOSITS FOLLOWING, LOAN
      ***** INSTALLMENTS MODIFIED FOLLOWING) WHEN IT IS EMPTY
       LOAD-POLICY.
           MOVE 0 TO BKD-POLICY-COUNT
           MOVE 0 TO BKD-EOF-FLAG
           OPEN EXTEND BANKING-DAY-POLICY
           CLOSE BANKING-DAY-POLICY
           OPEN INPUT BANKING-DAY-POLICY
           READ BANKING-DAY-POLICY
              AT END MOVE 1 TO BKD-EOF-FLAG
           END-READ
           IF BKD-EOF-FLAG = 1
              CLOSE BANKING-DAY-POLICY
              PERFORM SEED-DEFAULT-POLICY
              MOVE 0 TO BKD-EOF-FLAG
              OPEN INPUT BANKING-DAY-POLICY
              READ BANKING-DAY-POLICY
                 AT END MOVE 1 TO BKD-EOF-FLAG
              END-READ
           END-IF
           PERFORM UNTIL BKD-EOF-FLAG = 1
              IF BKD-POLICY-COUNT < 10
                 ADD 1 TO BKD-POLICY-COUNT
                 MOVE BDP-PRODUCT TO BKD-T-PRODUCT(BKD-POLICY-COUNT)
                 MOVE BDP-RULE TO BKD-T-RULE(BKD-POLICY-COUNT)
                 MOVE BDP-DESC TO BKD-T-DESC(BKD-POLICY-COUNT)
              END-IF
              READ BANKING-DAY-POLICY
                 AT END MOVE 1 TO BKD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BANKING-DAY-POLICY.
           EXIT.

       SEED-DEFAULT-POLICY.
           OPEN OUTPUT BANKING-DAY-POLICY
           MOVE "SO" TO BDP-PRODUCT
           MOVE 'F' TO BDP-RULE
           MOVE "STANDING ORDERS" TO BDP-DESC
           WRITE BANKING-DAY-POLICY-REC
           MOVE "LN" TO BDP-PRODUCT
           MOVE 'M' TO BDP-RULE
           MOVE "LOAN INSTALLMENTS" TO BDP-DESC
           WRITE BANKING-DAY-POLICY-REC
           MOVE "TD" TO BDP-PRODUCT
           MOVE 'F' TO BDP-RULE
           MOVE "TIME DEPOSITS" TO BDP-DESC
           WRITE BANKING-DAY-POLICY-REC
           CLOSE BANKING-DAY-POLICY.
           EXIT.

       LOAD-HOLIDAYS.
           MOVE 0 TO BKD-HOLIDAY-COUNT
           MOVE 0 TO BKD-EOF-FLAG
           OPEN EXTEND HOLIDAY-CALENDAR
           CLOSE HOLIDAY-CALENDAR
           OPEN INPUT HOLIDAY-CALENDAR
           READ HOLIDAY-CALENDAR
              AT END MOVE 1 TO BKD-EOF-FLAG
           END-READ
           PERFORM UNTIL BKD-EOF-FLAG = 1
              IF BKD-HOLIDAY-COUNT < 500
                 ADD 1 TO BKD-HOLIDAY-COUNT
                 MOVE HOL-DATE TO BKD-HOLIDAY(BKD-HOLIDAY-COUNT)
              END-IF
              READ HOLIDAY-CALENDAR
                 AT END MOVE 1 TO BKD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR.
           EXIT.

       LIST-POLICY.
           PERFORM LOAD-POLICY
           PERFORM VARYING BKD-IDX FROM 1 BY 1
               UNTIL BKD-IDX > BKD-POLICY-COUNT
              IF BKD-T-RULE(BKD-IDX) = 'M'
                 DISPLAY BKD-T-PRODUCT(BKD-IDX) "  "
                    BKD-T-DESC(BKD-IDX) "  MODIFIED FOLLOWING"
              ELSE
                 DISPLAY BKD-T-PRODUCT(BKD-IDX) "  "
                    BKD-T-DESC(BKD-IDX) "  FOLLOWING"
              END-IF
           END-PERFORM.
           EXIT.

       SET-PRODUCT-RULE.
           PERFORM LOAD-POLICY
           DISPLAY "PRODUCT (SO/LN/TD): " WITH NO ADVANCING.
           ACCEPT BKD-PRODUCT.
           PERFORM FIND-PRODUCT-RULE
           IF BKD-HIT = 0
              DISPLAY "NO SUCH PRODUCT - NOTHING CHANGED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "RULE ([F]OLLOWING / [M]ODIFIED FOLLOWING): "
              WITH NO ADVANCING.
           ACCEPT BKD-RULE.
           IF BKD-RULE = 'f'
              MOVE 'F' TO BKD-RULE
           END-IF
           IF BKD-RULE = 'm'
              MOVE 'M' TO BKD-RULE
           END-IF
           IF BKD-RULE NOT = 'F' AND BKD-RULE NOT = 'M'
              DISPLAY "RULE MUST BE F OR M - NOTHING CHANGED"
              EXIT PARAGRAPH
           END-IF
           MOVE BKD-RULE TO BKD-T-RULE(BKD-HIT)

           OPEN OUTPUT BANKING-DAY-POLICY
           PERFORM VARYING BKD-IDX FROM 1 BY 1
               UNTIL BKD-IDX > BKD-POLICY-COUNT
              MOVE BKD-T-PRODUCT(BKD-IDX) TO BDP-PRODUCT
              MOVE BKD-T-RULE(BKD-IDX) TO BDP-RULE
              MOVE BKD-T-DESC(BKD-IDX) TO BDP-DESC
              WRITE BANKING-DAY-POLICY-REC
           END-PERFORM
           CLOSE BANKING-DAY-POLICY
           DISPLAY "RULE FOR " BKD-PRODUCT " SET TO " BKD-RULE.
           EXIT.

      ***** SHOW WHERE A DATE LANDS UNDER EACH RULE
       CHECK-ONE-DATE.
           DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT BKD-DATEIN.
           IF BKD-DATEIN IS NOT NUMERIC
              DISPLAY "DATE MUST BE YYYYMMDD"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOLIDAYS
           MOVE 'F' TO BKD-RULE
           MOVE BKD-DATEIN TO BKD-DATE
           PERFORM ADJUST-DATE
           MOVE BKD-DATE TO BKD-FOLLOWING
           MOVE 'M' TO BKD-RULE
           MOVE BKD-DATEIN TO BKD-DATE
           PERFORM ADJUST-DATE
           MOVE BKD-DATE TO BKD-MODIFIED
           DISPLAY "FOLLOWING:          " BKD-FOLLOWING
           DISPLAY "MODIFIED FOLLOWING: " BKD-MODIFIED.
           EXIT.

       END PROGRAM BANKING-DAY.
