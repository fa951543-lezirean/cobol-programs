           "C:\cobol_project\ARAging.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DUNNING-LOG ASSIGN TO
           "C:\cobol_project\DunningLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT DUNNING-LETTERS ASSIGN TO
           "C:\cobol_project\DunningLetters.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\cobol_project\Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT GL-BATCH ASSIGN TO
           "C:\cobol_project\GLBatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
          05 CU-BALANCE PIC 9(6)V9(2).
      ***** ZERO ON OLD RECORDS MEANS NO LIMIT HAS BEEN SET YET
          05 CU-LIMIT PIC 9(6)V9(2).
      ***** S = CHARGING SUSPENDED (BALANCE WRITTEN OFF TO BAD DEBT)
          05 CU-STATUS PIC X(01).
       FD CUSTOMER-MASTER-TEMP.
       01 TEMP-CUSTOMER-MASTER-REC.
          05 TCU-NUM PIC X(5).
          05 TCU-NAME PIC X(20).
          05 TCU-BALANCE PIC 9(6)V9(2).
          05 TCU-LIMIT PIC 9(6)V9(2).
          05 TCU-STATUS PIC X(01).
      ***** C=CHARGE, P=PAYMENT, F=FINANCE CHARGE, W=BAD-DEBT WRITE-OFF
      ***** (THE APPROVING SUPERVISOR IS KEPT ON THE WRITE-OFF ONLY)
       FD AR-LEDGER.
       01 AR-LEDGER-REC.
          05 AR-CUSTNUM PIC X(5).
          05 AR-TYPE PIC X(01).
          05 AR-AMOUNT PIC 9(6)V9(2).
          05 AR-ORDERREF PIC 9(4).
          05 AR-APPROVER PIC X(5).
       FD AR-STATEMENT.
       01 AR-STATEMENT-REC PIC X(70).
       FD AGING-REPORT.
       01 AGING-REPORT-REC PIC X(90).
      ***** ONE ROW PER COLLECTION LETTER SENT; STAGE R=REMINDER,
      ***** D=DEMAND, F=FINAL NOTICE
       FD DUNNING-LOG.
       01 DUNNING-LOG-REC.
          05 DN-CUSTNUM PIC X(5).
          05 DN-DATE PIC X(8).
          05 DN-STAGE PIC X(01).
          05 DN-PASTDUE PIC 9(7)V9(2).
       FD DUNNING-LETTERS.
       01 DUNNING-LETTERS-REC PIC X(70).
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          05 OP-ID PIC X(5).
          05 OP-PASSWORD PIC X(8).
          05 OP-LEVEL PIC 9.
          05 OP-STATUS PIC X(01).
          05 OP-PW-EXPIRY PIC X(8).
          05 OP-FAILS PIC 9(1).
          05 OP-BRANCH PIC X(3).
      ***** THE DATED BATCH HANDED TO ACCOUNTING (GLB-TCODE N MARKS
      ***** RECEIVABLES WRITTEN OFF TO BAD DEBT, P PAYMENTS ON
      ***** ACCOUNT, F THE MONTH'S FINANCE CHARGES)
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
          05 ARS-BALANCEDIS PIC ZZZ,ZZ9.99.
          05 ARS-EOF-FLAG PIC 9 VALUE 0.
          05 ARS-FOUND PIC 9 VALUE 0.
          05 ARS-STATUS PIC X(01).
          05 ARS-OLD-LIMIT PIC 9(6)V9(2).
          05 ARS-OLD-STATUS PIC X(01).
          05 ARS-OPERATOR PIC X(5).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "CustomerMaster.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
      ***** OPEN CHARGES HELD FOR THE AGING PASS (OLDEST FIRST)
       01 ARS-CHG-TABLE.
          05 ARS-CHG-ENTRY OCCURS 200 TIMES.
          05 ARS-B3160 PIC 9(7)V9(2).
          05 ARS-B6190 PIC 9(7)V9(2).
          05 ARS-B90P PIC 9(7)V9(2).
      ***** COLLECTION LETTERS AND BAD-DEBT WRITE-OFF
       01 ARS-DUNNING.
          05 ARS-DUN-STAGE PIC X(01).
          05 ARS-DUN-PASTDUE PIC 9(7)V9(2).
          05 ARS-DUN-SENT PIC 9 VALUE 0.
          05 ARS-DUN-EOF PIC 9 VALUE 0.
          05 ARS-DUN-COUNT PIC 9(5) VALUE 0.
          05 ARS-DUN-SKIPPED PIC 9(5) VALUE 0.
          05 ARS-SUPER-ID PIC X(5).
          05 ARS-SUPER-PW PIC X(8).
          05 ARS-SUPER-OK PIC 9 VALUE 0.
          05 ARS-CONFIRM PIC X(01).
       01 ARS-RECEIVABLE-ACCT PIC X(4) VALUE "1150".
       01 ARS-BADDEBT-ACCT PIC X(4) VALUE "5350".
       01 ARS-CASH-ACCT PIC X(4) VALUE "1110".
       01 ARS-FINCHG-ACCT PIC X(4) VALUE "4500".
      ***** REPORT LINE LAYOUTS
       01 ARS-STMT-LINE.
          05 ARS-STM-DATE PIC X(8).
          05 ARS-AGE-B3 PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE " OVER:".
          05 ARS-AGE-B4 PIC ZZZ,ZZ9.99.
       01 ARS-LETTER-HEAD.
          05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
          05 ARS-LTR-DATE PIC X(8).
          05 FILLER PIC X(18) VALUE SPACES.
          05 FILLER PIC X(8) VALUE "NOTICE: ".
          05 ARS-LTR-NOTICE PIC X(12).
       01 ARS-LETTER-TO.
          05 FILLER PIC X(4) VALUE "TO: ".
          05 ARS-LTR-NUM PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ARS-LTR-NAME PIC X(20).
       01 ARS-LETTER-DUE.
          05 FILLER PIC X(18) VALUE "AMOUNT PAST DUE:  ".
          05 ARS-LTR-PASTDUE PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(18) VALUE "   TOTAL BALANCE: ".
          05 ARS-LTR-BALANCE PIC ZZZ,ZZ9.99.
       01 ARS-LETTER-AGES.
          05 FILLER PIC X(7) VALUE "31-60: ".
          05 ARS-LTR-B2 PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(9) VALUE "  61-90: ".
          05 ARS-LTR-B3 PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(11) VALUE "  OVER 90: ".
          05 ARS-LTR-B4 PIC ZZZ,ZZ9.99.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "AR-AGING".
          05 SPL-P-PROGRAM PIC X(24) VALUE "POS-AR-SYSTEM".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\ARAging.dat".
       01 SPL-DUN-PARM.
          05 SPL-D-NAME PIC X(16) VALUE "AR-DUNNING".
          05 SPL-D-PROGRAM PIC X(24) VALUE "POS-AR-SYSTEM".
          05 SPL-D-SOURCE PIC X(44)
             VALUE "C:\cobol_project\DunningLetters.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCOUNTS RECEIVABLE".
           DISPLAY "[4] 30/60/90 AGING REPORT".
           DISPLAY "[5] SET A CREDIT LIMIT".
           DISPLAY "[6] MONTHLY FINANCE-CHARGE RUN".
           DISPLAY "[7] COLLECTION LETTER RUN".
           DISPLAY "[8] BAD-DEBT WRITE-OFF".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT ARS-MODE.

                 PERFORM SET-CREDIT-LIMIT
              WHEN '6'
                 PERFORM FINANCE-CHARGE-RUN
              WHEN '7'
                 PERFORM DUNNING-RUN
              WHEN '8'
                 PERFORM WRITE-OFF-ACCOUNT
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           DISPLAY "CUSTOMER NAME:   " WITH NO ADVANCING.
           ACCEPT CU-NAME.
           MOVE 0 TO CU-BALANCE
           MOVE SPACE TO CU-STATUS
           DISPLAY "CREDIT LIMIT:    " WITH NO ADVANCING.
           ACCEPT ARS-AMOUNTIN.
           COMPUTE CU-LIMIT = FUNCTION NUMVAL(ARS-AMOUNTIN)
           MOVE 'P' TO AR-TYPE
           MOVE ARS-AMOUNT TO AR-AMOUNT
           MOVE 0 TO AR-ORDERREF
           MOVE SPACES TO AR-APPROVER
           OPEN EXTEND AR-LEDGER
              WRITE AR-LEDGER-REC
           CLOSE AR-LEDGER

           OPEN EXTEND GL-BATCH
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'P' TO GLB-TCODE
           MOVE "AR" TO GLB-SOURCE
           MOVE ARS-AMOUNT TO GLB-AMOUNT
           MOVE ARS-CASH-ACCT TO GLB-ACCT
           MOVE 'D' TO GLB-DC
           WRITE GL-BATCH-REC
           MOVE ARS-RECEIVABLE-ACCT TO GLB-ACCT
           MOVE 'C' TO GLB-DC
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH

           MOVE ARS-BALANCE TO ARS-BALANCEDIS
           DISPLAY "PAYMENT POSTED - NEW BALANCE: " ARS-BALANCEDIS.
           EXIT.
                       MOVE "CHARGE  " TO ARS-STM-TYPE
                    WHEN 'F'
                       MOVE "FIN CHG " TO ARS-STM-TYPE
                    WHEN 'W'
                       MOVE "WRITEOFF" TO ARS-STM-TYPE
                    WHEN OTHER
                       MOVE "PAYMENT " TO ARS-STM-TYPE
                 END-EVALUATE
           DISPLAY "NEW CREDIT LIMIT: " WITH NO ADVANCING.
           ACCEPT ARS-AMOUNTIN.
           COMPUTE ARS-AMOUNT = FUNCTION NUMVAL(ARS-AMOUNTIN)
           DISPLAY "YOUR OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT ARS-OPERATOR.
           PERFORM SAVE-CUSTOMER-LIMIT

           MOVE ARS-CUSTNUM TO MAL-P-KEY
           MOVE ARS-OPERATOR TO MAL-P-OPERATOR
           MOVE "CREDIT LIMIT" TO MAL-P-FIELD
           MOVE ARS-OLD-LIMIT TO ARS-BALANCEDIS
           MOVE ARS-BALANCEDIS TO MAL-P-BEFORE
           MOVE ARS-AMOUNT TO ARS-BALANCEDIS
           MOVE ARS-BALANCEDIS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           DISPLAY "CREDIT LIMIT UPDATED".
           EXIT.

              MOVE CU-NUM TO ARS-CUSTNUM
              MOVE CU-NAME TO ARS-NAME
              MOVE CU-BALANCE TO ARS-BALANCE
      ***** A WRITTEN-OFF ACCOUNT ACCRUES NOTHING FURTHER
              IF CU-STATUS NOT = 'S'
                 PERFORM FIN-CHARGE-ONE
              END-IF
              READ CUSTOMER-MASTER
                 AT END MOVE 1 TO ARS-EOF-FLAG
              END-READ

           PERFORM POST-PENDING-FIN-CHARGES

      ***** THE RUN'S CHARGES GO TO ACCOUNTING AS ONE ENTRY
           IF ARS-FIN-TOTAL > 0
              OPEN EXTEND GL-BATCH
              MOVE BDT-DATE TO GLB-DATE
              MOVE 'F' TO GLB-TCODE
              MOVE "AR" TO GLB-SOURCE
              MOVE ARS-FIN-TOTAL TO GLB-AMOUNT
              MOVE ARS-RECEIVABLE-ACCT TO GLB-ACCT
              MOVE 'D' TO GLB-DC
              WRITE GL-BATCH-REC
              MOVE ARS-FINCHG-ACCT TO GLB-ACCT
              MOVE 'C' TO GLB-DC
              WRITE GL-BATCH-REC
              CLOSE GL-BATCH
           END-IF

           MOVE ARS-FIN-TOTAL TO ARS-FIN-TOTALDIS
           DISPLAY "CUSTOMERS CHARGED: " ARS-FIN-COUNT
           DISPLAY "FINANCE CHARGES:   " ARS-FIN-TOTALDIS.
              MOVE 'F' TO AR-TYPE
              MOVE ARS-FIN-CHARGE TO AR-AMOUNT
              MOVE 0 TO AR-ORDERREF
              MOVE SPACES TO AR-APPROVER
              OPEN EXTEND AR-LEDGER
                 WRITE AR-LEDGER-REC
              CLOSE AR-LEDGER
           END-PERFORM.
           EXIT.

      ***** OVERDUE ACCOUNTS GET A LETTER BY THEIR OLDEST BUCKET:
      ***** 31-60 A REMINDER, 61-90 A DEMAND, OVER 90 THE FINAL
      ***** NOTICE. A STAGE ALREADY SENT THIS MONTH IS NOT REPEATED
       DUNNING-RUN.
           PERFORM GET-BUSINESS-DATE
           COMPUTE ARS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))
           MOVE 0 TO ARS-DUN-COUNT
           MOVE 0 TO ARS-DUN-SKIPPED
           OPEN EXTEND DUNNING-LOG
           CLOSE DUNNING-LOG
           OPEN OUTPUT DUNNING-LETTERS

           MOVE 0 TO ARS-EOF-FLAG
           OPEN EXTEND CUSTOMER-MASTER
           CLOSE CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-MASTER
           READ CUSTOMER-MASTER
              AT END MOVE 1 TO ARS-EOF-FLAG
           END-READ
           PERFORM UNTIL ARS-EOF-FLAG = 1
              MOVE CU-NUM TO ARS-CUSTNUM
              MOVE CU-NAME TO ARS-NAME
              MOVE CU-BALANCE TO ARS-BALANCE
              IF CU-STATUS NOT = 'S'
                 PERFORM DUNNING-ONE
              END-IF
              READ CUSTOMER-MASTER
                 AT END MOVE 1 TO ARS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE DUNNING-LETTERS
           IF ARS-DUN-COUNT > 0
              CALL "SPOOL-REGISTER" USING SPL-DUN-PARM
           END-IF

           DISPLAY "LETTERS PRINTED:         " ARS-DUN-COUNT
           DISPLAY "ALREADY SENT THIS MONTH: " ARS-DUN-SKIPPED.
           EXIT.

       DUNNING-ONE.
           PERFORM COMPUTE-AGING-BUCKETS
           EVALUATE TRUE
              WHEN ARS-B90P > 0
                 MOVE 'F' TO ARS-DUN-STAGE
              WHEN ARS-B6190 > 0
                 MOVE 'D' TO ARS-DUN-STAGE
              WHEN ARS-B3160 > 0
                 MOVE 'R' TO ARS-DUN-STAGE
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE ARS-DUN-PASTDUE = ARS-B3160 + ARS-B6190 + ARS-B90P

           PERFORM CHECK-DUNNING-LOG
           IF ARS-DUN-SENT = 1
              ADD 1 TO ARS-DUN-SKIPPED
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DUNNING-LETTER

           MOVE ARS-CUSTNUM TO DN-CUSTNUM
           MOVE BDT-DATE TO DN-DATE
           MOVE ARS-DUN-STAGE TO DN-STAGE
           MOVE ARS-DUN-PASTDUE TO DN-PASTDUE
           OPEN EXTEND DUNNING-LOG
              WRITE DUNNING-LOG-REC
           CLOSE DUNNING-LOG
           ADD 1 TO ARS-DUN-COUNT.
           EXIT.

       CHECK-DUNNING-LOG.
           MOVE 0 TO ARS-DUN-SENT
           MOVE 0 TO ARS-DUN-EOF
           OPEN INPUT DUNNING-LOG
           READ DUNNING-LOG
              AT END MOVE 1 TO ARS-DUN-EOF
           END-READ
           PERFORM UNTIL ARS-DUN-EOF = 1
              IF DN-CUSTNUM = ARS-CUSTNUM AND
                 DN-STAGE = ARS-DUN-STAGE AND
                 DN-DATE(1:6) = BDT-DATE(1:6)
                 MOVE 1 TO ARS-DUN-SENT
                 MOVE 1 TO ARS-DUN-EOF
              ELSE
                 READ DUNNING-LOG
                    AT END MOVE 1 TO ARS-DUN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE DUNNING-LOG.
           EXIT.

       WRITE-DUNNING-LETTER.
           MOVE BDT-DATE TO ARS-LTR-DATE
           EVALUATE ARS-DUN-STAGE
              WHEN 'R'
                 MOVE "REMINDER" TO ARS-LTR-NOTICE
              WHEN 'D'
                 MOVE "DEMAND" TO ARS-LTR-NOTICE
              WHEN OTHER
                 MOVE "FINAL NOTICE" TO ARS-LTR-NOTICE
           END-EVALUATE
           WRITE DUNNING-LETTERS-REC FROM ARS-LETTER-HEAD
           MOVE SPACES TO DUNNING-LETTERS-REC
           WRITE DUNNING-LETTERS-REC
           MOVE ARS-CUSTNUM TO ARS-LTR-NUM
           MOVE ARS-NAME TO ARS-LTR-NAME
           WRITE DUNNING-LETTERS-REC FROM ARS-LETTER-TO
           MOVE SPACES TO DUNNING-LETTERS-REC
           WRITE DUNNING-LETTERS-REC

           EVALUATE ARS-DUN-STAGE
              WHEN 'R'
                 MOVE "OUR RECORDS SHOW PART OF YOUR CHARGE ACCOUNT IS"
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
                 MOVE "MORE THAN 30 DAYS PAST DUE. KINDLY SETTLE THE"
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
                 MOVE "AMOUNT BELOW AT YOUR EARLIEST CONVENIENCE."
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
              WHEN 'D'
                 MOVE "YOUR CHARGE ACCOUNT IS NOW MORE THAN 60 DAYS"
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
                 MOVE "PAST DUE. PAYMENT OF THE AMOUNT BELOW IS"
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
                 MOVE "REQUIRED WITHIN TEN DAYS OF THIS LETTER."
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
              WHEN OTHER
                 MOVE "YOUR CHARGE ACCOUNT IS MORE THAN 90 DAYS PAST"
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
                 MOVE "DUE. UNLESS PAID WITHIN SEVEN DAYS, CHARGING"
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
                 MOVE "PRIVILEGES WILL BE SUSPENDED AND THE BALANCE"
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
                 MOVE "REFERRED FOR COLLECTION."
                    TO DUNNING-LETTERS-REC
                 WRITE DUNNING-LETTERS-REC
           END-EVALUATE
           MOVE SPACES TO DUNNING-LETTERS-REC
           WRITE DUNNING-LETTERS-REC

           MOVE ARS-DUN-PASTDUE TO ARS-LTR-PASTDUE
           MOVE ARS-BALANCE TO ARS-LTR-BALANCE
           WRITE DUNNING-LETTERS-REC FROM ARS-LETTER-DUE
           MOVE ARS-B3160 TO ARS-LTR-B2
           MOVE ARS-B6190 TO ARS-LTR-B3
           MOVE ARS-B90P TO ARS-LTR-B4
           WRITE DUNNING-LETTERS-REC FROM ARS-LETTER-AGES
           MOVE "IF PAYMENT HAS BEEN MADE, KINDLY DISREGARD THIS."
              TO DUNNING-LETTERS-REC
           WRITE DUNNING-LETTERS-REC
           MOVE ALL "-" TO DUNNING-LETTERS-REC
           WRITE DUNNING-LETTERS-REC.
           EXIT.

      ***** AN UNCOLLECTIBLE BALANCE IS CLEARED TO BAD-DEBT EXPENSE
      ***** ON A SUPERVISOR'S AUTHORITY; THE ACCOUNT TAKES NO MORE
      ***** CHARGES AND ACCOUNTING GETS THE ENTRY IN THE GL BATCH
       WRITE-OFF-ACCOUNT.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT ARS-CUSTNUM.
           PERFORM LOOKUP-CUSTOMER
           IF ARS-FOUND = 0
              DISPLAY "CUSTOMER NOT ON FILE"
              EXIT PARAGRAPH
           END-IF.
           IF ARS-BALANCE = 0
              DISPLAY "NO BALANCE TO WRITE OFF"
              EXIT PARAGRAPH
           END-IF.

           PERFORM GET-BUSINESS-DATE
           COMPUTE ARS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-DATE))
           PERFORM COMPUTE-AGING-BUCKETS
           MOVE ARS-CUSTNUM TO ARS-AGE-NUM
           MOVE ARS-NAME TO ARS-AGE-NAME
           MOVE ARS-B030 TO ARS-AGE-B1
           MOVE ARS-B3160 TO ARS-AGE-B2
           MOVE ARS-B6190 TO ARS-AGE-B3
           MOVE ARS-B90P TO ARS-AGE-B4
           DISPLAY ARS-AGING-LINE
           MOVE ARS-BALANCE TO ARS-BALANCEDIS
           DISPLAY "BALANCE TO WRITE OFF: " ARS-BALANCEDIS

           DISPLAY "SUPERVISOR ID:       " WITH NO ADVANCING.
           ACCEPT ARS-SUPER-ID.
           DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
           ACCEPT ARS-SUPER-PW.
           PERFORM CHECK-SUPERVISOR
           IF ARS-SUPER-OK = 0
              DISPLAY "INVALID SUPERVISOR, PASSWORD OR LEVEL"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "WRITE OFF AND SUSPEND THE ACCOUNT (Y/N)? "
              WITH NO ADVANCING.
           ACCEPT ARS-CONFIRM.
           IF ARS-CONFIRM NOT = 'Y' AND ARS-CONFIRM NOT = 'y'
              DISPLAY "WRITE-OFF CANCELLED"
              EXIT PARAGRAPH
           END-IF.

           MOVE ARS-BALANCE TO ARS-AMOUNT
           MOVE ARS-CUSTNUM TO AR-CUSTNUM
           MOVE BDT-DATE TO AR-DATE
           MOVE 'W' TO AR-TYPE
           MOVE ARS-AMOUNT TO AR-AMOUNT
           MOVE 0 TO AR-ORDERREF
           MOVE ARS-SUPER-ID TO AR-APPROVER
           OPEN EXTEND AR-LEDGER
              WRITE AR-LEDGER-REC
           CLOSE AR-LEDGER

           MOVE ARS-STATUS TO ARS-OLD-STATUS
           MOVE 0 TO ARS-BALANCE
           MOVE 'S' TO ARS-STATUS
           PERFORM SAVE-CUSTOMER-BALANCE

           MOVE ARS-CUSTNUM TO MAL-P-KEY
           MOVE ARS-SUPER-ID TO MAL-P-OPERATOR
           MOVE "STATUS" TO MAL-P-FIELD
           MOVE ARS-OLD-STATUS TO MAL-P-BEFORE
           MOVE ARS-STATUS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM

           OPEN EXTEND GL-BATCH
           MOVE BDT-DATE TO GLB-DATE
           MOVE 'N' TO GLB-TCODE
           MOVE "AR" TO GLB-SOURCE
           MOVE ARS-AMOUNT TO GLB-AMOUNT
           MOVE ARS-BADDEBT-ACCT TO GLB-ACCT
           MOVE 'D' TO GLB-DC
           WRITE GL-BATCH-REC
           MOVE ARS-RECEIVABLE-ACCT TO GLB-ACCT
           MOVE 'C' TO GLB-DC
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH

           MOVE ARS-AMOUNT TO ARS-BALANCEDIS
           DISPLAY "WRITTEN OFF TO BAD DEBT: " ARS-BALANCEDIS
           DISPLAY "ACCOUNT SUSPENDED FOR CHARGING".
           EXIT.

      ***** ONLY A LEVEL-3 OPERATOR IN GOOD STANDING MAY APPROVE
       CHECK-SUPERVISOR.
           MOVE 0 TO ARS-SUPER-OK
           MOVE 0 TO ARS-DUN-EOF
           OPEN EXTEND OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE
              AT END MOVE 1 TO ARS-DUN-EOF
           END-READ
           PERFORM UNTIL ARS-DUN-EOF = 1
              IF OP-ID = ARS-SUPER-ID AND
                 OP-PASSWORD = ARS-SUPER-PW AND
                 OP-LEVEL >= 3 AND
                 OP-STATUS NOT = 'D' AND OP-STATUS NOT = 'L'
                 MOVE 1 TO ARS-SUPER-OK
                 MOVE 1 TO ARS-DUN-EOF
              ELSE
                 READ OPERATOR-FILE
                    AT END MOVE 1 TO ARS-DUN-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.
           EXIT.

       LOAD-CUSTOMER-LEDGER.
           MOVE 0 TO ARS-FOUND
           OPEN EXTEND AR-LEDGER
                          MOVE AR-AMOUNT
                             TO ARS-CHG-AMT(ARS-CHG-COUNT)
                       END-IF
                       IF AR-TYPE = 'P' OR AR-TYPE = 'W'
                          ADD AR-AMOUNT TO ARS-PAYMENTS
                       END-IF
                    END-IF
                 MOVE 1 TO ARS-FOUND
                 MOVE CU-NAME TO ARS-NAME
                 MOVE CU-BALANCE TO ARS-BALANCE
                 MOVE CU-STATUS TO ARS-STATUS
                 MOVE CU-LIMIT TO ARS-OLD-LIMIT
                 MOVE 1 TO ARS-EOF-FLAG
              ELSE
                 READ CUSTOMER-MASTER
              MOVE CUSTOMER-MASTER-REC TO TEMP-CUSTOMER-MASTER-REC
              IF CU-NUM = ARS-CUSTNUM
                 MOVE ARS-BALANCE TO TCU-BALANCE
                 MOVE ARS-STATUS TO TCU-STATUS
              END-IF
              WRITE TEMP-CUSTOMER-MASTER-REC
              READ CUSTOMER-MASTER
