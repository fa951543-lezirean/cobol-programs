      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: SEPTEMBER 05, 2022
      * Purpose: CHECK REGISTER, INWARD CLEARING, RETURNS, AND
      *          STOP-PAYMENT ORDERS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOP-PAYMENTS ASSIGN TO
           "C:\cobol_project\StopPayments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOP-PAYMENTS-TEMP ASSIGN TO
           "C:\cobol_project\StopPaymentsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SIGNATORY-FILE ASSIGN TO
           "C:\cobol_project\Signatories.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT STOP-REPORT ASSIGN TO
           "C:\cobol_project\StopPaymentRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER CHECK LEAF ISSUED TO AN ACCOUNT
      ***** (CK-STATUS: O=OUTSTANDING P=PRESENTED R=RETURNED
      *****  S=STOPPED UNDER A STOP-PAYMENT ORDER
      *****  C=CANCELLED, SURRENDERED UNUSED WHEN THE ACCOUNT CLOSED)
       FD CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
          05 CK-ACCT PIC X(5).
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD ACCOUNT-HOLDS.
       01 ACCOUNT-HOLD-REC.
          05 HLD-BANKNUM PIC X(5).
          05 HLD-AMOUNT PIC 9(9)V9(2).
          05 HLD-REASON PIC X(10).
          05 HLD-EXPIRY PIC X(8).
          05 HLD-STATUS PIC X(01).
       01 BANK-JOURNAL-REC.
          05 JRNL-BANKNUM PIC X(5).
          05 JRNL-TCODE PIC X(01).
          05 JRNL-AMOUNT PIC 9(9)V9(2).
          05 JRNL-BALANCE PIC 9(9)V9(2).
          05 JRNL-TIMESTAMP PIC X(14).
          05 JRNL-RECON PIC X(01).
          05 JRNL-OPERATOR PIC X(5).
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
      ***** ONE ROW PER STOP-PAYMENT ORDER OVER A RANGE OF LEAVES
      ***** (SP-STATUS: A=ACTIVE H=HIT BY A PRESENTED CHECK; AN
      *****  ACTIVE ORDER PAST ITS EXPIRY READS AS EXPIRED AND NO
      *****  LONGER STOPS ANYTHING)
       FD STOP-PAYMENTS.
       01 STOP-PAYMENT-REC.
          05 SP-ACCT PIC X(5).
          05 SP-FROM-NUM PIC 9(6).
          05 SP-TO-NUM PIC 9(6).
          05 SP-REASON PIC X(10).
          05 SP-SIGNATORY PIC X(20).
          05 SP-PLACED-DATE PIC X(8).
          05 SP-EXPIRY PIC X(8).
          05 SP-FEE PIC 9(4)V9(2).
          05 SP-STATUS PIC X(01).
          05 SP-HIT-NUM PIC 9(6).
          05 SP-HIT-DATE PIC X(8).
       FD STOP-PAYMENTS-TEMP.
       01 TEMP-STOP-PAYMENT-REC.
          05 TSP-ACCT PIC X(5).
          05 TSP-FROM-NUM PIC 9(6).
          05 TSP-TO-NUM PIC 9(6).
          05 TSP-REASON PIC X(10).
          05 TSP-SIGNATORY PIC X(20).
          05 TSP-PLACED-DATE PIC X(8).
          05 TSP-EXPIRY PIC X(8).
          05 TSP-FEE PIC 9(4)V9(2).
          05 TSP-STATUS PIC X(01).
          05 TSP-HIT-NUM PIC 9(6).
          05 TSP-HIT-DATE PIC X(8).
      ***** NAMED SIGNATORIES BEHIND EACH ACCOUNT
      ***** (SIG-RELATION: P=PRIMARY A=JOINT-AND O=JOINT-OR)
       FD SIGNATORY-FILE.
       01 SIGNATORY-REC.
          05 SIG-BANKNUM PIC X(5).
          05 SIG-NAME PIC X(20).
          05 SIG-RELATION PIC X(01).
       FD STOP-REPORT.
       01 STOP-REPORT-REC PIC X(90).
       WORKING-STORAGE SECTION.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
          05 CKW-RESULT PIC X(18).
          05 CKW-PAID PIC 9(5) VALUE 0.
          05 CKW-BOUNCED PIC 9(5) VALUE 0.
          05 CKW-HOLD-TOTAL PIC 9(11)V9(2) VALUE 0.
          05 CKW-HOLD-EOF PIC 9 VALUE 0.
          05 CKW-OUT-COUNT PIC 9(5) VALUE 0.
          05 CKW-AMOUNTDIS PIC ZZZ,ZZ9.99.
      ***** THE REGISTER STATUS OF THE LEAF FOUND FOR CLEARING
          05 CKW-CK-STATUS PIC X(01).
      ***** THE AMOUNT ALREADY WRITTEN ON THE LEAF (ZERO WHEN BLANK)
          05 CKW-CK-AMOUNT PIC 9(6)V9(2).
      ***** ITS STATUS DATE; A LEAF NUMBER CAN COME AROUND AGAIN IN
      ***** A LATER YEAR, SO STATUS AND DATE PICK OUT THE ONE ROW
          05 CKW-CK-DATE PIC X(8).
      ********** STOP-PAYMENT CAPTURE AND CLEARING CHECKS
      ***** THE STANDARD FEE WHEN THE TELLER LEAVES THE FEE BLANK,
      ***** AND HOW LONG AN ORDER RUNS WHEN NO EXPIRY IS GIVEN
       01 CKW-STD-STOP-FEE PIC 9(4)V9(2) VALUE 100.00.
       01 CKW-STD-STOP-DAYS PIC 9(3) VALUE 180.
      ********** A BOOK LEFT UNNUMBERED TAKES THE SHOP'S CHECK SERIES
       01 NSR-PARM.
          05 NSR-P-CODE PIC X(8) VALUE "CHECKNUM".
          05 NSR-P-HOWMANY PIC 9(4).
          05 NSR-P-FLOOR PIC 9(6) VALUE 0.
          05 NSR-P-CEILING PIC 9(6) VALUE 999999.
          05 NSR-P-FIRST PIC 9(6).
          05 NSR-P-RESULT PIC X(01).
       01 STP-SEQ.
          05 STP-EOF-FLAG PIC 9 VALUE 0.
          05 STP-FOUND PIC 9 VALUE 0.
          05 STP-SIG-OK PIC 9 VALUE 0.
          05 STP-SIG-COUNT PIC 9(3) VALUE 0.
          05 STP-LEDG-NAME PIC X(10).
          05 STP-BALANCE PIC 9(9)V9(2).
          05 STP-ENDIN PIC X(6).
          05 STP-END PIC 9(6).
          05 STP-REASON PIC X(10).
          05 STP-SIGNATORY PIC X(20).
          05 STP-EXPIRYIN PIC X(8).
          05 STP-EXPIRY PIC X(8).
          05 STP-FEEIN PIC X(7).
          05 STP-FEE PIC 9(4)V9(2).
          05 STP-STOPPED PIC 9(3) VALUE 0.
          05 STP-NOT-OPEN PIC 9(3) VALUE 0.
          05 STP-DAYNUM PIC 9(8).
          05 STP-STATE PIC X(8).
          05 STP-ACTIVE-COUNT PIC 9(5) VALUE 0.
          05 STP-EXPIRED-COUNT PIC 9(5) VALUE 0.
          05 STP-HIT-COUNT PIC 9(5) VALUE 0.
          05 STP-FEE-TOTAL PIC 9(7)V9(2) VALUE 0.
      ********** REPORT LINE LAYOUTS
       01 CKW-CLR-HEAD.
          05 FILLER PIC X(26) VALUE "INWARD CLEARING BATCH FOR ".
          05 CKW-OD-NUMBER PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CKW-OD-ISSUED PIC X(8).
       01 STP-RPT-HEAD.
          05 FILLER PIC X(29) VALUE "STOP-PAYMENT REGISTER AS AT ".
          05 STP-RH-DATE PIC X(8).
       01 STP-RPT-COLS.
          05 FILLER PIC X(7) VALUE "ACCT".
          05 FILLER PIC X(16) VALUE "CHECKS".
          05 FILLER PIC X(12) VALUE "REASON".
          05 FILLER PIC X(10) VALUE "PLACED".
          05 FILLER PIC X(10) VALUE "EXPIRES".
          05 FILLER PIC X(10) VALUE "FEE".
          05 FILLER PIC X(9) VALUE "STATE".
          05 FILLER PIC X(16) VALUE "HIT CHECK/DATE".
       01 STP-RPT-DETAIL.
          05 STP-RD-ACCT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STP-RD-FROM PIC 9(6).
          05 FILLER PIC X(1) VALUE "-".
          05 STP-RD-TO PIC 9(6).
          05 FILLER PIC X(3) VALUE SPACES.
          05 STP-RD-REASON PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STP-RD-PLACED PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STP-RD-EXPIRY PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 STP-RD-FEE PIC Z,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 STP-RD-STATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 STP-RD-HIT-NUM PIC X(6).
          05 FILLER PIC X(1) VALUE SPACES.
          05 STP-RD-HIT-DATE PIC X(8).
       01 STP-RPT-TOTAL.
          05 FILLER PIC X(8) VALUE "ACTIVE: ".
          05 STP-RT-ACTIVE PIC ZZZZ9.
          05 FILLER PIC X(11) VALUE "  EXPIRED: ".
          05 STP-RT-EXPIRED PIC ZZZZ9.
          05 FILLER PIC X(7) VALUE "  HIT: ".
          05 STP-RT-HIT PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE "  FEES TAKEN: ".
          05 STP-RT-FEES PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CHECK SUBSYSTEM".
           DISPLAY "[2] RUN INWARD CLEARING BATCH".
           DISPLAY "[3] RETURN A PRESENTED CHECK".
           DISPLAY "[4] OUTSTANDING CHECKS REPORT".
           DISPLAY "[5] PLACE A STOP-PAYMENT ORDER".
           DISPLAY "[6] STOP-PAYMENT REGISTER".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT CKW-MODE.

                 PERFORM RETURN-CHECK
              WHEN '4'
                 PERFORM OUTSTANDING-CHECKS
              WHEN '5'
                 PERFORM PLACE-STOP-PAYMENT
              WHEN '6'
                 PERFORM STOP-PAYMENT-REGISTER
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** HAND A BOOK OF NUMBERED LEAVES TO AN ACCOUNT; EVERY
      ***** LEAF GOES ON THE REGISTER AS OUTSTANDING. A BLANK FIRST
      ***** NUMBER TAKES THE NEXT LEAVES OF THE CHECK SERIES, AND NO
      ***** BOOK MAY REPEAT A LEAF THE ACCOUNT STILL HAS OUTSTANDING
       ISSUE-CHECK-RANGE.
           DISPLAY "ACCOUNT NUMBER:        " WITH NO ADVANCING
           ACCEPT CKW-ACCT
              EXIT PARAGRAPH
           END-IF

           DISPLAY "FIRST CHECK NUMBER     " WITH NO ADVANCING
           DISPLAY "(BLANK=NEXT IN SERIES): " WITH NO ADVANCING
           ACCEPT CKW-STARTIN
           DISPLAY "HOW MANY LEAVES:       " WITH NO ADVANCING
           ACCEPT CKW-COUNTIN
           MOVE CKW-COUNTIN TO CKW-HOWMANY
           IF CKW-HOWMANY = 0
              DISPLAY "NO LEAVES TO ISSUE"
              EXIT PARAGRAPH
           END-IF
           IF CKW-STARTIN = SPACES
              MOVE CKW-HOWMANY TO NSR-P-HOWMANY
              CALL "NUMBER-SERIES-NEXT" USING NSR-PARM
              IF NSR-P-RESULT NOT = 'Y'
                 DISPLAY "CHECK SERIES EXHAUSTED - NOT ISSUED"
                 EXIT PARAGRAPH
              END-IF
              MOVE NSR-P-FIRST TO CKW-START
           ELSE
              MOVE CKW-STARTIN TO CKW-START
           END-IF

           PERFORM CHECK-LEAVES-FREE
           IF CKW-FOUND = 1
              DISPLAY "LEAF " CKW-NUMBER
                 " IS OUTSTANDING OR STOPPED ON " CKW-ACCT
                 " - NOT ISSUED"
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-BUSINESS-DATE
           OPEN EXTEND CHECK-REGISTER
              WRITE CHECK-REGISTER-REC
           END-PERFORM
           CLOSE CHECK-REGISTER
           DISPLAY "LEAVES ISSUED: " CKW-HOWMANY
           COMPUTE CKW-NUMBER = CKW-START + CKW-HOWMANY - 1
           DISPLAY "NUMBERS " CKW-START " TO " CKW-NUMBER.
           EXIT.

       CHECK-LEAVES-FREE.
           MOVE 0 TO CKW-FOUND
           MOVE 0 TO CKW-EOF-FLAG
           COMPUTE CKW-NUMBER = CKW-START + CKW-HOWMANY - 1
           OPEN EXTEND CHECK-REGISTER
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER
           READ CHECK-REGISTER
              AT END MOVE 1 TO CKW-EOF-FLAG
           END-READ
           PERFORM UNTIL CKW-EOF-FLAG = 1
              IF CK-ACCT = CKW-ACCT
                 AND (CK-STATUS = 'O' OR CK-STATUS = 'S')
                 AND CK-NUMBER >= CKW-START
                 AND CK-NUMBER <= CKW-NUMBER
                 MOVE 1 TO CKW-FOUND
                 MOVE CK-NUMBER TO CKW-NUMBER
                 MOVE 1 TO CKW-EOF-FLAG
              ELSE
                 READ CHECK-REGISTER
                    AT END MOVE 1 TO CKW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CHECK-REGISTER.
           EXIT.

      ***** EVERY PRESENTED CHECK IS VALIDATED AGAINST THE REGISTER,
              EXIT PARAGRAPH
           END-IF

      ***** A LEAF WRITTEN THROUGH THE SUPPLIER PAYMENT RUN CARRIES
      ***** ITS AMOUNT; A CHECK PRESENTED FOR ANY OTHER AMOUNT HAS
      ***** BEEN ALTERED AND GOES BACK UNPAID
           IF CKW-CK-AMOUNT > 0 AND CKW-CK-AMOUNT NOT = CKW-AMOUNT
              MOVE "AMOUNT MISMATCH   " TO CKW-RESULT
              PERFORM REPORT-CLEARING-LINE
              ADD 1 TO CKW-BOUNCED
              EXIT PARAGRAPH
           END-IF

      ***** A STOPPED LEAF GOES BACK UNPAID WHILE ITS ORDER IS STILL
      ***** RUNNING; ONCE THE ORDER HAS LAPSED IT PAYS LIKE ANY OTHER
           IF CKW-CK-STATUS = 'S'
              PERFORM MARK-STOP-HIT
              IF STP-FOUND = 1
                 MOVE "PAYMENT STOPPED   " TO CKW-RESULT
                 PERFORM REPORT-CLEARING-LINE
                 ADD 1 TO CKW-BOUNCED
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE 0 TO CKW-FOUND
           OPEN I-O BANKLEDGER
           MOVE CKW-ACCT TO LEDG-BANKNUM
           DISPLAY "OUTSTANDING CHECKS: " CKW-OUT-COUNT.
           EXIT.

      ***** AN OUTSTANDING OR STOPPED LEAF CAN BE PRESENTED; THE
      ***** CALLER DECIDES WHAT A STOPPED ONE MEANS
       FIND-OUTSTANDING-CHECK.
           MOVE 0 TO CKW-FOUND
           MOVE SPACE TO CKW-CK-STATUS
           MOVE 0 TO CKW-CK-AMOUNT
           MOVE SPACES TO CKW-CK-DATE
           MOVE 0 TO CKW-EOF-FLAG
           OPEN EXTEND CHECK-REGISTER
           CLOSE CHECK-REGISTER
           END-READ
           PERFORM UNTIL CKW-EOF-FLAG = 1
              IF CK-ACCT = CKW-ACCT AND CK-NUMBER = CKW-NUMBER
                 AND (CK-STATUS = 'O' OR CK-STATUS = 'S')
                 MOVE 1 TO CKW-FOUND
                 MOVE CK-STATUS TO CKW-CK-STATUS
                 MOVE CK-AMOUNT TO CKW-CK-AMOUNT
                 MOVE CK-STATUS-DATE TO CKW-CK-DATE
                 MOVE 1 TO CKW-EOF-FLAG
              ELSE
                 READ CHECK-REGISTER
           CLOSE CHECK-REGISTER.
           EXIT.

      ***** THE MOST RECENTLY PAID LEAF WITH THIS NUMBER; AN OLDER
      ***** YEAR'S PAID LEAF OF THE SAME NUMBER IS LEFT ALONE
       FIND-PRESENTED-CHECK.
           MOVE 0 TO CKW-FOUND
           MOVE SPACES TO CKW-CK-DATE
           MOVE 0 TO CKW-EOF-FLAG
           OPEN EXTEND CHECK-REGISTER
           CLOSE CHECK-REGISTER
           PERFORM UNTIL CKW-EOF-FLAG = 1
              IF CK-ACCT = CKW-ACCT AND CK-NUMBER = CKW-NUMBER
                 AND CK-STATUS = 'P'
                 AND (CKW-FOUND = 0 OR CK-STATUS-DATE > CKW-CK-DATE)
                 MOVE 1 TO CKW-FOUND
                 MOVE 'P' TO CKW-CK-STATUS
                 MOVE CK-STATUS-DATE TO CKW-CK-DATE
                 MOVE CK-AMOUNT TO CKW-AMOUNT
              END-IF
              READ CHECK-REGISTER
                 AT END MOVE 1 TO CKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER.
           EXIT.

      ***** STAMP THE NEW STATUS (AND THE CLEARED AMOUNT) ON THE
      ***** REGISTER ROW THE CALLER FOUND VIA THE TEMP FILE
       UPDATE-CHECK-STATUS.
           MOVE 0 TO CKW-EOF-FLAG
           OPEN INPUT CHECK-REGISTER
           PERFORM UNTIL CKW-EOF-FLAG = 1
              MOVE CHECK-REGISTER-REC TO TEMP-CHECK-REGISTER-REC
              IF CK-ACCT = CKW-ACCT AND CK-NUMBER = CKW-NUMBER
                 AND CK-STATUS = CKW-CK-STATUS
                 AND CK-STATUS-DATE = CKW-CK-DATE
                 MOVE CKW-NEW-STATUS TO TCK-STATUS
                 MOVE CKW-AMOUNT TO TCK-AMOUNT
                 MOVE BDT-DATE TO TCK-STATUS-DATE
           CLOSE CHECK-REGISTER-TEMP.
           EXIT.

      ***** A DEPOSITOR'S STOP-PAYMENT ORDER ON ONE LEAF OR A RANGE:
      ***** THE REQUESTER MUST BE A SIGNATORY ON THE ACCOUNT, EVERY
      ***** LEAF IN THE RANGE STILL OUTSTANDING GOES TO STOPPED (S),
      ***** AND THE FEE POSTS THROUGH THE JOURNAL AS A SERVICE
      ***** CHARGE (F) SO THE GL PICKS IT UP WITH THE OTHER FEES
       PLACE-STOP-PAYMENT.
           DISPLAY "ACCOUNT NUMBER:        " WITH NO ADVANCING
           ACCEPT CKW-ACCT
           MOVE 0 TO CKW-FOUND
           OPEN INPUT BANKLEDGER
           MOVE CKW-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO CKW-FOUND
              NOT INVALID KEY
                 MOVE 1 TO CKW-FOUND
                 MOVE LEDG-BANKNAME TO STP-LEDG-NAME
           END-READ
           CLOSE BANKLEDGER
           IF CKW-FOUND = 0
              DISPLAY "ACCOUNT " CKW-ACCT " NOT ON THE LEDGER"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "FIRST CHECK NUMBER:    " WITH NO ADVANCING
           ACCEPT CKW-STARTIN
           MOVE CKW-STARTIN TO CKW-START
           DISPLAY "LAST CHECK NUMBER      " WITH NO ADVANCING
           DISPLAY "(BLANK=SAME LEAF):     " WITH NO ADVANCING
           ACCEPT STP-ENDIN
           IF STP-ENDIN = SPACES
              MOVE CKW-START TO STP-END
           ELSE
              MOVE STP-ENDIN TO STP-END
           END-IF
           IF STP-END < CKW-START
              DISPLAY "LAST CHECK IS BEFORE THE FIRST - NOT PLACED"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "REASON (LOST/STOLEN/DISPUTED): " WITH NO ADVANCING
           ACCEPT STP-REASON
           DISPLAY "REQUESTED BY (FULL NAME):      " WITH NO ADVANCING
           ACCEPT STP-SIGNATORY
           PERFORM CHECK-STOP-SIGNATORY
           IF STP-SIG-OK = 0
              DISPLAY "REQUESTER IS NOT A SIGNATORY ON " CKW-ACCT
                 " - NOT PLACED"
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-BUSINESS-DATE
           DISPLAY "EXPIRY (YYYYMMDD, BLANK=180 DAYS): "
              WITH NO ADVANCING
           ACCEPT STP-EXPIRYIN
           IF STP-EXPIRYIN = SPACES
              COMPUTE STP-DAYNUM = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(BDT-DATE)) + CKW-STD-STOP-DAYS
              COMPUTE STP-DAYNUM = FUNCTION DATE-OF-INTEGER(STP-DAYNUM)
              MOVE STP-DAYNUM TO STP-EXPIRY
           ELSE
              MOVE STP-EXPIRYIN TO STP-EXPIRY
           END-IF
           IF STP-EXPIRY < BDT-DATE
              DISPLAY "EXPIRY IS ALREADY PAST - NOT PLACED"
              EXIT PARAGRAPH
           END-IF

           MOVE CKW-STD-STOP-FEE TO CKW-AMOUNTDIS
           DISPLAY "FEE (BLANK=" CKW-AMOUNTDIS "):      "
              WITH NO ADVANCING
           ACCEPT STP-FEEIN
           IF STP-FEEIN = SPACES
              MOVE CKW-STD-STOP-FEE TO STP-FEE
           ELSE
              COMPUTE STP-FEE = FUNCTION NUMVAL(STP-FEEIN)
           END-IF

           PERFORM STOP-CHECK-RANGE
           IF STP-STOPPED = 0
              DISPLAY "NO OUTSTANDING LEAF IN THAT RANGE - NOT PLACED"
              EXIT PARAGRAPH
           END-IF

           PERFORM CHARGE-STOP-FEE

           MOVE CKW-ACCT TO SP-ACCT
           MOVE CKW-START TO SP-FROM-NUM
           MOVE STP-END TO SP-TO-NUM
           MOVE STP-REASON TO SP-REASON
           MOVE STP-SIGNATORY TO SP-SIGNATORY
           MOVE BDT-DATE TO SP-PLACED-DATE
           MOVE STP-EXPIRY TO SP-EXPIRY
           MOVE STP-FEE TO SP-FEE
           MOVE 'A' TO SP-STATUS
           MOVE 0 TO SP-HIT-NUM
           MOVE SPACES TO SP-HIT-DATE
           OPEN EXTEND STOP-PAYMENTS
              WRITE STOP-PAYMENT-REC
           CLOSE STOP-PAYMENTS

           DISPLAY "LEAVES STOPPED:        " STP-STOPPED
           IF STP-NOT-OPEN > 0
              DISPLAY "ALREADY PRESENTED OR NOT ISSUED (NOT STOPPED): "
                 STP-NOT-OPEN
           END-IF
           MOVE STP-FEE TO CKW-AMOUNTDIS
           DISPLAY "STOP-PAYMENT FEE:      " CKW-AMOUNTDIS.
           EXIT.

      ***** A NAMED SIGNATORY ON FILE MAY ORDER THE STOP; AN OLD
      ***** SINGLE-NAME ACCOUNT WITH NO SIGNATORY ROWS IS MATCHED
      ***** AGAINST ITS LEDGER NAME INSTEAD
       CHECK-STOP-SIGNATORY.
           MOVE 0 TO STP-SIG-OK
           MOVE 0 TO STP-SIG-COUNT
           MOVE 0 TO STP-EOF-FLAG
           OPEN EXTEND SIGNATORY-FILE
           CLOSE SIGNATORY-FILE
           OPEN INPUT SIGNATORY-FILE
           READ SIGNATORY-FILE
              AT END MOVE 1 TO STP-EOF-FLAG
           END-READ
           PERFORM UNTIL STP-EOF-FLAG = 1
              IF SIG-BANKNUM = CKW-ACCT
                 ADD 1 TO STP-SIG-COUNT
                 IF SIG-NAME = STP-SIGNATORY
                    MOVE 1 TO STP-SIG-OK
                 END-IF
              END-IF
              READ SIGNATORY-FILE
                 AT END MOVE 1 TO STP-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SIGNATORY-FILE
           IF STP-SIG-COUNT = 0 AND STP-SIGNATORY(1:10) = STP-LEDG-NAME
              AND STP-SIGNATORY(11:10) = SPACES
              MOVE 1 TO STP-SIG-OK
           END-IF.
           EXIT.

      ***** FLIP EVERY OUTSTANDING LEAF IN THE RANGE TO STOPPED VIA
      ***** THE TEMP FILE; LEAVES ALREADY PAID, RETURNED OR NEVER
      ***** ISSUED ARE COUNTED AND LEFT ALONE
       STOP-CHECK-RANGE.
           MOVE 0 TO STP-STOPPED
           MOVE 0 TO STP-NOT-OPEN
           MOVE 0 TO CKW-EOF-FLAG
           OPEN EXTEND CHECK-REGISTER
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER
           OPEN OUTPUT CHECK-REGISTER-TEMP
           READ CHECK-REGISTER
              AT END MOVE 1 TO CKW-EOF-FLAG
           END-READ
           PERFORM UNTIL CKW-EOF-FLAG = 1
              MOVE CHECK-REGISTER-REC TO TEMP-CHECK-REGISTER-REC
              IF CK-ACCT = CKW-ACCT AND CK-NUMBER >= CKW-START
                 AND CK-NUMBER <= STP-END
                 IF CK-STATUS = 'O'
                    MOVE 'S' TO TCK-STATUS
                    MOVE BDT-DATE TO TCK-STATUS-DATE
                    ADD 1 TO STP-STOPPED
                 END-IF
              END-IF
              WRITE TEMP-CHECK-REGISTER-REC
              READ CHECK-REGISTER
                 AT END MOVE 1 TO CKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE CHECK-REGISTER-TEMP
           COMPUTE STP-NOT-OPEN = STP-END - CKW-START + 1 - STP-STOPPED

           MOVE 0 TO CKW-EOF-FLAG
           OPEN OUTPUT CHECK-REGISTER
           OPEN INPUT CHECK-REGISTER-TEMP
           READ CHECK-REGISTER-TEMP
              AT END MOVE 1 TO CKW-EOF-FLAG
           END-READ
           PERFORM UNTIL CKW-EOF-FLAG = 1
              WRITE CHECK-REGISTER-REC FROM TEMP-CHECK-REGISTER-REC
              READ CHECK-REGISTER-TEMP
                 AT END MOVE 1 TO CKW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE CHECK-REGISTER-TEMP.
           EXIT.

      ***** THE FEE COMES OFF THE LEDGER AND JOURNALS UNDER THE
      ***** SERVICE-CHARGE CODE; LIKE THE MONTH-END FEES IT NEVER
      ***** TAKES THE ACCOUNT NEGATIVE
       CHARGE-STOP-FEE.
           IF STP-FEE = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O BANKLEDGER
           MOVE CKW-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO STP-FEE
              NOT INVALID KEY
                 IF STP-FEE > LEDG-BALANCE
                    MOVE LEDG-BALANCE TO STP-FEE
                 END-IF
                 SUBTRACT STP-FEE FROM LEDG-BALANCE
                 REWRITE LEDGER-REC
           END-READ
           CLOSE BANKLEDGER
           IF STP-FEE = 0
              EXIT PARAGRAPH
           END-IF

           MOVE CKW-ACCT TO JRNL-BANKNUM
           MOVE 'F' TO JRNL-TCODE
           MOVE STP-FEE TO JRNL-AMOUNT
           MOVE LEDG-BALANCE TO JRNL-BALANCE
           PERFORM SET-BUSINESS-STAMP
           MOVE BDT-STAMP TO JRNL-TIMESTAMP
           MOVE SPACE TO JRNL-RECON
           MOVE "*STOP" TO JRNL-OPERATOR
           MOVE SPACES TO JRNL-BRANCH
           OPEN EXTEND BANK-JOURNAL
              WRITE BANK-JOURNAL-REC
           CLOSE BANK-JOURNAL.
           EXIT.

      ***** FIND THE ORDER COVERING A PRESENTED STOPPED LEAF; WHILE
      ***** IT IS STILL RUNNING IT IS MARKED HIT (H) WITH THE CHECK
      ***** NUMBER AND DATE. STP-FOUND = 0 MEANS THE ORDER LAPSED.
       MARK-STOP-HIT.
           MOVE 0 TO STP-FOUND
           MOVE 0 TO STP-EOF-FLAG
           OPEN EXTEND STOP-PAYMENTS
           CLOSE STOP-PAYMENTS
           OPEN INPUT STOP-PAYMENTS
           OPEN OUTPUT STOP-PAYMENTS-TEMP
           READ STOP-PAYMENTS
              AT END MOVE 1 TO STP-EOF-FLAG
           END-READ
           PERFORM UNTIL STP-EOF-FLAG = 1
              MOVE STOP-PAYMENT-REC TO TEMP-STOP-PAYMENT-REC
              IF SP-ACCT = CKW-ACCT AND STP-FOUND = 0
                 AND CKW-NUMBER >= SP-FROM-NUM
                 AND CKW-NUMBER <= SP-TO-NUM
                 AND (SP-STATUS = 'A' OR SP-STATUS = 'H')
                 AND SP-EXPIRY >= BDT-DATE
                 MOVE 'H' TO TSP-STATUS
                 MOVE CKW-NUMBER TO TSP-HIT-NUM
                 MOVE BDT-DATE TO TSP-HIT-DATE
                 MOVE 1 TO STP-FOUND
              END-IF
              WRITE TEMP-STOP-PAYMENT-REC
              READ STOP-PAYMENTS
                 AT END MOVE 1 TO STP-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOP-PAYMENTS
           CLOSE STOP-PAYMENTS-TEMP

           MOVE 0 TO STP-EOF-FLAG
           OPEN OUTPUT STOP-PAYMENTS
           OPEN INPUT STOP-PAYMENTS-TEMP
           READ STOP-PAYMENTS-TEMP
              AT END MOVE 1 TO STP-EOF-FLAG
           END-READ
           PERFORM UNTIL STP-EOF-FLAG = 1
              WRITE STOP-PAYMENT-REC FROM TEMP-STOP-PAYMENT-REC
              READ STOP-PAYMENTS-TEMP
                 AT END MOVE 1 TO STP-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE STOP-PAYMENTS
           CLOSE STOP-PAYMENTS-TEMP.
           EXIT.

      ***** EVERY ORDER ON FILE WITH ITS STATE AS AT THE BUSINESS
      ***** DATE: ACTIVE, EXPIRED (LAPSED UNHIT) OR HIT (A STOPPED
      ***** LEAF WAS PRESENTED AND RETURNED)
       STOP-PAYMENT-REGISTER.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO STP-EOF-FLAG
           MOVE 0 TO STP-ACTIVE-COUNT
           MOVE 0 TO STP-EXPIRED-COUNT
           MOVE 0 TO STP-HIT-COUNT
           MOVE 0 TO STP-FEE-TOTAL
           OPEN EXTEND STOP-PAYMENTS
           CLOSE STOP-PAYMENTS
           OPEN INPUT STOP-PAYMENTS
           OPEN OUTPUT STOP-REPORT
           MOVE BDT-DATE TO STP-RH-DATE
           WRITE STOP-REPORT-REC FROM STP-RPT-HEAD
           WRITE STOP-REPORT-REC FROM STP-RPT-COLS
           READ STOP-PAYMENTS
              AT END MOVE 1 TO STP-EOF-FLAG
           END-READ
           PERFORM UNTIL STP-EOF-FLAG = 1
              MOVE SPACES TO STP-RD-HIT-NUM
              MOVE SPACES TO STP-RD-HIT-DATE
              IF SP-STATUS = 'H'
                 MOVE "HIT     " TO STP-STATE
                 MOVE SP-HIT-NUM TO STP-RD-HIT-NUM
                 MOVE SP-HIT-DATE TO STP-RD-HIT-DATE
                 ADD 1 TO STP-HIT-COUNT
              ELSE
                 IF SP-EXPIRY < BDT-DATE
                    MOVE "EXPIRED " TO STP-STATE
                    ADD 1 TO STP-EXPIRED-COUNT
                 ELSE
                    MOVE "ACTIVE  " TO STP-STATE
                    ADD 1 TO STP-ACTIVE-COUNT
                 END-IF
              END-IF
              MOVE SP-ACCT TO STP-RD-ACCT
              MOVE SP-FROM-NUM TO STP-RD-FROM
              MOVE SP-TO-NUM TO STP-RD-TO
              MOVE SP-REASON TO STP-RD-REASON
              MOVE SP-PLACED-DATE TO STP-RD-PLACED
              MOVE SP-EXPIRY TO STP-RD-EXPIRY
              MOVE SP-FEE TO STP-RD-FEE
              MOVE STP-STATE TO STP-RD-STATE
              WRITE STOP-REPORT-REC FROM STP-RPT-DETAIL
              ADD SP-FEE TO STP-FEE-TOTAL
              READ STOP-PAYMENTS
                 AT END MOVE 1 TO STP-EOF-FLAG
              END-READ
           END-PERFORM
           MOVE STP-ACTIVE-COUNT TO STP-RT-ACTIVE
           MOVE STP-EXPIRED-COUNT TO STP-RT-EXPIRED
           MOVE STP-HIT-COUNT TO STP-RT-HIT
           MOVE STP-FEE-TOTAL TO STP-RT-FEES
           WRITE STOP-REPORT-REC FROM STP-RPT-TOTAL
           CLOSE STOP-PAYMENTS
           CLOSE STOP-REPORT
           DISPLAY "ACTIVE STOPS:  " STP-ACTIVE-COUNT
           DISPLAY "EXPIRED STOPS: " STP-EXPIRED-COUNT
           DISPLAY "HIT STOPS:     " STP-HIT-COUNT.
           EXIT.

      ***** TOTAL THE ACCOUNT'S ACTIVE, UNEXPIRED HOLDS
       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO CKW-HOLD-TOTAL
