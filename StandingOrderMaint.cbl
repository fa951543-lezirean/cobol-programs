           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE RECURRING PAYMENT PER RECORD, EXECUTED ON SO-DAY OF
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
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
      ********** MAINTENANCE WORK FIELDS
       01 SOM-SEQ.
          05 SOM-MODE PIC X(01).
          05 SOM-FOUND-FLAG PIC 9 VALUE 0.
          05 SOM-COUNT PIC 9(3) VALUE 0.
          05 SOM-CHECK-ACCT PIC X(5).
          05 SOM-NEXT-RUN PIC X(8).
          05 SOM-TRY PIC 9.
          05 SOM-TRY-YY PIC 9(4).
          05 SOM-TRY-MM PIC 9(2).
          05 SOM-OPERATOR PIC X(5).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
      ***** (AN ORDER IS KEYED BY ITS SOURCE AND COUNTERPART ACCOUNTS)
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "StandingOrders.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
      ********** BANKING-DAY RULE PARAMETERS
       01 BKD-PARM.
          05 BKD-P-PRODUCT PIC X(2) VALUE "SO".
          05 BKD-P-DATE PIC X(8).
          05 BKD-P-ADJUSTED PIC X(8).
          05 BKD-P-RULE PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STANDING ORDER MAINTENANCE".
           PERFORM UNTIL SOM-EOF-FLAG = 1
              ADD 1 TO SOM-COUNT
              MOVE SO-AMOUNT TO SOM-AMOUNTDIS
              MOVE SPACES TO SOM-NEXT-RUN
              IF SO-ACTIVE = 'Y'
                 PERFORM FIND-NEXT-RUN
              END-IF
              DISPLAY SO-ACCT " -> " SO-CPARTY "  " SOM-AMOUNTDIS
                 "  DAY " SO-DAY "  ACTIVE " SO-ACTIVE
                 "  NEXT RUN " SOM-NEXT-RUN
              READ STANDING-ORDERS
                 AT END MOVE 1 TO SOM-EOF-FLAG
              END-READ
           DISPLAY "ORDERS ON FILE: " SOM-COUNT.
           EXIT.

      ***** THE FIRST BANKING DAY FROM TODAY ON WHICH THE ORDER RUNS:
      ***** LAST MONTH'S DATE STILL PENDING AFTER A WEEKEND OR
      ***** HOLIDAY, ELSE THIS MONTH'S, ELSE NEXT MONTH'S
       FIND-NEXT-RUN.
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE(1:4) TO SOM-TRY-YY
           MOVE BDT-DATE(5:2) TO SOM-TRY-MM
           IF SOM-TRY-MM = 1
              MOVE 12 TO SOM-TRY-MM
              SUBTRACT 1 FROM SOM-TRY-YY
           ELSE
              SUBTRACT 1 FROM SOM-TRY-MM
           END-IF
           PERFORM VARYING SOM-TRY FROM 1 BY 1
               UNTIL SOM-TRY > 3 OR SOM-NEXT-RUN NOT = SPACES
              MOVE SOM-TRY-YY TO BKD-P-DATE(1:4)
              MOVE SOM-TRY-MM TO BKD-P-DATE(5:2)
              MOVE SO-DAY TO BKD-P-DATE(7:2)
              CALL "BANKING-DAY-ADJUST" USING BKD-PARM
              IF BKD-P-ADJUSTED NOT < BDT-DATE
                 MOVE BKD-P-ADJUSTED TO SOM-NEXT-RUN
              END-IF
              IF SOM-TRY-MM = 12
                 MOVE 1 TO SOM-TRY-MM
                 ADD 1 TO SOM-TRY-YY
              ELSE
                 ADD 1 TO SOM-TRY-MM
              END-IF
           END-PERFORM.
           EXIT.

      ***** BOTH ACCOUNTS MUST EXIST ON THE LEDGER BEFORE AN ORDER
      ***** IS ACCEPTED
       ADD-ORDER.
           DISPLAY "COUNTERPART ACCOUNT OF THE ORDER:  "
               WITH NO ADVANCING.
           ACCEPT SOM-CPARTY.
           DISPLAY "YOUR OPERATOR ID:                  "
               WITH NO ADVANCING.
           ACCEPT SOM-OPERATOR.

           MOVE 0 TO SOM-FOUND-FLAG
           MOVE 0 TO SOM-EOF-FLAG
                 MOVE SO-DAY TO TSO-DAY
                 MOVE 'N' TO TSO-ACTIVE
                 WRITE TEMP-STANDING-ORDER-REC
                 PERFORM LOG-ORDER-CANCEL
              ELSE
                 WRITE TEMP-STANDING-ORDER-REC FROM STANDING-ORDER-REC
              END-IF
           END-IF.
           EXIT.

      ***** ONE AUDIT ROW PER ORDER THE CANCEL TURNED OFF
       LOG-ORDER-CANCEL.
           MOVE SPACES TO MAL-P-KEY
           STRING SO-ACCT "-" SO-CPARTY DELIMITED BY SIZE
              INTO MAL-P-KEY
           END-STRING
           MOVE SOM-OPERATOR TO MAL-P-OPERATOR
           MOVE "ACTIVE" TO MAL-P-FIELD
           MOVE SO-ACTIVE TO MAL-P-BEFORE
           MOVE 'N' TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

      ***** DIRECT KEYED READ TO CONFIRM SOM-CHECK-ACCT IS ON FILE
       VERIFY-ACCOUNT-EXISTS.
           MOVE 0 TO SOM-FOUND-FLAG
           CLOSE BANKLEDGER.
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

       END PROGRAM BANK-STANDING-ORDER-MAINT.
