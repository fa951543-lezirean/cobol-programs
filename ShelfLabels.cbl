      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: SEPTEMBER 2, 2024
      * Purpose: SHELF-LABEL AND PRICE-TAG PRINTING: THE DAILY RUN FOR
      *          EVERY ITEM WHOSE SHELF PRICE MOVES ON THE BUSINESS
      *          DATE (PRICE CHANGES, PROMOS STARTING, PROMOS ENDED),
      *          AND REPRINTS BY ITEM CODE OR BY A RANGE OF CODES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-SHELF-LABELS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO
           "C:\cobol_project\ItemMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PENDING-PRICES ASSIGN TO
           "C:\cobol_project\PendingPriceChanges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT PROMO-FILE ASSIGN TO
           "C:\cobol_project\PromoFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHELF-LABELS ASSIGN TO
           "C:\cobol_project\ShelfLabels.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** THE AUTHORITATIVE PRICE PER ITEM
       FD ITEM-MASTER.
       01 ITEM-MASTER-REC.
          05 IM-CODE PIC X(10).
          05 IM-DESC PIC X(15).
          05 IM-PRICE PIC 9(5)V9(2).
          05 IM-STOCK PIC 9(5).
          05 IM-REORDER PIC 9(5).
          05 IM-DISCOUNTABLE PIC X(01).
          05 IM-VATCLASS PIC X(01).
      ***** WEIGHTED MOVING-AVERAGE UNIT COST AND REPORTING CATEGORY
          05 IM-AVG-COST PIC 9(5)V9(4).
          05 IM-CATEGORY PIC X(4).
      ***** REPRICINGS KEYED AHEAD OF TIME
      ***** (PPC-STATUS: P=PENDING A=APPLIED)
       FD PENDING-PRICES.
       01 PENDING-PRICE-REC.
          05 PPC-ITEMCODE PIC X(10).
          05 PPC-NEW-PRICE PIC 9(5)V9(2).
          05 PPC-EFFDATE PIC X(8).
          05 PPC-OPERATOR PIC X(5).
          05 PPC-STATUS PIC X(01).
      ***** THE SECOND OPERATOR WHO SIGNED THE REPRICING OFF
          05 PPC-APPROVER PIC X(5).
      ***** (PR-TYPE: P=PERCENT OFF Q=QUANTITY BREAK)
       FD PROMO-FILE.
       01 PROMO-REC.
          05 PR-ITEMCODE PIC X(10).
          05 PR-TYPE PIC X(01).
          05 PR-START PIC X(8).
          05 PR-END PIC X(8).
          05 PR-PCT PIC 99V9(2).
          05 PR-BUY-QTY PIC 9(3).
          05 PR-FREE-QTY PIC 9(3).
      ***** ONE LINE PER TAG FOR THE LABEL PRINTER
       FD SHELF-LABELS.
       01 SHELF-LABEL-REC PIC X(100).
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
      ********** WORK FIELDS
       01 SLW-SEQ.
          05 SLW-MODE PIC X(01).
          05 SLW-EOF-FLAG PIC 9 VALUE 0.
          05 SLW-ITEM-EOF PIC 9 VALUE 0.
          05 SLW-FOUND PIC 9 VALUE 0.
          05 SLW-COUNT PIC 9(5) VALUE 0.
          05 SLW-PRIOR-DATE PIC 9(8).
          05 SLW-ITEMCODE PIC X(10).
          05 SLW-FROM-CODE PIC X(10).
          05 SLW-TO-CODE PIC X(10).
          05 SLW-REASON PIC X(9).
          05 SLW-DESC PIC X(15).
          05 SLW-PRICE PIC 9(5)V9(2).
          05 SLW-PENDING-DATE PIC X(8).
          05 SLW-PROMO-FOUND PIC 9 VALUE 0.
          05 SLW-PROMO-PRICE PIC 9(5)V9(2).
          05 SLW-PROMO-END PIC X(8).
          05 SLW-PROMO-TEXT PIC X(20).
          05 SLW-OFF PIC 9(5)V9(2).
      ***** ITEMS TO TAG IN THIS RUN, EACH ONCE, WITH WHY
       01 SLW-TAG-SEQ.
          05 SLW-TAG-COUNT PIC 9(3) VALUE 0.
          05 SLW-TAG-IDX PIC 9(3).
          05 SLW-TAG-HIT PIC 9 VALUE 0.
          05 SLW-TAG OCCURS 999 TIMES.
             10 SLW-TAG-CODE PIC X(10).
             10 SLW-TAG-REASON PIC X(9).
       01 SLW-LABEL-LINE.
          05 SLW-LBL-CODE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 SLW-LBL-DESC PIC X(15).
          05 FILLER PIC X VALUE SPACE.
          05 SLW-LBL-PRICE PIC ZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 SLW-LBL-PROMO PIC ZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 SLW-LBL-PROMO-END PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 SLW-LBL-PROMO-TEXT PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 SLW-LBL-REASON PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 SLW-LBL-DATE PIC X(8).
       01 SLW-BUY-DIS PIC ZZ9.
       01 SLW-FREE-DIS PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHELF LABELS AND PRICE TAGS".
           DISPLAY "[1] LABELS FOR TODAY'S PRICE AND PROMO CHANGES".
           DISPLAY "[2] REPRINT ONE ITEM".
           DISPLAY "[3] REPRINT A RANGE OF ITEM CODES".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT SLW-MODE.

           EVALUATE SLW-MODE
              WHEN '1'
                 PERFORM DAILY-LABEL-RUN
              WHEN '2'
                 PERFORM REPRINT-ONE-ITEM
              WHEN '3'
                 PERFORM REPRINT-RANGE
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** EVERY ITEM WHOSE SHELF PRICE MOVES TODAY: A PRICE CHANGE
      ***** EFFECTIVE TODAY, A PROMO STARTING TODAY, OR A PROMO WHOSE
      ***** LAST DAY WAS YESTERDAY (THE TAG GOES BACK TO REGULAR)
       DAILY-LABEL-RUN.
           PERFORM GET-BUSINESS-DATE
           COMPUTE SLW-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BDT-DATE))
               - 1)
           MOVE 0 TO SLW-TAG-COUNT

           MOVE 0 TO SLW-EOF-FLAG
           OPEN EXTEND PENDING-PRICES
           CLOSE PENDING-PRICES
           OPEN INPUT PENDING-PRICES
           READ PENDING-PRICES
              AT END MOVE 1 TO SLW-EOF-FLAG
           END-READ
           PERFORM UNTIL SLW-EOF-FLAG = 1
              IF PPC-EFFDATE = BDT-DATE
                 MOVE PPC-ITEMCODE TO SLW-ITEMCODE
                 MOVE "PRICE" TO SLW-REASON
                 PERFORM ADD-TAG
              END-IF
              READ PENDING-PRICES
                 AT END MOVE 1 TO SLW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PENDING-PRICES

           MOVE 0 TO SLW-EOF-FLAG
           OPEN EXTEND PROMO-FILE
           CLOSE PROMO-FILE
           OPEN INPUT PROMO-FILE
           READ PROMO-FILE
              AT END MOVE 1 TO SLW-EOF-FLAG
           END-READ
           PERFORM UNTIL SLW-EOF-FLAG = 1
              IF PR-START = BDT-DATE
                 MOVE PR-ITEMCODE TO SLW-ITEMCODE
                 MOVE "PROMO ON" TO SLW-REASON
                 PERFORM ADD-TAG
              END-IF
              IF PR-END = SLW-PRIOR-DATE
                 MOVE PR-ITEMCODE TO SLW-ITEMCODE
                 MOVE "PROMO OFF" TO SLW-REASON
                 PERFORM ADD-TAG
              END-IF
              READ PROMO-FILE
                 AT END MOVE 1 TO SLW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PROMO-FILE

           PERFORM PRINT-TAGS.
           EXIT.

       REPRINT-ONE-ITEM.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO SLW-TAG-COUNT
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT SLW-ITEMCODE
           MOVE "REPRINT" TO SLW-REASON
           PERFORM ADD-TAG
           PERFORM PRINT-TAGS.
           EXIT.

      ***** EVERY ITEM ON THE MASTER WHOSE CODE FALLS IN THE RANGE,
      ***** BOTH ENDS INCLUDED
       REPRINT-RANGE.
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO SLW-TAG-COUNT
           DISPLAY "FROM ITEM CODE: " WITH NO ADVANCING
           ACCEPT SLW-FROM-CODE
           DISPLAY "TO ITEM CODE:   " WITH NO ADVANCING
           ACCEPT SLW-TO-CODE
           IF SLW-TO-CODE < SLW-FROM-CODE
              DISPLAY "END OF RANGE BEFORE START - NOTHING PRINTED"
              EXIT PARAGRAPH
           END-IF
           MOVE "REPRINT" TO SLW-REASON
           MOVE 0 TO SLW-ITEM-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO SLW-ITEM-EOF
           END-READ
           PERFORM UNTIL SLW-ITEM-EOF = 1
              IF IM-CODE >= SLW-FROM-CODE AND
                 IM-CODE <= SLW-TO-CODE
                 MOVE IM-CODE TO SLW-ITEMCODE
                 PERFORM ADD-TAG
              END-IF
              READ ITEM-MASTER
                 AT END MOVE 1 TO SLW-ITEM-EOF
              END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           PERFORM PRINT-TAGS.
           EXIT.

      ***** AN ITEM ALREADY QUEUED KEEPS ITS FIRST REASON; PAST THE
      ***** TABLE THE OVERFLOW IS REPORTED AND LEFT FOR A REPRINT
       ADD-TAG.
           MOVE 0 TO SLW-TAG-HIT
           PERFORM VARYING SLW-TAG-IDX FROM 1 BY 1
                   UNTIL SLW-TAG-IDX > SLW-TAG-COUNT
              IF SLW-TAG-CODE(SLW-TAG-IDX) = SLW-ITEMCODE
                 MOVE 1 TO SLW-TAG-HIT
              END-IF
           END-PERFORM
           IF SLW-TAG-HIT = 1
              EXIT PARAGRAPH
           END-IF
           IF SLW-TAG-COUNT >= 999
              DISPLAY "LABEL TABLE FULL - NOT TAGGED: " SLW-ITEMCODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO SLW-TAG-COUNT
           MOVE SLW-ITEMCODE TO SLW-TAG-CODE(SLW-TAG-COUNT)
           MOVE SLW-REASON TO SLW-TAG-REASON(SLW-TAG-COUNT).
           EXIT.

       PRINT-TAGS.
           MOVE 0 TO SLW-COUNT
           OPEN OUTPUT SHELF-LABELS
           PERFORM VARYING SLW-TAG-IDX FROM 1 BY 1
                   UNTIL SLW-TAG-IDX > SLW-TAG-COUNT
              MOVE SLW-TAG-CODE(SLW-TAG-IDX) TO SLW-ITEMCODE
              MOVE SLW-TAG-REASON(SLW-TAG-IDX) TO SLW-REASON
              PERFORM BUILD-LABEL
           END-PERFORM
           CLOSE SHELF-LABELS
           DISPLAY "SHELF LABELS PRINTED: " SLW-COUNT.
           EXIT.

      ***** THE TAG CARRIES THE PRICE THE REGISTER WILL CHARGE ON THE
      ***** BUSINESS DATE: THE MASTER PRICE, OR A CHANGE ALREADY DUE
      ***** BUT NOT YET APPLIED, LESS THE PROMO THE REGISTER PICKS
       BUILD-LABEL.
           PERFORM FIND-ITEM
           IF SLW-FOUND = 0
              DISPLAY "ITEM NOT ON THE MASTER - NO LABEL: "
                 SLW-ITEMCODE
              EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-DUE-PENDING
           PERFORM FIND-PROMO

           MOVE SPACES TO SLW-LABEL-LINE
           MOVE SLW-ITEMCODE TO SLW-LBL-CODE
           MOVE SLW-DESC TO SLW-LBL-DESC
           MOVE SLW-PRICE TO SLW-LBL-PRICE
           IF SLW-PROMO-FOUND = 1
              MOVE SLW-PROMO-PRICE TO SLW-LBL-PROMO
              MOVE SLW-PROMO-END TO SLW-LBL-PROMO-END
              MOVE SLW-PROMO-TEXT TO SLW-LBL-PROMO-TEXT
           END-IF
           MOVE SLW-REASON TO SLW-LBL-REASON
           MOVE BDT-DATE TO SLW-LBL-DATE
           WRITE SHELF-LABEL-REC FROM SLW-LABEL-LINE
           ADD 1 TO SLW-COUNT.
           EXIT.

       FIND-ITEM.
           MOVE 0 TO SLW-FOUND
           MOVE 0 TO SLW-ITEM-EOF
           OPEN EXTEND ITEM-MASTER
           CLOSE ITEM-MASTER
           OPEN INPUT ITEM-MASTER
           READ ITEM-MASTER
              AT END MOVE 1 TO SLW-ITEM-EOF
           END-READ
           PERFORM UNTIL SLW-ITEM-EOF = 1
              IF IM-CODE = SLW-ITEMCODE
                 MOVE 1 TO SLW-FOUND
                 MOVE IM-DESC TO SLW-DESC
                 MOVE IM-PRICE TO SLW-PRICE
                 MOVE 1 TO SLW-ITEM-EOF
              ELSE
                 READ ITEM-MASTER
                    AT END MOVE 1 TO SLW-ITEM-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ITEM-MASTER.
           EXIT.

      ***** THE LATEST STILL-PENDING CHANGE DATED ON OR BEFORE THE
      ***** BUSINESS DATE IS THE PRICE THE NIGHTLY APPLY WILL SET
       APPLY-DUE-PENDING.
           MOVE SPACES TO SLW-PENDING-DATE
           MOVE 0 TO SLW-EOF-FLAG
           OPEN EXTEND PENDING-PRICES
           CLOSE PENDING-PRICES
           OPEN INPUT PENDING-PRICES
           READ PENDING-PRICES
              AT END MOVE 1 TO SLW-EOF-FLAG
           END-READ
           PERFORM UNTIL SLW-EOF-FLAG = 1
              IF PPC-ITEMCODE = SLW-ITEMCODE AND
                 PPC-STATUS = 'P' AND
                 PPC-EFFDATE <= BDT-DATE AND
                 (SLW-PENDING-DATE = SPACES OR
                  PPC-EFFDATE >= SLW-PENDING-DATE)
                 MOVE PPC-EFFDATE TO SLW-PENDING-DATE
                 MOVE PPC-NEW-PRICE TO SLW-PRICE
              END-IF
              READ PENDING-PRICES
                 AT END MOVE 1 TO SLW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PENDING-PRICES.
           EXIT.

      ***** SAME PICK AS THE REGISTER: THE FIRST PROMO IN FORCE ON
      ***** THE BUSINESS DATE. A QUANTITY BREAK IS TAGGED WITH ITS
      ***** EFFECTIVE UNIT PRICE OVER A FULL PAID-PLUS-FREE GROUP
       FIND-PROMO.
           MOVE 0 TO SLW-PROMO-FOUND
           MOVE 0 TO SLW-EOF-FLAG
           OPEN EXTEND PROMO-FILE
           CLOSE PROMO-FILE
           OPEN INPUT PROMO-FILE
           READ PROMO-FILE
              AT END MOVE 1 TO SLW-EOF-FLAG
           END-READ
           PERFORM UNTIL SLW-EOF-FLAG = 1
              IF PR-ITEMCODE = SLW-ITEMCODE AND
                 PR-START <= BDT-DATE AND PR-END >= BDT-DATE
                 MOVE 1 TO SLW-PROMO-FOUND
                 MOVE 1 TO SLW-EOF-FLAG
              ELSE
                 READ PROMO-FILE
                    AT END MOVE 1 TO SLW-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE PROMO-FILE
           IF SLW-PROMO-FOUND = 0
              EXIT PARAGRAPH
           END-IF

           MOVE PR-END TO SLW-PROMO-END
           MOVE SPACES TO SLW-PROMO-TEXT
           IF PR-TYPE = 'P'
              COMPUTE SLW-OFF ROUNDED = SLW-PRICE * PR-PCT / 100
              COMPUTE SLW-PROMO-PRICE = SLW-PRICE - SLW-OFF
              STRING PR-PCT(1:2) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     PR-PCT(3:2) DELIMITED BY SIZE
                     "% OFF" DELIMITED BY SIZE
                     INTO SLW-PROMO-TEXT
              END-STRING
           ELSE
              IF PR-BUY-QTY + PR-FREE-QTY > 0
                 COMPUTE SLW-PROMO-PRICE ROUNDED = SLW-PRICE *
                     PR-BUY-QTY / (PR-BUY-QTY + PR-FREE-QTY)
              ELSE
                 MOVE SLW-PRICE TO SLW-PROMO-PRICE
              END-IF
              MOVE PR-BUY-QTY TO SLW-BUY-DIS
              MOVE PR-FREE-QTY TO SLW-FREE-DIS
              STRING "BUY " DELIMITED BY SIZE
                     SLW-BUY-DIS DELIMITED BY SIZE
                     " GET " DELIMITED BY SIZE
                     SLW-FREE-DIS DELIMITED BY SIZE
                     " FREE" DELIMITED BY SIZE
                     INTO SLW-PROMO-TEXT
              END-STRING
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

       END PROGRAM POS-SHELF-LABELS.
