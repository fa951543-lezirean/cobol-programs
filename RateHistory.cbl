       DATA DIVISION.
       FILE SECTION.
      ***** BANDS SHARING AN EFFECTIVE DATE FORM ONE TIER SET; THE
      ***** ACCRUAL USES THE LATEST SET DATED ON OR BEFORE ITS RUN.
      ***** EACH CURRENCY HAS ITS OWN SETS (BLANK CURRENCY = PESOS)
       FD RATE-TIERS.
       01 RATE-TIER-REC.
          05 TIER-MAXBAL PIC 9(6)V9(2).
          05 TIER-ANNUAL-RATE PIC 99V9(2).
          05 TIER-EFFDATE PIC X(8).
          05 TIER-CURRENCY PIC X(3).
       WORKING-STORAGE SECTION.
      ********** INQUIRY WORK FIELDS
       01 RH-SEQ.
          05 RH-SET-EFFDATE PIC X(8) VALUE SPACES.
          05 RH-MAXBALDIS PIC ZZZ,ZZ9.99.
          05 RH-RATEDIS PIC Z9.99.
          05 RH-CCY PIC X(3).
          05 RH-TIER-CCY PIC X(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RATE TIER HISTORY INQUIRY".
              ADD 1 TO RH-COUNT
              MOVE TIER-MAXBAL TO RH-MAXBALDIS
              MOVE TIER-ANNUAL-RATE TO RH-RATEDIS
              PERFORM SET-TIER-CURRENCY
              DISPLAY RH-TIER-CCY " EFFECTIVE " TIER-EFFDATE "  UP TO "
                 RH-MAXBALDIS "  AT " RH-RATEDIS " PCT"
              READ RATE-TIERS
                 AT END MOVE 1 TO RH-EOF-FLAG
       SHOW-SET-IN-FORCE.
           DISPLAY "AS-OF DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT RH-ASOF
           DISPLAY "CURRENCY (PHP/USD):    " WITH NO ADVANCING
           ACCEPT RH-CCY
           IF RH-CCY NOT = "USD"
              MOVE "PHP" TO RH-CCY
           END-IF

           MOVE 0 TO RH-EOF-FLAG
           MOVE SPACES TO RH-SET-EFFDATE
              AT END MOVE 1 TO RH-EOF-FLAG
           END-READ
           PERFORM UNTIL RH-EOF-FLAG = 1
              PERFORM SET-TIER-CURRENCY
              IF RH-TIER-CCY = RH-CCY
                 AND (TIER-EFFDATE = SPACES OR TIER-EFFDATE <= RH-ASOF)
                 AND TIER-EFFDATE >= RH-SET-EFFDATE
                 MOVE TIER-EFFDATE TO RH-SET-EFFDATE
              END-IF
           END-PERFORM
           CLOSE RATE-TIERS

           DISPLAY RH-CCY " SET IN FORCE ON " RH-ASOF
              " IS DATED " RH-SET-EFFDATE
           MOVE 0 TO RH-EOF-FLAG
           MOVE 0 TO RH-COUNT
              AT END MOVE 1 TO RH-EOF-FLAG
           END-READ
           PERFORM UNTIL RH-EOF-FLAG = 1
              PERFORM SET-TIER-CURRENCY
              IF RH-TIER-CCY = RH-CCY
                 AND TIER-EFFDATE = RH-SET-EFFDATE
                 ADD 1 TO RH-COUNT
                 MOVE TIER-MAXBAL TO RH-MAXBALDIS
                 MOVE TIER-ANNUAL-RATE TO RH-RATEDIS
           END-IF.
           EXIT.

       SET-TIER-CURRENCY.
           IF TIER-CURRENCY = SPACES
              MOVE "PHP" TO RH-TIER-CCY
           ELSE
              MOVE TIER-CURRENCY TO RH-TIER-CCY
           END-IF.
           EXIT.

       END PROGRAM BANK-RATE-HISTORY.
