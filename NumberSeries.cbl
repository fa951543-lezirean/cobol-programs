      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: MARCH 24, 2025
      * Purpose: SHOP-WIDE NUMBER SERIES CONTROL - ONE ROW PER SERIES
      *          (CHECK LEAVES, TIME DEPOSIT PLACEMENTS) WITH ITS
      *          RANGE, THE LAST NUMBER HANDED OUT AND THE YEAR THE
      *          SERIES BELONGS TO, AND THE CALLABLE ENTRY THAT
      *          RESERVES THE NEXT NUMBERS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBER-SERIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMBER-SERIES ASSIGN TO
           "C:\cobol_project\NumberSeries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER SERIES (NSR-CODE: CHECKNUM=CHECK LEAVES
      ***** TDNUMBER=TIME DEPOSIT PLACEMENTS); NSR-LAST BELOW
      ***** NSR-START MEANS THE SERIES HAS NOT ISSUED YET THIS YEAR
       FD NUMBER-SERIES.
       01 NUMBER-SERIES-REC.
          05 NSR-CODE PIC X(8).
          05 NSR-START PIC 9(6).
          05 NSR-END PIC 9(6).
          05 NSR-LAST PIC 9(6).
          05 NSR-YEAR PIC 9(4).
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
      ********** THE SERIES TABLE
       01 NSS-SERIES-TABLE.
          05 NSS-SERIES-ENTRY OCCURS 20 TIMES.
             10 NSS-T-CODE PIC X(8).
             10 NSS-T-START PIC 9(6).
             10 NSS-T-END PIC 9(6).
             10 NSS-T-LAST PIC 9(6).
             10 NSS-T-YEAR PIC 9(4).
       01 NSS-SERIES-COUNT PIC 9(2) VALUE 0.
      ********** WORK FIELDS
       01 NSS-SEQ.
          05 NSS-MODE PIC X(01).
          05 NSS-EOF-FLAG PIC 9 VALUE 0.
          05 NSS-IDX PIC 9(2).
          05 NSS-HIT PIC 9(2).
          05 NSS-CODE PIC X(8).
          05 NSS-IN PIC X(6).
          05 NSS-NEXT PIC 9(7).
          05 NSS-LAST-NEEDED PIC 9(7).
       LINKAGE SECTION.
      ***** HANDED OVER BY THE PROGRAM THAT NUMBERS SOMETHING: THE
      ***** SERIES AND HOW MANY NUMBERS IN; THE FIRST OF THEM BACK.
      ***** NSR-P-FLOOR AND NSR-P-CEILING ONLY MATTER THE FIRST TIME
      ***** A SERIES IS USED: THEY CARRY ON FROM WHATEVER THE CALLER
      ***** NUMBERED BEFORE THE SERIES EXISTED.
      ***** (NSR-P-RESULT: Y=RESERVED N=THE RANGE IS EXHAUSTED)
       01 NSR-PARM.
          05 NSR-P-CODE PIC X(8).
          05 NSR-P-HOWMANY PIC 9(4).
          05 NSR-P-FLOOR PIC 9(6).
          05 NSR-P-CEILING PIC 9(6).
          05 NSR-P-FIRST PIC 9(6).
          05 NSR-P-RESULT PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NUMBER SERIES CONTROL".
           DISPLAY "[1] LIST THE SERIES".
           DISPLAY "[2] SET A SERIES RANGE".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT NSS-MODE.

           EVALUATE NSS-MODE
              WHEN '1'
                 PERFORM LIST-SERIES
              WHEN '2'
                 PERFORM SET-SERIES-RANGE
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

      ***** CALLED FOR EVERY NUMBER HANDED OUT; THE SERIES FILE IS
      ***** REWRITTEN BEFORE CONTROL GOES BACK SO TWO TERMINALS
      ***** NEVER GET THE SAME NUMBER
       ENTRY "NUMBER-SERIES-NEXT" USING NSR-PARM.
           MOVE 0 TO NSR-P-FIRST
           MOVE 'N' TO NSR-P-RESULT
           PERFORM LOAD-SERIES
           MOVE NSR-P-CODE TO NSS-CODE
           PERFORM FIND-SERIES
           IF NSS-HIT = 0
              IF NSS-SERIES-COUNT >= 20
                 GOBACK
              END-IF
              PERFORM GET-BUSINESS-DATE
              ADD 1 TO NSS-SERIES-COUNT
              MOVE NSS-SERIES-COUNT TO NSS-HIT
              MOVE NSR-P-CODE TO NSS-T-CODE(NSS-HIT)
              MOVE 1 TO NSS-T-START(NSS-HIT)
              MOVE NSR-P-CEILING TO NSS-T-END(NSS-HIT)
              MOVE NSR-P-FLOOR TO NSS-T-LAST(NSS-HIT)
              MOVE BDT-DATE(1:4) TO NSS-T-YEAR(NSS-HIT)
           END-IF

           IF NSS-T-LAST(NSS-HIT) < NSS-T-START(NSS-HIT)
              MOVE NSS-T-START(NSS-HIT) TO NSS-NEXT
           ELSE
              COMPUTE NSS-NEXT = NSS-T-LAST(NSS-HIT) + 1
           END-IF
           COMPUTE NSS-LAST-NEEDED = NSS-NEXT + NSR-P-HOWMANY - 1
           IF NSS-LAST-NEEDED > NSS-T-END(NSS-HIT)
              GOBACK
           END-IF

           MOVE NSS-NEXT TO NSR-P-FIRST
           MOVE NSS-LAST-NEEDED TO NSS-T-LAST(NSS-HIT)
           MOVE 'Y' TO NSR-P-RESULT
           PERFORM SAVE-SERIES
           GOBACK.

       LIST-SERIES.
           PERFORM LOAD-SERIES
           IF NSS-SERIES-COUNT = 0
              DISPLAY "NO SERIES ON FILE"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NSS-IDX FROM 1 BY 1
               UNTIL NSS-IDX > NSS-SERIES-COUNT
              DISPLAY NSS-T-CODE(NSS-IDX) "  YEAR "
                 NSS-T-YEAR(NSS-IDX) "  RANGE "
                 NSS-T-START(NSS-IDX) " TO " NSS-T-END(NSS-IDX)
                 "  LAST ISSUED " NSS-T-LAST(NSS-IDX)
           END-PERFORM.
           EXIT.

      ***** A NEW RANGE STARTS THE SERIES AFRESH
       SET-SERIES-RANGE.
           PERFORM LOAD-SERIES
           DISPLAY "SERIES CODE (CHECKNUM/TDNUMBER): "
              WITH NO ADVANCING.
           ACCEPT NSS-CODE.
           PERFORM FIND-SERIES
           IF NSS-HIT = 0
              IF NSS-SERIES-COUNT >= 20
                 DISPLAY "SERIES TABLE FULL - NOT SAVED"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO NSS-SERIES-COUNT
              MOVE NSS-SERIES-COUNT TO NSS-HIT
              MOVE NSS-CODE TO NSS-T-CODE(NSS-HIT)
           END-IF
           DISPLAY "RANGE START: " WITH NO ADVANCING.
           ACCEPT NSS-IN.
           MOVE NSS-IN TO NSS-T-START(NSS-HIT).
           DISPLAY "RANGE END:   " WITH NO ADVANCING.
           ACCEPT NSS-IN.
           MOVE NSS-IN TO NSS-T-END(NSS-HIT).
           IF NSS-T-END(NSS-HIT) < NSS-T-START(NSS-HIT)
              DISPLAY "END BEFORE START - RANGE NOT SAVED"
              EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO NSS-T-LAST(NSS-HIT)
           MOVE BDT-DATE(1:4) TO NSS-T-YEAR(NSS-HIT)
           PERFORM SAVE-SERIES
           DISPLAY "SERIES RANGE SAVED".
           EXIT.

       FIND-SERIES.
           MOVE 0 TO NSS-HIT
           PERFORM VARYING NSS-IDX FROM 1 BY 1
               UNTIL NSS-IDX > NSS-SERIES-COUNT
              IF NSS-T-CODE(NSS-IDX) = NSS-CODE
                 MOVE NSS-IDX TO NSS-HIT
              END-IF
           END-PERFORM.
           EXIT.

       LOAD-SERIES.
           MOVE 0 TO NSS-SERIES-COUNT
           MOVE 0 TO NSS-EOF-FLAG
           OPEN EXTEND NUMBER-SERIES
           CLOSE NUMBER-SERIES
           OPEN INPUT NUMBER-SERIES
           READ NUMBER-SERIES
              AT END MOVE 1 TO NSS-EOF-FLAG
           END-READ
           PERFORM UNTIL NSS-EOF-FLAG = 1
              IF NSS-SERIES-COUNT < 20
                 ADD 1 TO NSS-SERIES-COUNT
                 MOVE NSR-CODE TO NSS-T-CODE(NSS-SERIES-COUNT)
                 MOVE NSR-START TO NSS-T-START(NSS-SERIES-COUNT)
                 MOVE NSR-END TO NSS-T-END(NSS-SERIES-COUNT)
                 MOVE NSR-LAST TO NSS-T-LAST(NSS-SERIES-COUNT)
                 MOVE NSR-YEAR TO NSS-T-YEAR(NSS-SERIES-COUNT)
              END-IF
              READ NUMBER-SERIES
                 AT END MOVE 1 TO NSS-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE NUMBER-SERIES.
           EXIT.

       SAVE-SERIES.
           OPEN OUTPUT NUMBER-SERIES
           PERFORM VARYING NSS-IDX FROM 1 BY 1
               UNTIL NSS-IDX > NSS-SERIES-COUNT
              MOVE NSS-T-CODE(NSS-IDX) TO NSR-CODE
              MOVE NSS-T-START(NSS-IDX) TO NSR-START
              MOVE NSS-T-END(NSS-IDX) TO NSR-END
              MOVE NSS-T-LAST(NSS-IDX) TO NSR-LAST
              MOVE NSS-T-YEAR(NSS-IDX) TO NSR-YEAR
              WRITE NUMBER-SERIES-REC
           END-PERFORM
           CLOSE NUMBER-SERIES.
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

       END PROGRAM NUMBER-SERIES.
