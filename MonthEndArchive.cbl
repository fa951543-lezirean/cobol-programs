      * Author: LEILA H. BORROMEO
      * Date: FEBRUARY 13, 2023
      * Purpose: MONTH-END GENERATION ARCHIVE OF THE OPERATIONAL
      *          FILES WITH A CATALOG AND RETENTION PRUNING, AND A
      *          CALLABLE ENTRY THAT ARCHIVES ONE NAMED FILE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE CATALOG LINE PER ARCHIVED FILE PER GENERATION
      ***** (CAT-STATUS: A=AVAILABLE P=PURGED
      *****  Y=YEAR-END CLOSING COPY, NEVER PRUNED)
       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-REC.
          05 CAT-GEN PIC 9(4).
          05 TCAT-COUNT PIC 9(7).
          05 TCAT-STATUS PIC X(01).
       FD SOURCE-FILE.
       01 SOURCE-REC PIC X(300).
       FD TARGET-FILE.
       01 TARGET-REC PIC X(300).
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       WORKING-STORAGE SECTION.
      ********** DYNAMIC FILE NAMES FOR THE GENERIC COPY
          05 ARC-FILE-ENTRY OCCURS 6 TIMES.
             10 ARC-FE-NAME PIC X(12).
             10 ARC-FE-PATH PIC X(40).
      ********** THE FILE BEING COPIED AND ITS CATALOG STATUS
       01 ARC-CUR-NAME PIC X(12).
       01 ARC-CUR-PATH PIC X(60).
       01 ARC-CUR-STATUS PIC X(01).
      ********** RETENTION DEPTH IN GENERATIONS
       77 ARC-RETAIN-DEPTH PIC 9(2) VALUE 3.
      ********** RUN CONTROL FIELDS
          05 ARC-TODAY PIC X(8).
          05 ARC-COPY-COUNT PIC 9(7) VALUE 0.
          05 ARC-PURGE-BELOW PIC 9(4) VALUE 0.
       LINKAGE SECTION.
      ***** HANDED OVER BY A JOB THAT WANTS ONE FILE KEPT ON THE
      ***** CATALOG; ARC-P-GEN 0 TAKES THE NEXT GENERATION AND THE
      ***** GENERATION USED COMES BACK, SO SEVERAL FILES CAN SHARE IT
       01 ARC-PARM.
          05 ARC-P-NAME PIC X(12).
          05 ARC-P-PATH PIC X(60).
          05 ARC-P-STATUS PIC X(01).
          05 ARC-P-GEN PIC 9(4).
          05 ARC-P-COUNT PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARC-TODAY
      ***** WHICH IS EXACTLY WHAT THE FORWARD-RECOVERY REBUILD EATS
           PERFORM ARCHIVE-LEDGER
           PERFORM VARYING ARC-IDX FROM 1 BY 1 UNTIL ARC-IDX > 6
              MOVE ARC-FE-NAME(ARC-IDX) TO ARC-CUR-NAME
              MOVE ARC-FE-PATH(ARC-IDX) TO ARC-CUR-PATH
              MOVE 'A' TO ARC-CUR-STATUS
              PERFORM ARCHIVE-ONE-FILE
           END-PERFORM

           DISPLAY "MONTH-END ARCHIVE COMPLETE".
           GOBACK.

      ***** ONE FILE INTO THE CALLER'S GENERATION, CATALOGED UNDER
      ***** THE CALLER'S NAME AND STATUS
       ENTRY "MONTH-END-ARCHIVE-FILE" USING ARC-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARC-TODAY
           IF ARC-P-GEN = 0
              PERFORM FIND-NEXT-GENERATION
              MOVE ARC-GEN TO ARC-P-GEN
           ELSE
              MOVE ARC-P-GEN TO ARC-GEN
           END-IF
           MOVE ARC-P-NAME TO ARC-CUR-NAME
           MOVE ARC-P-PATH TO ARC-CUR-PATH
           MOVE ARC-P-STATUS TO ARC-CUR-STATUS
           PERFORM ARCHIVE-ONE-FILE
           MOVE ARC-COPY-COUNT TO ARC-P-COUNT
           GOBACK.

       FIND-NEXT-GENERATION.
           MOVE 0 TO ARC-EOF
           MOVE 0 TO ARC-GEN
           MOVE SPACES TO ARC-TARGET-NAME
           MOVE ARC-GEN TO ARC-GEN-X
           STRING "C:\cobol_project\G" ARC-GEN-X "-"
              ARC-CUR-NAME ".arc"
              DELIMITED BY SPACE INTO ARC-TARGET-NAME.
           EXIT.

       ARCHIVE-ONE-FILE.
           MOVE ARC-CUR-PATH TO ARC-SOURCE-NAME
           PERFORM BUILD-TARGET-NAME
           MOVE 0 TO ARC-COPY-COUNT
           MOVE 0 TO ARC-EOF
           OPEN EXTEND ARCHIVE-CATALOG
           MOVE ARC-GEN TO CAT-GEN
           MOVE ARC-TODAY TO CAT-DATE
           MOVE ARC-CUR-NAME TO CAT-FILE
           MOVE ARC-COPY-COUNT TO CAT-COUNT
           MOVE ARC-CUR-STATUS TO CAT-STATUS
           WRITE ARCHIVE-CATALOG-REC
           CLOSE ARCHIVE-CATALOG
           DISPLAY "ARCHIVED " ARC-CUR-NAME " "
              ARC-COPY-COUNT " RECORDS".
           EXIT.

      ***** GENERATIONS OLDER THAN THE RETENTION DEPTH ARE EMPTIED
      ***** ON DISK AND MARKED PURGED ON THE CATALOG; YEAR-END
      ***** CLOSING COPIES STAY
       PRUNE-OLD-GENERATIONS.
           IF ARC-GEN <= ARC-RETAIN-DEPTH
              EXIT PARAGRAPH
