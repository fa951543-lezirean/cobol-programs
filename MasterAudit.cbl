      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JANUARY 13, 2025
      * Purpose: SHOP-WIDE MASTER-FILE CHANGE AUDIT - ONE BEFORE/AFTER
      *          ROW PER CHANGED FIELD, LOGGED BY EVERY MAINTENANCE
      *          PROGRAM THAT REWRITES A MASTER ROW, AND THE FILTERED
      *          LISTING THE AUDITORS ASK FOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-AUDIT ASSIGN TO
           "C:\cobol_project\MasterAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AUDIT-REPORT ASSIGN TO
           "C:\cobol_project\MasterAuditReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER FIELD THAT ACTUALLY CHANGED: WHICH FILE, WHICH
      ***** ROW, WHICH FIELD, THE VALUE BEFORE AND AFTER, WHO, WHEN
       FD MASTER-AUDIT.
       01 MASTER-AUDIT-REC.
          05 MAU-STAMP.
             10 MAU-DATE PIC X(8).
             10 MAU-TIME PIC X(6).
          05 MAU-FILE PIC X(20).
          05 MAU-KEY PIC X(16).
          05 MAU-FIELD PIC X(16).
          05 MAU-BEFORE PIC X(30).
          05 MAU-AFTER PIC X(30).
          05 MAU-OPERATOR PIC X(5).
       FD AUDIT-REPORT.
       01 AUDIT-REPORT-REC PIC X(132).
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
      ********** REPORT FILTERS AND WORK FIELDS
       01 MAW-SEQ.
          05 MAW-EOF-FLAG PIC 9 VALUE 0.
          05 MAW-COUNT PIC 9(6) VALUE 0.
          05 MAW-PICK-FILE PIC X(20).
          05 MAW-PICK-KEY PIC X(16).
          05 MAW-PICK-OPERATOR PIC X(5).
          05 MAW-FROM-DATE PIC X(8).
          05 MAW-TO-DATE PIC X(8).
       01 MAW-HEAD-LINE.
          05 FILLER PIC X(20) VALUE "MASTER-FILE CHANGES ".
          05 FILLER PIC X(6) VALUE "FROM ".
          05 MAW-HD-FROM PIC X(8).
          05 FILLER PIC X(4) VALUE " TO ".
          05 MAW-HD-TO PIC X(8).
          05 FILLER PIC X(7) VALUE "  FILE ".
          05 MAW-HD-FILE PIC X(20).
          05 FILLER PIC X(6) VALUE "  KEY ".
          05 MAW-HD-KEY PIC X(16).
          05 FILLER PIC X(11) VALUE "  OPERATOR ".
          05 MAW-HD-OPERATOR PIC X(5).
       01 MAW-COLUMN-LINE.
          05 FILLER PIC X(16) VALUE "DATE     TIME".
          05 FILLER PIC X(21) VALUE "FILE".
          05 FILLER PIC X(11) VALUE "KEY".
          05 FILLER PIC X(15) VALUE "FIELD".
          05 FILLER PIC X(31) VALUE "BEFORE".
          05 FILLER PIC X(31) VALUE "AFTER".
          05 FILLER PIC X(5) VALUE "OPER".
       01 MAW-DETAIL-LINE.
          05 MAW-DT-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MAW-DT-TIME PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MAW-DT-FILE PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MAW-DT-KEY PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MAW-DT-FIELD PIC X(14).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MAW-DT-BEFORE PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MAW-DT-AFTER PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MAW-DT-OPERATOR PIC X(5).
       01 MAW-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "CHANGES LISTED: ".
          05 MAW-TOT-COUNT PIC ZZZ,ZZ9.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "MSTR-AUDIT".
          05 SPL-P-PROGRAM PIC X(24) VALUE "MASTER-AUDIT".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\MasterAuditReport.dat".
       LINKAGE SECTION.
      ***** HANDED OVER BY THE MAINTENANCE PROGRAM REWRITING A ROW;
      ***** NUMBERS ARRIVE ALREADY EDITED FOR READING
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20).
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
       PROCEDURE DIVISION.
      ***** RUN ON ITS OWN IT IS THE AUDITORS' LISTING: EVERY FILTER
      ***** LEFT BLANK MATCHES EVERYTHING
       MAIN-PROCEDURE.
           DISPLAY "MASTER-FILE CHANGE AUDIT".
           DISPLAY "FILE (BLANK=ALL):            " WITH NO ADVANCING.
           ACCEPT MAW-PICK-FILE.
           DISPLAY "KEY (BLANK=ALL):             " WITH NO ADVANCING.
           ACCEPT MAW-PICK-KEY.
           DISPLAY "OPERATOR (BLANK=ALL):        " WITH NO ADVANCING.
           ACCEPT MAW-PICK-OPERATOR.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK=EARLIEST): "
              WITH NO ADVANCING.
           ACCEPT MAW-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD, BLANK=LATEST):     "
              WITH NO ADVANCING.
           ACCEPT MAW-TO-DATE.
           IF MAW-TO-DATE = SPACES
              MOVE "99999999" TO MAW-TO-DATE
           END-IF

           PERFORM LIST-CHANGES
           CALL "SPOOL-REGISTER" USING SPL-PARM
           DISPLAY "CHANGES LISTED: " MAW-COUNT.
           GOBACK.

      ***** CALLED BY THE MAINTENANCE PROGRAMS ONCE PER FIELD THEY
      ***** MAY HAVE TOUCHED; A FIELD THAT CAME OUT THE SAME AS IT
      ***** WENT IN IS NOT A CHANGE AND LEAVES NO ROW
       ENTRY "MASTER-AUDIT-LOG" USING MAL-PARM.
           IF MAL-P-BEFORE = MAL-P-AFTER
              GOBACK
           END-IF
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO MAU-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO MAU-TIME
           MOVE MAL-P-FILE TO MAU-FILE
           MOVE MAL-P-KEY TO MAU-KEY
           MOVE MAL-P-FIELD TO MAU-FIELD
           MOVE MAL-P-BEFORE TO MAU-BEFORE
           MOVE MAL-P-AFTER TO MAU-AFTER
           MOVE MAL-P-OPERATOR TO MAU-OPERATOR
           OPEN EXTEND MASTER-AUDIT
              WRITE MASTER-AUDIT-REC
           CLOSE MASTER-AUDIT
           GOBACK.

       LIST-CHANGES.
           MOVE 0 TO MAW-EOF-FLAG
           MOVE 0 TO MAW-COUNT
           OPEN OUTPUT AUDIT-REPORT
           MOVE MAW-FROM-DATE TO MAW-HD-FROM
           MOVE MAW-TO-DATE TO MAW-HD-TO
           MOVE MAW-PICK-FILE TO MAW-HD-FILE
           MOVE MAW-PICK-KEY TO MAW-HD-KEY
           MOVE MAW-PICK-OPERATOR TO MAW-HD-OPERATOR
           WRITE AUDIT-REPORT-REC FROM MAW-HEAD-LINE
           WRITE AUDIT-REPORT-REC FROM MAW-COLUMN-LINE

           OPEN EXTEND MASTER-AUDIT
           CLOSE MASTER-AUDIT
           OPEN INPUT MASTER-AUDIT
           READ MASTER-AUDIT
              AT END MOVE 1 TO MAW-EOF-FLAG
           END-READ
           PERFORM UNTIL MAW-EOF-FLAG = 1
              IF (MAW-PICK-FILE = SPACES OR
                  MAU-FILE = MAW-PICK-FILE) AND
                 (MAW-PICK-KEY = SPACES OR
                  MAU-KEY = MAW-PICK-KEY) AND
                 (MAW-PICK-OPERATOR = SPACES OR
                  MAU-OPERATOR = MAW-PICK-OPERATOR) AND
                 MAU-DATE >= MAW-FROM-DATE AND
                 MAU-DATE <= MAW-TO-DATE
                 ADD 1 TO MAW-COUNT
                 MOVE MAU-DATE TO MAW-DT-DATE
                 MOVE MAU-TIME TO MAW-DT-TIME
                 MOVE MAU-FILE TO MAW-DT-FILE
                 MOVE MAU-KEY TO MAW-DT-KEY
                 MOVE MAU-FIELD TO MAW-DT-FIELD
                 MOVE MAU-BEFORE TO MAW-DT-BEFORE
                 MOVE MAU-AFTER TO MAW-DT-AFTER
                 MOVE MAU-OPERATOR TO MAW-DT-OPERATOR
                 WRITE AUDIT-REPORT-REC FROM MAW-DETAIL-LINE
              END-IF
              READ MASTER-AUDIT
                 AT END MOVE 1 TO MAW-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE MASTER-AUDIT

           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE MAW-COUNT TO MAW-TOT-COUNT
           WRITE AUDIT-REPORT-REC FROM MAW-TOTAL-LINE
           CLOSE AUDIT-REPORT.
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

       END PROGRAM MASTER-AUDIT.
