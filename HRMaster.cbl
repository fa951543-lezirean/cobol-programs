          05 HRM-DEPT PIC X(4).
          05 HRM-STATUS PIC X(01).
          05 HRM-SEP-DATE PIC X(8).
          05 HRM-OPERATOR PIC X(5).
          05 HRM-OLD-STATUS PIC X(01).
          05 HRM-OLD-SEP-DATE PIC X(8).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "HRMaster.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "HR EMPLOYEE MASTER".
                 WITH NO ADVANCING
              ACCEPT HRM-SEP-DATE
           END-IF
           DISPLAY "YOUR OPERATOR ID:       " WITH NO ADVANCING
           ACCEPT HRM-OPERATOR
           PERFORM SAVE-HR-STATUS
           PERFORM LOG-HR-CHANGES
           DISPLAY "STATUS UPDATED".
           EXIT.

           PERFORM UNTIL HRM-EOF-FLAG = 1
              MOVE HR-MASTER-REC TO TEMP-HR-MASTER-REC
              IF HR-ID = HRM-ID
                 MOVE HR-STATUS TO HRM-OLD-STATUS
                 MOVE HR-SEP-DATE TO HRM-OLD-SEP-DATE
                 MOVE HRM-STATUS TO THR-STATUS
                 MOVE HRM-SEP-DATE TO THR-SEP-DATE
              END-IF
           CLOSE HR-MASTER-TEMP.
           EXIT.

      ***** ONE AUDIT ROW PER FIELD THE STATUS CHANGE MOVED
       LOG-HR-CHANGES.
           MOVE HRM-ID TO MAL-P-KEY
           MOVE HRM-OPERATOR TO MAL-P-OPERATOR
           MOVE "STATUS" TO MAL-P-FIELD
           MOVE HRM-OLD-STATUS TO MAL-P-BEFORE
           MOVE HRM-STATUS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "SEP-DATE" TO MAL-P-FIELD
           MOVE HRM-OLD-SEP-DATE TO MAL-P-BEFORE
           MOVE HRM-SEP-DATE TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

       END PROGRAM HR-EMPLOYEE-MASTER.
