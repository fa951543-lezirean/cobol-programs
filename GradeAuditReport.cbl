           OPEN OUTPUT AUDIT-REPORT
           MOVE "GRADE-CHANGE AUDIT TRAIL" TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE "ACTIONS: A ADDED  C CHANGED  I INC GIVEN  L INC LAPSED"
              TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC

           READ GRADE-AUDIT
              AT END MOVE 1 TO GAR-EOF-FLAG
