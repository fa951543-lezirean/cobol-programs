          05 SIR-PAGIBIG PIC X(12).
          05 SIR-TIN PIC X(12).
          05 SIR-OK PIC 9 VALUE 0.
          05 SIR-OPERATOR PIC X(5).
          05 SIR-OLD-SSS PIC X(10).
          05 SIR-OLD-PHIC PIC X(12).
          05 SIR-OLD-PAGIBIG PIC X(12).
          05 SIR-OLD-TIN PIC X(12).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "StatutoryIDs.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
      ***** CHECK-DIGIT WORK: THE SSS NUMBER'S LAST DIGIT MUST
      ***** MATCH MOD 10 OF THE SUM OF ITS FIRST NINE
       01 SIR-CKD-WORK.
           IF SIR-OK = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "YOUR OPERATOR ID:    " WITH NO ADVANCING
           ACCEPT SIR-OPERATOR
           PERFORM SAVE-REGISTRY-ROW
           DISPLAY "REGISTRY ROW SAVED".
           EXIT.
           PERFORM UNTIL SIR-EOF-FLAG = 1
              MOVE STATUTORY-ID-REC TO TEMP-STATUTORY-ID-REC
              IF SID-EMPID = SIR-EMPID
                 MOVE SID-SSS TO SIR-OLD-SSS
                 MOVE SID-PHIC TO SIR-OLD-PHIC
                 MOVE SID-PAGIBIG TO SIR-OLD-PAGIBIG
                 MOVE SID-TIN TO SIR-OLD-TIN
                 MOVE SIR-SSS TO TSID-SSS
                 MOVE SIR-PHIC TO TSID-PHIC
                 MOVE SIR-PAGIBIG TO TSID-PAGIBIG
              END-READ
           END-PERFORM
           CLOSE STATUTORY-IDS
           CLOSE STATUTORY-IDS-TEMP
           IF SIR-FOUND = 1
              PERFORM LOG-REGISTRY-CHANGES
           END-IF.
           EXIT.

      ***** ONE AUDIT ROW PER NUMBER AN UPDATE CHANGED; NUMBERS
      ***** KEYED BACK UNCHANGED ARE DROPPED BY THE AUDIT ITSELF
       LOG-REGISTRY-CHANGES.
           MOVE SIR-EMPID TO MAL-P-KEY
           MOVE SIR-OPERATOR TO MAL-P-OPERATOR
           MOVE "SSS NUMBER" TO MAL-P-FIELD
           MOVE SIR-OLD-SSS TO MAL-P-BEFORE
           MOVE SIR-SSS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "PHILHEALTH PIN" TO MAL-P-FIELD
           MOVE SIR-OLD-PHIC TO MAL-P-BEFORE
           MOVE SIR-PHIC TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "PAG-IBIG MID" TO MAL-P-FIELD
           MOVE SIR-OLD-PAGIBIG TO MAL-P-BEFORE
           MOVE SIR-PAGIBIG TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "TIN" TO MAL-P-FIELD
           MOVE SIR-OLD-TIN TO MAL-P-BEFORE
           MOVE SIR-TIN TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM.
           EXIT.

       END PROGRAM STATUTORY-ID-REGISTRY.
