      * Date: OCTOBER 16, 2023
      * Purpose: OPERATOR ADMINISTRATION - ADD, DISABLE, UNLOCK,
      *          AND RESET OPERATORS WITH PASSWORD EXPIRY DATES,
      *          RESTRICTED TO LEVEL-3 OPERATORS; ALSO KEEPS THE
      *          TELLER AUTHORITY LIMITS AND LISTS THE OVERRIDE LOG
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\cobol_project\SessionLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AUTHORITY-LIMITS ASSIGN TO
           "C:\cobol_project\AuthorityLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AUTHORITY-LIMITS-TEMP ASSIGN TO
           "C:\cobol_project\AuthorityLimitsTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT AUTHORITY-LOG ASSIGN TO
           "C:\cobol_project\AuthorityLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** OP-STATUS: A=ACTIVE D=DISABLED L=LOCKED (BLANK ON OLD
          05 SES-TYPE PIC X(2).
          05 SES-PROGRAM PIC X(12).
          05 SES-TIMESTAMP PIC X(14).
      ***** HOW MUCH AN OPERATOR LEVEL MAY POST ALONE, IN PESOS, PER
      ***** TELLER CODE (D=DEPOSIT W=WITHDRAWAL T=TRANSFER P=LOAN
      ***** PAYMENT B=BILLS PAYMENT); NO ROW MEANS NO AUTHORITY
       FD AUTHORITY-LIMITS.
       01 AUTHORITY-LIMIT-REC.
          05 AL-LEVEL PIC 9.
          05 AL-TCODE PIC X(01).
          05 AL-LIMIT PIC 9(9)V9(2).
       FD AUTHORITY-LIMITS-TEMP.
       01 TEMP-AUTHORITY-LIMIT-REC PIC X(13).
      ***** EVERY SUPERVISOR OVERRIDE OF A TELLER LIMIT, GRANTED
      ***** (AU-RESULT A) OR REFUSED (R)
       FD AUTHORITY-LOG.
       01 AUTHORITY-LOG-REC.
          05 AU-STAMP PIC X(14).
          05 AU-BANKNUM PIC X(5).
          05 AU-TCODE PIC X(01).
          05 AU-AMOUNT PIC 9(9)V9(2).
          05 AU-LIMIT PIC 9(9)V9(2).
          05 AU-TELLER PIC X(5).
          05 AU-TELLER-LEVEL PIC 9.
          05 AU-APPROVER PIC X(5).
          05 AU-APPROVER-LEVEL PIC 9.
          05 AU-RESULT PIC X(01).
          05 AU-BRANCH PIC X(3).
       WORKING-STORAGE SECTION.
       01 OAD-SEQ.
          05 OAD-MODE PIC X(01).
          05 OAD-SET-EXPIRY PIC 9 VALUE 0.
          05 OAD-COUNT PIC 9(4) VALUE 0.
          05 OAD-BRANCH PIC X(3).
      ********** AUTHORITY LIMIT MAINTENANCE
          05 OAD-TCODE PIC X(01).
          05 OAD-LIMITIN PIC X(15).
          05 OAD-LIMIT PIC 9(9)V9(2).
          05 OAD-LIMITDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 OAD-AMOUNTDIS PIC ZZZ,ZZZ,ZZ9.99.
          05 OAD-REPLACED PIC 9 VALUE 0.
          05 OAD-SET-LEVEL PIC 9 VALUE 0.
      ***** THE ROW BEFORE AND AFTER A REWRITE, FOR THE AUDIT
       01 OAD-OLD-OPERATOR.
          05 OAD-OLD-ID PIC X(5).
          05 OAD-OLD-PASSWORD PIC X(8).
          05 OAD-OLD-LEVEL PIC 9.
          05 OAD-OLD-STATUS PIC X(01).
          05 OAD-OLD-EXPIRY PIC X(8).
          05 OAD-OLD-FAILS PIC 9(1).
          05 OAD-OLD-BRANCH PIC X(3).
       01 OAD-AFT-OPERATOR.
          05 OAD-AFT-ID PIC X(5).
          05 OAD-AFT-PASSWORD PIC X(8).
          05 OAD-AFT-LEVEL PIC 9.
          05 OAD-AFT-STATUS PIC X(01).
          05 OAD-AFT-EXPIRY PIC X(8).
          05 OAD-AFT-FAILS PIC 9(1).
          05 OAD-AFT-BRANCH PIC X(3).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "Operators.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ADMIN-SIGN-ON.
           DISPLAY "[4] UNLOCK / RE-ENABLE AN OPERATOR".
           DISPLAY "[5] RESET A PASSWORD (WITH EXPIRY)".
           DISPLAY "[6] SESSION LOG LISTING".
           DISPLAY "[7] TELLER AUTHORITY LIMITS".
           DISPLAY "[8] SET AN AUTHORITY LIMIT".
           DISPLAY "[9] SUPERVISOR OVERRIDE LOG".
           DISPLAY "[0] CHANGE AN OPERATOR'S LEVEL".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT OAD-MODE.

                 PERFORM RESET-PASSWORD
              WHEN '6'
                 PERFORM LIST-SESSIONS
              WHEN '7'
                 PERFORM LIST-AUTHORITY-LIMITS
              WHEN '8'
                 PERFORM SET-AUTHORITY-LIMIT
              WHEN '9'
                 PERFORM LIST-OVERRIDES
              WHEN '0'
                 PERFORM CHANGE-OPERATOR-LEVEL
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           END-IF
           MOVE 0 TO OAD-SET-PW
           MOVE 0 TO OAD-SET-EXPIRY
           MOVE 0 TO OAD-SET-LEVEL
           PERFORM REWRITE-OPERATOR
           DISPLAY "STATUS UPDATED".
           EXIT.
           MOVE 'A' TO OAD-NEW-STATUS
           MOVE 1 TO OAD-SET-PW
           MOVE 1 TO OAD-SET-EXPIRY
           MOVE 0 TO OAD-SET-LEVEL
           PERFORM REWRITE-OPERATOR
           DISPLAY "PASSWORD RESET".
           EXIT.

      ***** A LEVEL CHANGE TOUCHES NOTHING ELSE ON THE ROW; NO ADMIN
      ***** MAY RAISE OR LOWER THEIR OWN LEVEL
       CHANGE-OPERATOR-LEVEL.
           DISPLAY "OPERATOR ID:            " WITH NO ADVANCING
           ACCEPT OAD-ID
           IF OAD-ID = OAD-ADMIN-ID
              DISPLAY "YOU CANNOT CHANGE YOUR OWN LEVEL"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF OAD-FOUND = 0
              DISPLAY "ID NOT ON FILE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW LEVEL (1-3):        " WITH NO ADVANCING
           ACCEPT OAD-LEVELIN
           MOVE OAD-LEVELIN TO OAD-LEVEL
           IF OAD-LEVEL < 1 OR OAD-LEVEL > 3
              DISPLAY "LEVEL MUST BE 1 TO 3 - NOT CHANGED"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OAD-SET-PW
           MOVE 0 TO OAD-SET-EXPIRY
           MOVE 1 TO OAD-SET-LEVEL
           PERFORM REWRITE-OPERATOR
           DISPLAY "LEVEL CHANGED".
           EXIT.

       REWRITE-OPERATOR.
           MOVE 0 TO OAD-EOF-FLAG
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL OAD-EOF-FLAG = 1
              MOVE OPERATOR-REC TO TEMP-OPERATOR-REC
              IF OP-ID = OAD-ID
                 MOVE OPERATOR-REC TO OAD-OLD-OPERATOR
                 IF OAD-SET-LEVEL = 1
                    MOVE OAD-LEVEL TO TOP-LEVEL
                 ELSE
                    MOVE OAD-NEW-STATUS TO TOP-STATUS
                    MOVE 0 TO TOP-FAILS
                 END-IF
                 IF OAD-SET-PW = 1
                    MOVE OAD-PASSWORD TO TOP-PASSWORD
                 END-IF
                 IF OAD-SET-EXPIRY = 1
                    MOVE OAD-EXPIRY TO TOP-PW-EXPIRY
                 END-IF
                 MOVE TEMP-OPERATOR-REC TO OAD-AFT-OPERATOR
              END-IF
              WRITE TEMP-OPERATOR-REC
              READ OPERATOR-FILE
              END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           CLOSE OPERATOR-FILE-TEMP
           PERFORM LOG-OPERATOR-CHANGES.
           EXIT.

      ***** ONE AUDIT ROW PER FIELD THE REWRITE MOVED; A PASSWORD IS
      ***** NEVER WRITTEN OUT, ONLY THE FACT THAT IT WAS RESET
       LOG-OPERATOR-CHANGES.
           MOVE OAD-ID TO MAL-P-KEY
           MOVE OAD-ADMIN-ID TO MAL-P-OPERATOR
           MOVE "LEVEL" TO MAL-P-FIELD
           MOVE OAD-OLD-LEVEL TO MAL-P-BEFORE
           MOVE OAD-AFT-LEVEL TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "STATUS" TO MAL-P-FIELD
           MOVE OAD-OLD-STATUS TO MAL-P-BEFORE
           MOVE OAD-AFT-STATUS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "FAIL COUNT" TO MAL-P-FIELD
           MOVE OAD-OLD-FAILS TO MAL-P-BEFORE
           MOVE OAD-AFT-FAILS TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           MOVE "PW EXPIRY" TO MAL-P-FIELD
           MOVE OAD-OLD-EXPIRY TO MAL-P-BEFORE
           MOVE OAD-AFT-EXPIRY TO MAL-P-AFTER
           CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           IF OAD-SET-PW = 1
              MOVE "PASSWORD" TO MAL-P-FIELD
              MOVE "********" TO MAL-P-BEFORE
              MOVE "RESET" TO MAL-P-AFTER
              CALL "MASTER-AUDIT-LOG" USING MAL-PARM
           END-IF.
           EXIT.

       LIST-SESSIONS.
           DISPLAY "SESSION ENTRIES: " OAD-COUNT.
           EXIT.

       LIST-AUTHORITY-LIMITS.
           MOVE 0 TO OAD-EOF-FLAG
           MOVE 0 TO OAD-COUNT
           OPEN EXTEND AUTHORITY-LIMITS
           CLOSE AUTHORITY-LIMITS
           OPEN INPUT AUTHORITY-LIMITS
           READ AUTHORITY-LIMITS
              AT END MOVE 1 TO OAD-EOF-FLAG
           END-READ
           PERFORM UNTIL OAD-EOF-FLAG = 1
              ADD 1 TO OAD-COUNT
              MOVE AL-LIMIT TO OAD-LIMITDIS
              DISPLAY "LEVEL " AL-LEVEL "  CODE " AL-TCODE
                 "  LIMIT " OAD-LIMITDIS
              READ AUTHORITY-LIMITS
                 AT END MOVE 1 TO OAD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AUTHORITY-LIMITS
           IF OAD-COUNT = 0
              DISPLAY "NO LIMITS ON FILE - THE TELLER SCREEN SEEDS "
                 "THE STANDARD TABLE ON FIRST USE"
           END-IF
           DISPLAY "LIMIT ROWS ON FILE: " OAD-COUNT.
           EXIT.

      ***** A NEW FIGURE FOR AN EXISTING LEVEL AND CODE REPLACES THE
      ***** OLD ONE; OTHERWISE THE ROW IS ADDED
       SET-AUTHORITY-LIMIT.
           DISPLAY "LEVEL (1-3):            " WITH NO ADVANCING
           ACCEPT OAD-LEVELIN
           MOVE OAD-LEVELIN TO OAD-LEVEL
           IF OAD-LEVEL < 1 OR OAD-LEVEL > 3
              DISPLAY "LEVEL MUST BE 1 TO 3 - NOT SAVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE (D W T P B):       " WITH NO ADVANCING
           ACCEPT OAD-TCODE
           IF OAD-TCODE NOT = 'D' AND OAD-TCODE NOT = 'W' AND
              OAD-TCODE NOT = 'T' AND OAD-TCODE NOT = 'P' AND
              OAD-TCODE NOT = 'B'
              DISPLAY "CODE MUST BE D, W, T, P OR B - NOT SAVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "LIMIT IN PESOS:         " WITH NO ADVANCING
           ACCEPT OAD-LIMITIN
           COMPUTE OAD-LIMIT = FUNCTION NUMVAL(OAD-LIMITIN)

           MOVE 0 TO OAD-EOF-FLAG
           MOVE 0 TO OAD-REPLACED
           OPEN EXTEND AUTHORITY-LIMITS
           CLOSE AUTHORITY-LIMITS
           OPEN INPUT AUTHORITY-LIMITS
           OPEN OUTPUT AUTHORITY-LIMITS-TEMP
           READ AUTHORITY-LIMITS
              AT END MOVE 1 TO OAD-EOF-FLAG
           END-READ
           PERFORM UNTIL OAD-EOF-FLAG = 1
              IF AL-LEVEL = OAD-LEVEL AND AL-TCODE = OAD-TCODE
                 MOVE OAD-LIMIT TO AL-LIMIT
                 MOVE 1 TO OAD-REPLACED
              END-IF
              WRITE TEMP-AUTHORITY-LIMIT-REC FROM AUTHORITY-LIMIT-REC
              READ AUTHORITY-LIMITS
                 AT END MOVE 1 TO OAD-EOF-FLAG
              END-READ
           END-PERFORM
           IF OAD-REPLACED = 0
              MOVE OAD-LEVEL TO AL-LEVEL
              MOVE OAD-TCODE TO AL-TCODE
              MOVE OAD-LIMIT TO AL-LIMIT
              WRITE TEMP-AUTHORITY-LIMIT-REC FROM AUTHORITY-LIMIT-REC
           END-IF
           CLOSE AUTHORITY-LIMITS
           CLOSE AUTHORITY-LIMITS-TEMP

           MOVE 0 TO OAD-EOF-FLAG
           OPEN OUTPUT AUTHORITY-LIMITS
           OPEN INPUT AUTHORITY-LIMITS-TEMP
           READ AUTHORITY-LIMITS-TEMP
              AT END MOVE 1 TO OAD-EOF-FLAG
           END-READ
           PERFORM UNTIL OAD-EOF-FLAG = 1
              WRITE AUTHORITY-LIMIT-REC FROM TEMP-AUTHORITY-LIMIT-REC
              READ AUTHORITY-LIMITS-TEMP
                 AT END MOVE 1 TO OAD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AUTHORITY-LIMITS
           CLOSE AUTHORITY-LIMITS-TEMP
           MOVE OAD-LIMIT TO OAD-LIMITDIS
           DISPLAY "LIMIT SAVED: LEVEL " OAD-LEVEL "  CODE " OAD-TCODE
              "  " OAD-LIMITDIS.
           EXIT.

       LIST-OVERRIDES.
           MOVE 0 TO OAD-EOF-FLAG
           MOVE 0 TO OAD-COUNT
           OPEN EXTEND AUTHORITY-LOG
           CLOSE AUTHORITY-LOG
           OPEN INPUT AUTHORITY-LOG
           READ AUTHORITY-LOG
              AT END MOVE 1 TO OAD-EOF-FLAG
           END-READ
           PERFORM UNTIL OAD-EOF-FLAG = 1
              ADD 1 TO OAD-COUNT
              MOVE AU-AMOUNT TO OAD-AMOUNTDIS
              MOVE AU-LIMIT TO OAD-LIMITDIS
              DISPLAY AU-STAMP " " AU-BRANCH " " AU-BANKNUM " "
                 AU-TCODE " " OAD-AMOUNTDIS " LIMIT " OAD-LIMITDIS
              DISPLAY "     TELLER " AU-TELLER " (" AU-TELLER-LEVEL
                 ")  SUPERVISOR " AU-APPROVER " (" AU-APPROVER-LEVEL
                 ")  RESULT " AU-RESULT
              READ AUTHORITY-LOG
                 AT END MOVE 1 TO OAD-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE AUTHORITY-LOG
           DISPLAY "OVERRIDE ENTRIES: " OAD-COUNT.
           EXIT.

       END PROGRAM OPERATOR-ADMIN.
