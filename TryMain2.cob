           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRADEREC.DAT"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS GRADE-RECORD-REC.
       01  GRADE-RECORD-REC.
            02   GR-STUDENT-ID PIC 9(6).
            02   GR-MIDTERM PIC 9(3)V9(2).
            02   GR-FINALS PIC 9(3)V9(2).
            02   GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
            02   GR-STATUS PIC X.
            02   GR-INC-DEADLINE PIC X(8).
       FD  GRADE-RECORD-TEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRADERECTMP.DAT"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS GRADE-RECORD-TEMP-REC.
       01  GRADE-RECORD-TEMP-REC.
            02   TGR-STUDENT-ID PIC 9(6).
            02   TGR-MIDTERM PIC 9(3)V9(2).
            02   TGR-FINALS PIC 9(3)V9(2).
            02   TGR-AVERAGE PIC 9(3)V9(2).
            02   TGR-STATUS PIC X.
            02   TGR-INC-DEADLINE PIC X(8).
      ***** EVERY GRADE WRITE LEAVES A TRACE: WHO, WHEN, OLD AND NEW
      ***** TERM GRADES AND THE REASON CODE FOR A CHANGE
       FD  GRADE-AUDIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "C:\cobol_project\BankLedgerIdx.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS UNIFIED-LEDGER-REC.
       01  UNIFIED-LEDGER-REC.
            02   BL-BANKNUM PIC X(5).
            02   BL-BANKNAME PIC X(10).
            02   BL-BALANCE PIC 9(9)V9(2).
            02   BL-STATUS PIC X.
       FD  BANK-JOURNAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "C:\cobol_project\BankJournal.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS BANK-JOURNAL-REC.
       01  BANK-JOURNAL-REC.
            02   JRNL-BANKNUM PIC X(5).
            02   JRNL-TCODE PIC X.
            02   JRNL-AMOUNT PIC 9(9)V9(2).
            02   JRNL-BALANCE PIC 9(9)V9(2).
            02   JRNL-TIMESTAMP PIC X(14).
            02   JRNL-RECON PIC X.
            02   JRNL-OPERATOR PIC X(5).
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "C:\cobol_project\AccountHolds.dat"
           BLOCK CONTAINS 1 RECORDS
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS ACCOUNT-HOLD-REC.
       01  ACCOUNT-HOLD-REC.
            02   HLD-BANKNUM PIC X(5).
            02   HLD-AMOUNT PIC 9(9)V9(2).
            02   HLD-REASON PIC X(10).
            02   HLD-EXPIRY PIC X(8).
            02   HLD-STATUS PIC X.
       01 GAW-NEW-MIDTERM PIC 9(3)V9(2).
       01 GAW-NEW-FINALS PIC 9(3)V9(2).
       01 GAW-NEW-AVERAGE PIC 9(3)V9(2).
      *INCOMPLETE (INC) HANDLING: STATUS AND COMPLETION DEADLINE
       01 GAW-INC-ANS PIC X.
       01 GAW-OLD-STATUS PIC X.
       01 GAW-OLD-DEADLINE PIC X(8).
       01 GAW-NEW-STATUS PIC X.
       01 GAW-NEW-DEADLINE PIC X(8).
       01 GAW-DL-YEAR PIC 9(4).


      *********************S E Q U E N T I A L*************************
      *UNIFIED LEDGER POSTING
       01   UNI-KEY PIC X(5).
       01   UNI-STATUS PIC X VALUE 'A'.
       01   UNI-BALANCE PIC 9(9)V9(2) VALUE 0.
       01   UNI-NEWBAL PIC 9(9)V9(2) VALUE 0.
       01   UNI-FOUND-FLAG PIC 9 VALUE 0.
      ***** ACTIVE-HOLD TOTAL BACKING THE AVAILABLE-BALANCE CHECK
       01   HOLD-TOTAL PIC 9(11)V9(2) VALUE 0.
       01   HOLD-EOF-FLAG PIC 9 VALUE 0.
       01   HOLD-TOTALDIS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01   UNI-WRITE-FAILED PIC 9 VALUE 0.
       01   UNI-TCODE PIC X.

      ***** ENTER ONE STUDENT'S GRADES. A BRAND-NEW STUDENT/SUBJECT
      ***** APPENDS AND IS AUDITED AS AN ADDITION; RE-ENTERING AN
      ***** EXISTING ONE NEEDS A REASON CODE, REPLACES THE RECORD
      ***** AND LEAVES THE OLD AND NEW GRADES ON THE AUDIT FILE.
      ***** A GRADE MAY BE GIVEN AS INC, DUE ONE YEAR OUT; RE-ENTERING
      ***** AN OPEN INC WITH REAL GRADES COMPLETES IT (REASON IC)
       GRADE-RECORD-ENTRY.
            DISPLAY CLRSCR
            MOVE SPACES TO GAW-REASON
            DISPLAY "ENTER STUDENT ID: " AT 0635
            ACCEPT GR-STUDENT-ID-IN AT 0654
            MOVE GR-STUDENT-ID-IN TO GR-STUDENT-ID
            DISPLAY "ENTER FINAL GRADE: " AT 1035
            ACCEPT GR-FINALS-IN AT 1055
            MOVE GR-FINALS-IN TO GR-FINALS
            DISPLAY "INCOMPLETE - GIVE INC? (Y/N): " AT 1135
            ACCEPT GAW-INC-ANS AT 1166
            MOVE OPR-ID TO GAW-ENTERED-BY

            IF GAW-INC-ANS = 'Y' OR GAW-INC-ANS = 'y'
               MOVE 'I' TO GAW-NEW-STATUS
               PERFORM SET-INC-DEADLINE
               MOVE 0 TO GR-AVERAGE
               DISPLAY "INC - COMPLETE BY: " AT 1235
                  GAW-NEW-DEADLINE AT 1254
            ELSE
               MOVE SPACE TO GAW-NEW-STATUS
               MOVE SPACES TO GAW-NEW-DEADLINE
               COMPUTE GR-AVERAGE ROUNDED =
                  (GR-PRELIM + GR-MIDTERM + GR-FINALS) / 3
               MOVE GR-AVERAGE TO GR-AVERAGE-DIS
               DISPLAY "COMPUTED AVERAGE: " AT 1235
                  GR-AVERAGE-DIS AT 1254
            END-IF

            MOVE GR-STUDENT-ID TO GAW-KEY-ID
            MOVE GR-SUBJECT TO GAW-KEY-SUBJECT
            MOVE GR-AVERAGE TO GAW-NEW-AVERAGE

            PERFORM FIND-EXISTING-GRADE
            IF GAW-EXISTS = 1 AND GAW-OLD-STATUS = 'I'
               IF GAW-NEW-STATUS = 'I'
      ***** A REVISED INC KEEPS ITS ORIGINAL DEADLINE
                  MOVE GAW-OLD-DEADLINE TO GAW-NEW-DEADLINE
               ELSE
                  PERFORM GET-BUSINESS-DATE
                  IF BDT-DATE > GAW-OLD-DEADLINE
                     DISPLAY "INC WAS DUE " AT 1335
                        GAW-OLD-DEADLINE AT 1347
                        " - NOT COMPLETED" AT 1355
                     EXIT PARAGRAPH
                  END-IF
                  MOVE 'C' TO GAW-NEW-STATUS
                  MOVE GAW-OLD-DEADLINE TO GAW-NEW-DEADLINE
                  MOVE "IC" TO GAW-REASON
                  DISPLAY "INC COMPLETED - REASON CODE IC" AT 1335
               END-IF
            END-IF
            IF GAW-EXISTS = 1
               IF GAW-REASON = SPACES
                  DISPLAY "RECORD EXISTS - REASON CODE REQUIRED: "
                     AT 1335
                  ACCEPT GAW-REASON AT 1374
               END-IF
               IF GAW-REASON = SPACES
                  DISPLAY "NO REASON GIVEN - GRADES NOT CHANGED"
                     AT 1435
               MOVE GAW-NEW-MIDTERM TO GR-MIDTERM
               MOVE GAW-NEW-FINALS TO GR-FINALS
               MOVE GAW-NEW-AVERAGE TO GR-AVERAGE
               MOVE GAW-NEW-STATUS TO GR-STATUS
               MOVE GAW-NEW-DEADLINE TO GR-INC-DEADLINE
               OPEN EXTEND GRADE-RECORD-FILE
               MOVE "GRADE-RECORD-FILE" TO WS-ERR-FILE
               PERFORM CHECK-FILE-STATUS
               MOVE 0 TO GAW-OLD-FINALS
               MOVE 'A' TO GA-ACTION
            END-IF
            IF GAW-NEW-STATUS = 'I'
               MOVE 'I' TO GA-ACTION
            END-IF
            PERFORM WRITE-GRADE-AUDIT.

      ***** AN INC IS DUE ONE YEAR FROM THE BUSINESS DATE IT IS
      ***** GIVEN (A LEAP DAY FALLS BACK ONE)
       SET-INC-DEADLINE.
            PERFORM GET-BUSINESS-DATE
            MOVE BDT-DATE TO GAW-NEW-DEADLINE
            MOVE BDT-DATE(1:4) TO GAW-DL-YEAR
            ADD 1 TO GAW-DL-YEAR
            MOVE GAW-DL-YEAR TO GAW-NEW-DEADLINE(1:4)
            IF GAW-NEW-DEADLINE(5:4) = "0229"
               MOVE "0228" TO GAW-NEW-DEADLINE(5:4)
            END-IF.
            EXIT.

      ***** IS THIS STUDENT/SUBJECT ALREADY ON FILE? KEEP ITS OLD
      ***** TERM GRADES FOR THE AUDIT TRAIL
       FIND-EXISTING-GRADE.
            MOVE 0 TO GAW-EXISTS
            MOVE 0 TO GAW-EOF-FLAG
            MOVE SPACE TO GAW-OLD-STATUS
            MOVE SPACES TO GAW-OLD-DEADLINE
            OPEN EXTEND GRADE-RECORD-FILE
            MOVE "GRADE-RECORD-FILE" TO WS-ERR-FILE
            PERFORM CHECK-FILE-STATUS
                  MOVE GR-PRELIM TO GAW-OLD-PRELIM
                  MOVE GR-MIDTERM TO GAW-OLD-MIDTERM
                  MOVE GR-FINALS TO GAW-OLD-FINALS
                  MOVE GR-STATUS TO GAW-OLD-STATUS
                  MOVE GR-INC-DEADLINE TO GAW-OLD-DEADLINE
                  MOVE 1 TO GAW-EOF-FLAG
               ELSE
                  READ GRADE-RECORD-FILE
                  MOVE GAW-NEW-MIDTERM TO TGR-MIDTERM
                  MOVE GAW-NEW-FINALS TO TGR-FINALS
                  MOVE GAW-NEW-AVERAGE TO TGR-AVERAGE
                  MOVE GAW-NEW-STATUS TO TGR-STATUS
                  MOVE GAW-NEW-DEADLINE TO TGR-INC-DEADLINE
                  WRITE GRADE-RECORD-TEMP-REC
               ELSE
                  WRITE GRADE-RECORD-TEMP-REC FROM GRADE-RECORD-REC
