          05 GR-MIDTERM PIC 9(3)V9(2).
          05 GR-FINALS PIC 9(3)V9(2).
          05 GR-AVERAGE PIC 9(3)V9(2).
      ***** GR-STATUS: SPACE FINAL GRADE, I INCOMPLETE (INC),
      ***** C INC COMPLETED, L INC LAPSED TO A FAILING GRADE
          05 GR-STATUS PIC X.
          05 GR-INC-DEADLINE PIC X(8).
       WORKING-STORAGE SECTION.
       01 ENTER PIC Z.
       01 MMCHOICE PIC X.
            MOVE MID TO GR-MIDTERM
            MOVE FINALS TO GR-FINALS
            MOVE SEMGRADE TO GR-AVERAGE
            MOVE SPACE TO GR-STATUS
            MOVE SPACES TO GR-INC-DEADLINE
            OPEN EXTEND GRADE-RECORD-FILE
               WRITE GRADE-RECORD-REC
            CLOSE GRADE-RECORD-FILE
