       DATA DIVISION.
       FILE SECTION.
      ***** ONE ROW PER SCHEDULED STEP, RUN IN STEP-NUMBER ORDER
      ***** (BSC-FREQ: D=DAILY M=MONTH-END ONLY Y=YEAR-END ONLY
      *****  N=FIRST NIGHT(S) IN JANUARY AFTER THE ROLL;
      *****  BSC-DEPENDS NAMES THE STEP THAT MUST HAVE ENDED CLEAN
      *****  FIRST, 0 = NONE;
      *****  BSC-MANDATORY Y STOPS THE DATE ROLL WHEN IT FAILS)
       FD BATCH-SCHEDULE.
       01 BATCH-SCHEDULE-REC.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ***** THE DATE A STEP'S RUN-CONTROL END RECORD CARRIES; AFTER
      ***** THE ROLL THAT IS THE NEW BUSINESS DATE
       01 NBD-CHECK-DATE PIC X(8) VALUE SPACES.
      ***** SAMPLE READINGS FED TO THE FH LAB PROGRAMS' BATCH ENTRIES
       01 WS-SAMPLE-CELSIUS PIC 9(3)V9(3) VALUE 25.000.
       01 WS-SAMPLE-RADIUS PIC 99V99 VALUE 10.00.
      ********** THE LOADED SCHEDULE AND EACH STEP'S OUTCOME
      ***** (NBD-T-OUTCOME: ' '=NOT RUN O=OK F=FAILED S=SKIPPED)
       01 NBD-STEP-TABLE.
          05 NBD-STEP-ENTRY OCCURS 30 TIMES.
             10 NBD-T-STEP PIC 9(2).
             10 NBD-T-PROGRAM PIC X(32).
             10 NBD-T-FREQ PIC X(01).
             10 NBD-T-ENABLED PIC X(01).
             10 NBD-T-MANDATORY PIC X(01).
             10 NBD-T-OUTCOME PIC X(01).
             10 NBD-T-DEP-PROG PIC X(32).
             10 NBD-T-ADDED PIC X(01).
       01 NBD-STEP-COUNT PIC 9(2) VALUE 0.
       01 NBD-IDX PIC 9(2).
       01 NBD-IDX2 PIC 9(2).
      ********** ONE STANDARD STEP OFFERED TO AN OLDER SCHEDULE
       01 NBD-ADD-STEP.
          05 NBD-ADD-PROGRAM PIC X(32).
          05 NBD-ADD-AFTER PIC X(32).
          05 NBD-ADD-FREQ PIC X(01).
          05 NBD-ADD-DEPENDS PIC X(32).
          05 NBD-ADD-MANDATORY PIC X(01).
          05 NBD-FIND-PROGRAM PIC X(32).
          05 NBD-FOUND-AT PIC 9(2).
          05 NBD-INS-AT PIC 9(2).
          05 NBD-ADDED PIC 9(2) VALUE 0.
      ********** RUN CONTROL FIELDS
       01 NBD-SEQ.
          05 NBD-MODE PIC X(01).
           STOP RUN.

      ***** LOAD THE SCHEDULE IN STEP ORDER, SEEDING THE CLASSIC
      ***** FIXED SEQUENCE THE FIRST TIME THE FILE IS MISSING AND
      ***** BRINGING AN OLDER FILE UP TO THE STANDARD STEPS
       LOAD-SCHEDULE.
           MOVE 0 TO NBD-EOF-FLAG
           MOVE 0 TO NBD-STEP-COUNT
              AT END MOVE 1 TO NBD-EOF-FLAG
           END-READ
           PERFORM UNTIL NBD-EOF-FLAG = 1
              IF NBD-STEP-COUNT < 30
                 ADD 1 TO NBD-STEP-COUNT
                 MOVE BSC-STEP TO NBD-T-STEP(NBD-STEP-COUNT)
                 MOVE BSC-PROGRAM TO NBD-T-PROGRAM(NBD-STEP-COUNT)
           CLOSE BATCH-SCHEDULE
           IF NBD-STEP-COUNT = 0
              PERFORM SEED-DEFAULT-SCHEDULE
           ELSE
              PERFORM ADD-NEWER-STEPS
           END-IF.
           EXIT.

      ***** A SCHEDULE SAVED BEFORE A STEP JOINED THE STANDARD RUN
      ***** PICKS IT UP HERE, MATCHED BY PROGRAM NAME.  EACH MISSING
      ***** STEP GOES IN AFTER ITS STANDARD PREDECESSOR; THE SITE'S OWN
      ***** ROWS AND FLAGS STAY AS THEY ARE.  DEPENDENCIES ARE CARRIED
      ***** BY PROGRAM NAME WHILE THE STEPS ARE RENUMBERED
       ADD-NEWER-STEPS.
           MOVE 0 TO NBD-ADDED
           PERFORM VARYING NBD-IDX FROM 1 BY 1
               UNTIL NBD-IDX > NBD-STEP-COUNT
              MOVE SPACES TO NBD-T-DEP-PROG(NBD-IDX)
              MOVE 'N' TO NBD-T-ADDED(NBD-IDX)
              IF NBD-T-DEPENDS(NBD-IDX) > 0
                 PERFORM VARYING NBD-IDX2 FROM 1 BY 1
                     UNTIL NBD-IDX2 > NBD-STEP-COUNT
                    IF NBD-T-STEP(NBD-IDX2) = NBD-T-DEPENDS(NBD-IDX)
                       MOVE NBD-T-PROGRAM(NBD-IDX2)
                          TO NBD-T-DEP-PROG(NBD-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE "REF-INTEGRITY-CHECK" TO NBD-ADD-PROGRAM
           MOVE SPACES TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'Y' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "COBOL-QUIZ-4-BATCH" TO NBD-ADD-PROGRAM
           MOVE "REF-INTEGRITY-CHECK" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'Y' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "FHSEQ_CELTOFAH-BATCH" TO NBD-ADD-PROGRAM
           MOVE "COBOL-QUIZ-4-BATCH" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "FHSEQ-CIRCLEAREAANDCIRCUM-BATCH" TO NBD-ADD-PROGRAM
           MOVE "FHSEQ_CELTOFAH-BATCH" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "FHEXPORT-LEDGERPAYROLL" TO NBD-ADD-PROGRAM
           MOVE "FHSEQ-CIRCLEAREAANDCIRCUM-BATCH" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE "REF-INTEGRITY-CHECK" TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-STANDING-ORDER-RUN" TO NBD-ADD-PROGRAM
           MOVE "FHEXPORT-LEDGERPAYROLL" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE "REF-INTEGRITY-CHECK" TO NBD-ADD-DEPENDS
           MOVE 'Y' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-TIMEDEP-MATURITY" TO NBD-ADD-PROGRAM
           MOVE "BANK-STANDING-ORDER-RUN" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE "BANK-STANDING-ORDER-RUN" TO NBD-ADD-DEPENDS
           MOVE 'Y' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-DORMANCY-SWEEP" TO NBD-ADD-PROGRAM
           MOVE "BANK-TIMEDEP-MATURITY" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE "BANK-STANDING-ORDER-RUN" TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "POS-PRICE-APPLY" TO NBD-ADD-PROGRAM
           MOVE "BANK-DORMANCY-SWEEP" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-LOAN-PENALTY-RUN" TO NBD-ADD-PROGRAM
           MOVE "POS-PRICE-APPLY" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-LOAN-PROVISION-RUN" TO NBD-ADD-PROGRAM
           MOVE "BANK-LOAN-PENALTY-RUN" TO NBD-ADD-AFTER
           MOVE 'M' TO NBD-ADD-FREQ
           MOVE "BANK-LOAN-PENALTY-RUN" TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-LOAN-COLLATERAL-REVIEW" TO NBD-ADD-PROGRAM
           MOVE "BANK-LOAN-PROVISION-RUN" TO NBD-ADD-AFTER
           MOVE 'M' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-BILLS-REMITTANCE" TO NBD-ADD-PROGRAM
           MOVE "BANK-LOAN-COLLATERAL-REVIEW" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-ESCHEAT-RUN" TO NBD-ADD-PROGRAM
           MOVE "BANK-BILLS-REMITTANCE" TO NBD-ADD-AFTER
           MOVE 'Y' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-DEPOSIT-INSURANCE" TO NBD-ADD-PROGRAM
           MOVE "BANK-ESCHEAT-RUN" TO NBD-ADD-AFTER
           MOVE 'M' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-TAX-CERTIFICATES" TO NBD-ADD-PROGRAM
           MOVE "BANK-DEPOSIT-INSURANCE" TO NBD-ADD-AFTER
           MOVE 'Y' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-FX-REVALUATION" TO NBD-ADD-PROGRAM
           MOVE "BANK-TAX-CERTIFICATES" TO NBD-ADD-AFTER
           MOVE 'M' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "POS-LAYAWAY-EXPIRY" TO NBD-ADD-PROGRAM
           MOVE "BANK-FX-REVALUATION" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-SCHOOL-COLLECTIONS" TO NBD-ADD-PROGRAM
           MOVE "POS-LAYAWAY-EXPIRY" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "CROSS-SYSTEM-RECON" TO NBD-ADD-PROGRAM
           MOVE "BANK-SCHOOL-COLLECTIONS" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'Y' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "SOD-CONFLICT-REPORT" TO NBD-ADD-PROGRAM
           MOVE "CROSS-SYSTEM-RECON" TO NBD-ADD-AFTER
           MOVE 'M' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "SALES-GL-POST" TO NBD-ADD-PROGRAM
           MOVE "SOD-CONFLICT-REPORT" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BANK-GL-POST" TO NBD-ADD-PROGRAM
           MOVE "SALES-GL-POST" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "GL-POST-BATCHES" TO NBD-ADD-PROGRAM
           MOVE "BANK-GL-POST" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "BUSINESS-DATE-ROLL" TO NBD-ADD-PROGRAM
           MOVE "GL-POST-BATCHES" TO NBD-ADD-AFTER
           MOVE 'D' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'Y' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           MOVE "YEAR-END-ROLLOVER" TO NBD-ADD-PROGRAM
           MOVE "BUSINESS-DATE-ROLL" TO NBD-ADD-AFTER
           MOVE 'N' TO NBD-ADD-FREQ
           MOVE SPACES TO NBD-ADD-DEPENDS
           MOVE 'N' TO NBD-ADD-MANDATORY
           PERFORM ADD-STANDARD-STEP
           IF NBD-ADDED > 0
              PERFORM REWRITE-SCHEDULE
              DISPLAY "SCHEDULE UPDATED - " NBD-ADDED
                 " STANDARD STEP(S) ADDED"
           END-IF.
           EXIT.

      ***** ADD ONE STANDARD STEP IF THE SCHEDULE DOES NOT RUN IT YET;
      ***** A STEP ALREADY ON FILE THAT WAITS ON NOTHING IS TIED TO A
      ***** STANDARD PREDECESSOR THAT HAS ONLY JUST BEEN ADDED
       ADD-STANDARD-STEP.
           MOVE NBD-ADD-PROGRAM TO NBD-FIND-PROGRAM
           PERFORM FIND-SCHEDULED-PROGRAM
           IF NBD-FOUND-AT > 0
              MOVE NBD-FOUND-AT TO NBD-IDX
              IF NBD-T-DEP-PROG(NBD-IDX) = SPACES
                 AND NBD-ADD-DEPENDS NOT = SPACES
                 MOVE NBD-ADD-DEPENDS TO NBD-FIND-PROGRAM
                 PERFORM FIND-SCHEDULED-PROGRAM
                 IF NBD-FOUND-AT > 0
                    IF NBD-T-ADDED(NBD-FOUND-AT) = 'Y'
                       MOVE NBD-ADD-DEPENDS
                          TO NBD-T-DEP-PROG(NBD-IDX)
                    END-IF
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NBD-STEP-COUNT NOT < 30
              DISPLAY "SCHEDULE FULL - " NBD-ADD-PROGRAM " NOT ADDED"
              EXIT PARAGRAPH
           END-IF
      ***** NO PREDECESSOR ON FILE PUTS THE STEP AT THE END
           MOVE 1 TO NBD-INS-AT
           IF NBD-ADD-AFTER NOT = SPACES
              MOVE NBD-ADD-AFTER TO NBD-FIND-PROGRAM
              PERFORM FIND-SCHEDULED-PROGRAM
              IF NBD-FOUND-AT > 0
                 COMPUTE NBD-INS-AT = NBD-FOUND-AT + 1
              ELSE
                 COMPUTE NBD-INS-AT = NBD-STEP-COUNT + 1
              END-IF
           END-IF
           PERFORM VARYING NBD-IDX FROM NBD-STEP-COUNT BY -1
               UNTIL NBD-IDX < NBD-INS-AT
              MOVE NBD-STEP-ENTRY(NBD-IDX)
                 TO NBD-STEP-ENTRY(NBD-IDX + 1)
           END-PERFORM
           MOVE 0 TO NBD-T-STEP(NBD-INS-AT)
           MOVE NBD-ADD-PROGRAM TO NBD-T-PROGRAM(NBD-INS-AT)
           MOVE NBD-ADD-FREQ TO NBD-T-FREQ(NBD-INS-AT)
           MOVE 0 TO NBD-T-DEPENDS(NBD-INS-AT)
           MOVE 'Y' TO NBD-T-ENABLED(NBD-INS-AT)
           MOVE NBD-ADD-MANDATORY TO NBD-T-MANDATORY(NBD-INS-AT)
           MOVE SPACE TO NBD-T-OUTCOME(NBD-INS-AT)
           MOVE NBD-ADD-DEPENDS TO NBD-T-DEP-PROG(NBD-INS-AT)
           MOVE 'Y' TO NBD-T-ADDED(NBD-INS-AT)
           ADD 1 TO NBD-STEP-COUNT
           ADD 1 TO NBD-ADDED
           DISPLAY "ADDED " NBD-ADD-PROGRAM " TO THE SCHEDULE".
           EXIT.

       FIND-SCHEDULED-PROGRAM.
           MOVE 0 TO NBD-FOUND-AT
           PERFORM VARYING NBD-IDX2 FROM 1 BY 1
               UNTIL NBD-IDX2 > NBD-STEP-COUNT OR NBD-FOUND-AT > 0
              IF NBD-T-PROGRAM(NBD-IDX2) = NBD-FIND-PROGRAM
                 MOVE NBD-IDX2 TO NBD-FOUND-AT
              END-IF
           END-PERFORM.
           EXIT.

      ***** NUMBER THE STEPS IN TABLE ORDER AND POINT EACH DEPENDENCY
      ***** AT THE NEW STEP NUMBER OF THE PROGRAM IT WAITS ON
       REWRITE-SCHEDULE.
           OPEN OUTPUT BATCH-SCHEDULE
           PERFORM VARYING NBD-IDX FROM 1 BY 1
               UNTIL NBD-IDX > NBD-STEP-COUNT
              MOVE NBD-IDX TO BSC-STEP
              MOVE NBD-T-PROGRAM(NBD-IDX) TO BSC-PROGRAM
              MOVE NBD-T-FREQ(NBD-IDX) TO BSC-FREQ
              MOVE 0 TO BSC-DEPENDS
              IF NBD-T-DEP-PROG(NBD-IDX) NOT = SPACES
                 MOVE NBD-T-DEP-PROG(NBD-IDX) TO NBD-FIND-PROGRAM
                 PERFORM FIND-SCHEDULED-PROGRAM
                 MOVE NBD-FOUND-AT TO BSC-DEPENDS
              END-IF
              MOVE BSC-STEP TO NBD-T-STEP(NBD-IDX)
              MOVE BSC-DEPENDS TO NBD-T-DEPENDS(NBD-IDX)
              MOVE NBD-T-ENABLED(NBD-IDX) TO BSC-ENABLED
              MOVE NBD-T-MANDATORY(NBD-IDX) TO BSC-MANDATORY
              WRITE BATCH-SCHEDULE-REC
           END-PERFORM
           CLOSE BATCH-SCHEDULE.
           EXIT.

       SEED-DEFAULT-SCHEDULE.
           OPEN OUTPUT BATCH-SCHEDULE
      ***** THE INTEGRITY CHECK RUNS FIRST SO A BROKEN LINK INTO THE
      ***** LEDGER KEEPS THE STEPS THAT MOVE MONEY FROM RUNNING
           MOVE 01 TO BSC-STEP
           MOVE "REF-INTEGRITY-CHECK" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'Y' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 02 TO BSC-STEP
           MOVE "COBOL-QUIZ-4-BATCH" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'Y' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 03 TO BSC-STEP
           MOVE "FHSEQ_CELTOFAH-BATCH" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 04 TO BSC-STEP
           MOVE "FHSEQ-CIRCLEAREAANDCIRCUM-BATCH" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 05 TO BSC-STEP
           MOVE "FHEXPORT-LEDGERPAYROLL" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 01 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 06 TO BSC-STEP
           MOVE "BANK-STANDING-ORDER-RUN" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 01 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'Y' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 07 TO BSC-STEP
           MOVE "BANK-TIMEDEP-MATURITY" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 06 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'Y' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 08 TO BSC-STEP
           MOVE "BANK-DORMANCY-SWEEP" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 06 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 09 TO BSC-STEP
           MOVE "POS-PRICE-APPLY" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 10 TO BSC-STEP
           MOVE "BANK-LOAN-PENALTY-RUN" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 11 TO BSC-STEP
           MOVE "BANK-LOAN-PROVISION-RUN" TO BSC-PROGRAM
           MOVE 'M' TO BSC-FREQ
           MOVE 10 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 12 TO BSC-STEP
           MOVE "BANK-LOAN-COLLATERAL-REVIEW" TO BSC-PROGRAM
           MOVE 'M' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 13 TO BSC-STEP
           MOVE "BANK-BILLS-REMITTANCE" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 14 TO BSC-STEP
           MOVE "BANK-ESCHEAT-RUN" TO BSC-PROGRAM
           MOVE 'Y' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 15 TO BSC-STEP
           MOVE "BANK-DEPOSIT-INSURANCE" TO BSC-PROGRAM
           MOVE 'M' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 16 TO BSC-STEP
           MOVE "BANK-TAX-CERTIFICATES" TO BSC-PROGRAM
           MOVE 'Y' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 17 TO BSC-STEP
           MOVE "BANK-FX-REVALUATION" TO BSC-PROGRAM
           MOVE 'M' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 18 TO BSC-STEP
           MOVE "POS-LAYAWAY-EXPIRY" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 19 TO BSC-STEP
           MOVE "BANK-SCHOOL-COLLECTIONS" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 20 TO BSC-STEP
           MOVE "CROSS-SYSTEM-RECON" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'Y' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 21 TO BSC-STEP
           MOVE "SOD-CONFLICT-REPORT" TO BSC-PROGRAM
           MOVE 'M' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
      ***** THE DAY'S FEEDER BATCHES GO TO THE LEDGER BEFORE THE
      ***** BUSINESS DATE ROLLS
           MOVE 22 TO BSC-STEP
           MOVE "SALES-GL-POST" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 23 TO BSC-STEP
           MOVE "BANK-GL-POST" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 24 TO BSC-STEP
           MOVE "GL-POST-BATCHES" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 25 TO BSC-STEP
           MOVE "BUSINESS-DATE-ROLL" TO BSC-PROGRAM
           MOVE 'D' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'Y' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           MOVE 26 TO BSC-STEP
           MOVE "YEAR-END-ROLLOVER" TO BSC-PROGRAM
           MOVE 'N' TO BSC-FREQ
           MOVE 00 TO BSC-DEPENDS
           MOVE 'Y' TO BSC-ENABLED
           MOVE 'N' TO BSC-MANDATORY
           WRITE BATCH-SCHEDULE-REC
           CLOSE BATCH-SCHEDULE
           PERFORM LOAD-SCHEDULE.
           EXIT.
       MARK-ALREADY-CLEAN.
           PERFORM VARYING NBD-IDX FROM 1 BY 1
               UNTIL NBD-IDX > NBD-STEP-COUNT
              MOVE BDT-DATE TO NBD-CHECK-DATE
              PERFORM CHECK-STEP-OUTCOME
              IF NBD-SEEN-E = 1 AND NBD-STEP-OK = 1
                 MOVE 'O' TO NBD-T-OUTCOME(NBD-IDX)
      ***** DEPENDENCY'S OUTCOME, AND THE MANDATORY-FAILURE GUARD
      ***** IN FRONT OF THE DATE ROLL
       RUN-ONE-STEP.
           MOVE BDT-DATE TO NBD-CHECK-DATE
           IF NBD-T-OUTCOME(NBD-IDX) = 'O'
              DISPLAY "STEP " NBD-T-STEP(NBD-IDX)
                 " ALREADY CLEAN - SKIPPED"
              ADD 1 TO NBD-SKIPPED
              EXIT PARAGRAPH
           END-IF
      ***** YEAR-END STEPS RUN ON THE DECEMBER MONTH-END DATE
           IF NBD-T-FREQ(NBD-IDX) = 'Y' AND BDT-DATE(5:4) NOT = "1228"
              MOVE 'S' TO NBD-T-OUTCOME(NBD-IDX)
              ADD 1 TO NBD-SKIPPED
              EXIT PARAGRAPH
           END-IF
      ***** NEW-YEAR STEPS FOLLOW THE ROLL AND GO BY THE DATE IT SET
           IF NBD-T-FREQ(NBD-IDX) = 'N'
              PERFORM READ-ROLLED-DATE
              IF NBD-CHECK-DATE(5:2) NOT = "01"
                 MOVE 'S' TO NBD-T-OUTCOME(NBD-IDX)
                 ADD 1 TO NBD-SKIPPED
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF NBD-T-DEPENDS(NBD-IDX) > 0
              MOVE 0 TO NBD-DEP-OK
           END-READ
           PERFORM UNTIL NBD-EOF-FLAG = 1
              IF RC-PROGRAM = NBD-T-PROGRAM(NBD-IDX)(1:24) AND
                 RC-BUSDATE = NBD-CHECK-DATE AND RC-TYPE = 'E'
                 MOVE 1 TO NBD-SEEN-E
                 IF RC-STATUS = "OK  "
                    MOVE 1 TO NBD-STEP-OK
           CLOSE RUN-CONTROL.
           EXIT.

      ***** THE BUSINESS DATE AS IT STANDS ON FILE NOW, WHICH AFTER
      ***** THE ROLL IS THE NEXT DAY; THE WINDOW ITSELF KEEPS
      ***** WORKING TO THE DATE IT STARTED ON
       READ-ROLLED-DATE.
           MOVE 0 TO BDT-EOF
           OPEN EXTEND BUSINESS-DATE
           CLOSE BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE
           READ BUSINESS-DATE
              AT END MOVE 1 TO BDT-EOF
           END-READ
           CLOSE BUSINESS-DATE
           IF BDT-EOF = 0
              MOVE BD-DATE TO NBD-CHECK-DATE
           END-IF.
           EXIT.


      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE DATE WHEN NO
