      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: APRIL 22, 2024
      * Purpose: MAINTAIN THE BILLER MASTER FOR TELLER BILLS PAYMENT
      *          (ADD / DEACTIVATE / LIST)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-BILLER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-MASTER ASSIGN TO
           "C:\cobol_project\BillerMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BILLER-MASTER-TEMP ASSIGN TO
           "C:\cobol_project\BillerMasterTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
       DATA DIVISION.
       FILE SECTION.
      ***** ONE COLLECTING BILLER PER RECORD. THE SUBSCRIBER
      ***** REFERENCE MUST BE EXACTLY BLR-REF-LEN CHARACTERS, ALL
      ***** DIGITS WHEN BLR-REF-TYPE IS 'N', AND START WITH
      ***** BLR-REF-PREFIX WHEN ONE IS GIVEN. COLLECTIONS ARE PAID
      ***** OVER TO BLR-SETTLE-ACCT ON THE LEDGER AT END OF DAY
       FD BILLER-MASTER.
       01 BILLER-MASTER-REC.
          05 BLR-CODE PIC X(5).
          05 BLR-NAME PIC X(20).
          05 BLR-REF-LEN PIC 9(2).
          05 BLR-REF-TYPE PIC X(01).
          05 BLR-REF-PREFIX PIC X(4).
          05 BLR-FEE PIC 9(3)V9(2).
          05 BLR-SETTLE-ACCT PIC X(5).
          05 BLR-ACTIVE PIC X(01).
       FD BILLER-MASTER-TEMP.
       01 TEMP-BILLER-MASTER-REC PIC X(43).
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       WORKING-STORAGE SECTION.
      ********** MAINTENANCE WORK FIELDS
       01 BLM-SEQ.
          05 BLM-MODE PIC X(01).
          05 BLM-CODE PIC X(5).
          05 BLM-NAME PIC X(20).
          05 BLM-REF-LENIN PIC X(2).
          05 BLM-REF-LEN PIC 9(2).
          05 BLM-REF-TYPE PIC X(01).
          05 BLM-REF-PREFIX PIC X(4).
          05 BLM-FEEIN PIC X(6).
          05 BLM-FEE PIC 9(3)V9(2).
          05 BLM-FEEDIS PIC ZZ9.99.
          05 BLM-SETTLE-ACCT PIC X(5).
          05 BLM-EOF-FLAG PIC 9 VALUE 0.
          05 BLM-FOUND-FLAG PIC 9 VALUE 0.
          05 BLM-COUNT PIC 9(3) VALUE 0.
          05 BLM-OPERATOR PIC X(5).
          05 BLM-OLD-ACTIVE PIC X(01).
      ***** BEFORE/AFTER HANDOVER FOR THE SHARED MASTER-FILE AUDIT
       01 MAL-PARM.
          05 MAL-P-FILE PIC X(20) VALUE "BillerMaster.dat".
          05 MAL-P-KEY PIC X(16).
          05 MAL-P-FIELD PIC X(16).
          05 MAL-P-BEFORE PIC X(30).
          05 MAL-P-AFTER PIC X(30).
          05 MAL-P-OPERATOR PIC X(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BILLER MASTER MAINTENANCE".
           DISPLAY "[1] LIST BILLERS".
           DISPLAY "[2] ADD A BILLER".
           DISPLAY "[3] DEACTIVATE A BILLER".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT BLM-MODE.

           EVALUATE BLM-MODE
              WHEN '1'
                 PERFORM LIST-BILLERS
              WHEN '2'
                 PERFORM ADD-BILLER
              WHEN '3'
                 PERFORM DEACTIVATE-BILLER
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE.
           GOBACK.

       LIST-BILLERS.
           MOVE 0 TO BLM-EOF-FLAG
           MOVE 0 TO BLM-COUNT
           OPEN EXTEND BILLER-MASTER
           CLOSE BILLER-MASTER
           OPEN INPUT BILLER-MASTER
           READ BILLER-MASTER
              AT END MOVE 1 TO BLM-EOF-FLAG
           END-READ
           PERFORM UNTIL BLM-EOF-FLAG = 1
              ADD 1 TO BLM-COUNT
              MOVE BLR-FEE TO BLM-FEEDIS
              DISPLAY BLR-CODE " " BLR-NAME "  REF " BLR-REF-LEN
                 BLR-REF-TYPE " " BLR-REF-PREFIX "  FEE " BLM-FEEDIS
                 "  SETTLE " BLR-SETTLE-ACCT "  ACTIVE " BLR-ACTIVE
              READ BILLER-MASTER
                 AT END MOVE 1 TO BLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILLER-MASTER
           DISPLAY "BILLERS ON FILE: " BLM-COUNT.
           EXIT.

      ***** THE CODE MUST BE NEW AND THE SETTLEMENT ACCOUNT MUST
      ***** ALREADY BE OPEN ON THE LEDGER
       ADD-BILLER.
           DISPLAY "BILLER CODE:                " WITH NO ADVANCING.
           ACCEPT BLM-CODE.
           PERFORM LOOKUP-BILLER
           IF BLM-FOUND-FLAG = 1
              DISPLAY "BILLER " BLM-CODE " IS ALREADY ON FILE"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "BILLER NAME:                " WITH NO ADVANCING.
           ACCEPT BLM-NAME.
           DISPLAY "REFERENCE LENGTH (1-20):    " WITH NO ADVANCING.
           ACCEPT BLM-REF-LENIN.
           MOVE BLM-REF-LENIN TO BLM-REF-LEN.
           IF BLM-REF-LEN < 1 OR BLM-REF-LEN > 20
              DISPLAY "LENGTH MUST BE 1 THROUGH 20 - BILLER NOT ADDED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "[N]UMERIC OR [A]LPHANUMERIC: " WITH NO ADVANCING.
           ACCEPT BLM-REF-TYPE.
           IF BLM-REF-TYPE = 'n'
              MOVE 'N' TO BLM-REF-TYPE
           END-IF.
           IF BLM-REF-TYPE = 'a'
              MOVE 'A' TO BLM-REF-TYPE
           END-IF.
           IF BLM-REF-TYPE NOT = 'N' AND BLM-REF-TYPE NOT = 'A'
              DISPLAY "INVALID REFERENCE TYPE - BILLER NOT ADDED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "REQUIRED PREFIX (OR BLANK): " WITH NO ADVANCING.
           ACCEPT BLM-REF-PREFIX.
           DISPLAY "FEE PER PAYMENT:            " WITH NO ADVANCING.
           ACCEPT BLM-FEEIN.
           MOVE BLM-FEEIN TO BLM-FEE.
           DISPLAY "SETTLEMENT ACCOUNT:         " WITH NO ADVANCING.
           ACCEPT BLM-SETTLE-ACCT.
           PERFORM VERIFY-SETTLEMENT-ACCOUNT
           IF BLM-FOUND-FLAG = 0
              DISPLAY "ACCOUNT " BLM-SETTLE-ACCT
                 " NOT OPEN ON THE LEDGER - BILLER NOT ADDED"
              EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND BILLER-MASTER
           MOVE BLM-CODE TO BLR-CODE
           MOVE BLM-NAME TO BLR-NAME
           MOVE BLM-REF-LEN TO BLR-REF-LEN
           MOVE BLM-REF-TYPE TO BLR-REF-TYPE
           MOVE BLM-REF-PREFIX TO BLR-REF-PREFIX
           MOVE BLM-FEE TO BLR-FEE
           MOVE BLM-SETTLE-ACCT TO BLR-SETTLE-ACCT
           MOVE 'Y' TO BLR-ACTIVE
           WRITE BILLER-MASTER-REC
           CLOSE BILLER-MASTER
           DISPLAY "BILLER ADDED".
           EXIT.

      ***** DEACTIVATING STOPS NEW COLLECTIONS; PAYMENTS ALREADY
      ***** TAKEN ARE STILL REMITTED BY THE END-OF-DAY RUN
       DEACTIVATE-BILLER.
           DISPLAY "BILLER CODE TO DEACTIVATE: " WITH NO ADVANCING.
           ACCEPT BLM-CODE.
           DISPLAY "YOUR OPERATOR ID:          " WITH NO ADVANCING.
           ACCEPT BLM-OPERATOR.

           MOVE 0 TO BLM-FOUND-FLAG
           MOVE 0 TO BLM-EOF-FLAG
           OPEN EXTEND BILLER-MASTER
           CLOSE BILLER-MASTER
           OPEN INPUT BILLER-MASTER
           OPEN OUTPUT BILLER-MASTER-TEMP
           READ BILLER-MASTER
              AT END MOVE 1 TO BLM-EOF-FLAG
           END-READ
           PERFORM UNTIL BLM-EOF-FLAG = 1
              IF BLR-CODE = BLM-CODE AND BLR-ACTIVE = 'Y'
                 MOVE 1 TO BLM-FOUND-FLAG
                 MOVE BLR-ACTIVE TO BLM-OLD-ACTIVE
                 MOVE 'N' TO BLR-ACTIVE
              END-IF
              WRITE TEMP-BILLER-MASTER-REC FROM BILLER-MASTER-REC
              READ BILLER-MASTER
                 AT END MOVE 1 TO BLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILLER-MASTER
           CLOSE BILLER-MASTER-TEMP

           OPEN OUTPUT BILLER-MASTER
           OPEN INPUT BILLER-MASTER-TEMP
           MOVE 0 TO BLM-EOF-FLAG
           READ BILLER-MASTER-TEMP
              AT END MOVE 1 TO BLM-EOF-FLAG
           END-READ
           PERFORM UNTIL BLM-EOF-FLAG = 1
              WRITE BILLER-MASTER-REC FROM TEMP-BILLER-MASTER-REC
              READ BILLER-MASTER-TEMP
                 AT END MOVE 1 TO BLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILLER-MASTER
           CLOSE BILLER-MASTER-TEMP

           IF BLM-FOUND-FLAG = 1
              MOVE BLM-CODE TO MAL-P-KEY
              MOVE BLM-OPERATOR TO MAL-P-OPERATOR
              MOVE "ACTIVE" TO MAL-P-FIELD
              MOVE BLM-OLD-ACTIVE TO MAL-P-BEFORE
              MOVE 'N' TO MAL-P-AFTER
              CALL "MASTER-AUDIT-LOG" USING MAL-PARM
              DISPLAY "BILLER " BLM-CODE " DEACTIVATED"
           ELSE
              DISPLAY "NO ACTIVE BILLER WITH THAT CODE"
           END-IF.
           EXIT.

       LOOKUP-BILLER.
           MOVE 0 TO BLM-FOUND-FLAG
           MOVE 0 TO BLM-EOF-FLAG
           OPEN EXTEND BILLER-MASTER
           CLOSE BILLER-MASTER
           OPEN INPUT BILLER-MASTER
           READ BILLER-MASTER
              AT END MOVE 1 TO BLM-EOF-FLAG
           END-READ
           PERFORM UNTIL BLM-EOF-FLAG = 1
              IF BLR-CODE = BLM-CODE
                 MOVE 1 TO BLM-FOUND-FLAG
              END-IF
              READ BILLER-MASTER
                 AT END MOVE 1 TO BLM-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE BILLER-MASTER.
           EXIT.

      ***** DIRECT KEYED READ; A FROZEN OR CLOSED ACCOUNT CANNOT
      ***** RECEIVE THE BILLER'S SETTLEMENTS
       VERIFY-SETTLEMENT-ACCOUNT.
           MOVE 0 TO BLM-FOUND-FLAG
           OPEN INPUT BANKLEDGER
           MOVE BLM-SETTLE-ACCT TO LEDG-BANKNUM
           READ BANKLEDGER
              INVALID KEY
                 MOVE 0 TO BLM-FOUND-FLAG
              NOT INVALID KEY
                 IF LEDG-STATUS NOT = 'F' AND LEDG-STATUS NOT = 'C'
                    MOVE 1 TO BLM-FOUND-FLAG
                 END-IF
           END-READ
           CLOSE BANKLEDGER.
           EXIT.

       END PROGRAM BANK-BILLER-MAINT.
