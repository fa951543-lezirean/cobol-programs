         ASSIGN TO "C:\cobol_project\BankEnrollment.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT DISBURSE-STATUS
         ASSIGN TO "C:\cobol_project\DisburseStatus.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT DENOM-REPORT
         ASSIGN TO "C:\cobol_project\DenominationReport.dat"
         ORGANIZATION IS LINE SEQUENTIAL
       01 BANK-ENROLLMENT-REC.
          05 BE-EMPID PIC X(5).
          05 BE-EXT-ACCT PIC X(16).
      ***** A BOUNCED BANK CREDIT RE-DISBURSED IN CASH (STATUS C)
      ***** GETS AN ENVELOPE EVEN THOUGH THE EMPLOYEE IS ENROLLED
       FD DISBURSE-STATUS.
       01 DISBURSE-STATUS-REC.
          05 DST-EMPID PIC X(5).
          05 DST-PERIOD PIC X(6).
          05 DST-HALF PIC X(01).
          05 DST-ACCT PIC X(16).
          05 DST-NET PIC 9(8)V9(2).
          05 DST-STATUS PIC X(01).
          05 DST-RETURN-DATE PIC X(8).
          05 DST-REASON PIC X(20).
          05 DST-FIX-DATE PIC X(8).
          05 DST-FIX-REF PIC X(5).
       FD DENOM-REPORT.
       01 DENOM-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
                 (WS-DEN-PERIOD = SPACES OR
                  EMP-PERIOD = WS-DEN-PERIOD)
                 PERFORM CHECK-EXT-ENROLLMENT
                 IF WS-DEN-EXT = 1
                    PERFORM CHECK-CASH-REDISBURSE
                 END-IF
                 IF WS-DEN-EXT = 0
                    PERFORM BREAK-ONE-ENVELOPE
                 END-IF
           CLOSE BANK-ENROLLMENT.
           EXIT.

      ***** ...UNLESS THE BANK RETURNED THIS PERIOD'S CREDIT AND IT
      ***** WAS RE-DISBURSED IN CASH
       CHECK-CASH-REDISBURSE.
           MOVE 0 TO WS-DEN-EXT-EOF
           OPEN EXTEND DISBURSE-STATUS
           CLOSE DISBURSE-STATUS
           OPEN INPUT DISBURSE-STATUS
           READ DISBURSE-STATUS
              AT END MOVE 1 TO WS-DEN-EXT-EOF
           END-READ
           PERFORM UNTIL WS-DEN-EXT-EOF = 1
              IF DST-EMPID = EMP-ID AND DST-PERIOD = EMP-PERIOD AND
                 DST-HALF = EMP-HALF AND DST-STATUS = 'C'
                 MOVE 0 TO WS-DEN-EXT
                 MOVE 1 TO WS-DEN-EXT-EOF
              ELSE
                 READ DISBURSE-STATUS
                    AT END MOVE 1 TO WS-DEN-EXT-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE DISBURSE-STATUS.
           EXIT.

      ***** GREEDY BREAKDOWN FROM THE LARGEST BILL DOWN TO COINS
       BREAK-ONE-ENVELOPE.
           ADD 1 TO WS-DEN-COUNT
