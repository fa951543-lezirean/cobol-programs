          05 CJ-UNITS PIC 9(4).
          05 CJ-TOTALSALES PIC 9(5)V9(2).
          05 CJ-COMM PIC 9(5)V9(2).
      ***** S=MONTH-END RUN, C=CLAWBACK ON A RETURN, BLANK=KEYED
          05 CJ-TYPE PIC X(01).
          05 CJ-ORDER-NUM PIC 9(4).
       FD SALESMAN-MASTER.
       01 MASTER-SALESMAN-REC.
          05 MAST-SALESMANNUM PIC X(4).
          05 CST-FOUND PIC 9 VALUE 0.
          05 CST-COUNT PIC 9(4) VALUE 0.
          05 CST-MONTH-TOTAL PIC 9(7)V9(2) VALUE 0.
          05 CST-CLAW-TOTAL PIC 9(7)V9(2) VALUE 0.
          05 CST-MAST-COMM PIC 9(7)V9(2) VALUE 0.
          05 CST-MAST-NAME PIC X(10).
      ***** RE-ADDED TOTALS FOR THE READ-SIDE TRAILER CHECK
          05 CST-DET-SALES PIC ZZ,ZZ9.99.
          05 FILLER PIC X(7) VALUE "  COMM ".
          05 CST-DET-COMM PIC ZZ,ZZ9.99.
       01 CST-CLAW-LINE.
          05 CST-CL-DATE PIC X(8).
          05 FILLER PIC X(8) VALUE "  UNITS ".
          05 CST-CL-UNITS PIC ZZZ9.
          05 FILLER PIC X(8) VALUE "  SALES ".
          05 CST-CL-SALES PIC ZZ,ZZ9.99.
          05 FILLER PIC X(7) VALUE "  COMM ".
          05 CST-CL-COMM PIC ZZ,ZZ9.99.
          05 FILLER PIC X(17) VALUE "-  CLAWBACK ORDER".
          05 FILLER PIC X(1) VALUE SPACE.
          05 CST-CL-ORDER PIC 9(4).
       01 CST-LESS-LINE.
          05 FILLER PIC X(24) VALUE "LESS RETURN CLAWBACKS:  ".
          05 CST-LESS-CLAW PIC ZZZ,ZZ9.99.
       01 CST-BRACKET-LINE.
          05 FILLER PIC X(12) VALUE "   BRACKETS ".
          05 FILLER PIC X(5) VALUE "10PC ".
           PERFORM UNTIL CST-EOF-FLAG = 1
              IF CJ-SALESMANNUM = CST-SALESMAN AND
                 CJ-DATE(1:6) = CST-MONTH
                 IF CJ-TYPE = 'C'
                    PERFORM STATEMENT-ONE-CLAWBACK
                 ELSE
                    PERFORM STATEMENT-ONE-SALE
                 END-IF
              END-IF
              READ COMMISSION-JOURNAL
                 AT END MOVE 1 TO CST-EOF-FLAG
           END-PERFORM
           CLOSE COMMISSION-JOURNAL

      ***** CLAWBACKS BOOKED IN THE MONTH COME OFF WHAT IT PAYS
           IF CST-CLAW-TOTAL > 0
              MOVE CST-CLAW-TOTAL TO CST-LESS-CLAW
              WRITE COMM-STATEMENT-REC FROM CST-LESS-LINE
              IF CST-CLAW-TOTAL > CST-MONTH-TOTAL
                 MOVE 0 TO CST-MONTH-TOTAL
              ELSE
                 SUBTRACT CST-CLAW-TOTAL FROM CST-MONTH-TOTAL
              END-IF
           END-IF
           MOVE CST-MONTH-TOTAL TO CST-TOT-MONTH
           MOVE CST-MAST-COMM TO CST-TOT-MAST
           WRITE COMM-STATEMENT-REC FROM CST-TOTAL-LINE
           WRITE COMM-STATEMENT-REC FROM CST-BRACKET-LINE.
           EXIT.

      ***** A RETURNED LINE OF AN EARLIER SALE; THE COMMISSION IT
      ***** EARNED IS TAKEN BACK IN THE MONTH OF THE RETURN
       STATEMENT-ONE-CLAWBACK.
           ADD CJ-COMM TO CST-CLAW-TOTAL
           MOVE CJ-DATE TO CST-CL-DATE
           MOVE CJ-UNITS TO CST-CL-UNITS
           MOVE CJ-TOTALSALES TO CST-CL-SALES
           MOVE CJ-COMM TO CST-CL-COMM
           MOVE CJ-ORDER-NUM TO CST-CL-ORDER
           WRITE COMM-STATEMENT-REC FROM CST-CLAW-LINE.
           EXIT.

       LOOKUP-MASTER.
           MOVE 0 TO CST-FOUND
           MOVE 0 TO CST-EOF-FLAG
