          05 CJ-UNITS PIC 9(4).
          05 CJ-TOTALSALES PIC 9(5)V9(2).
          05 CJ-COMM PIC 9(5)V9(2).
      ***** S=MONTH-END RUN, C=CLAWBACK ON A RETURN, BLANK=KEYED
          05 CJ-TYPE PIC X(01).
          05 CJ-ORDER-NUM PIC 9(4).
       FD ATTAINMENT-REPORT.
       01 ATTAINMENT-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
             10 QTA-T-NUM PIC X(4).
             10 QTA-T-NAME PIC X(10).
             10 QTA-T-QUOTA PIC 9(7).
             10 QTA-T-UNITS PIC S9(7).
             10 QTA-T-SALES PIC S9(9)V9(2).
             10 QTA-T-PCT PIC 9(5)V9(2).
             10 QTA-T-YTD-UNITS PIC S9(8).
       01 QTA-COUNT PIC 9(2) VALUE 0.
       01 QTA-IDX PIC 9(2).
       01 QTA-IDX2 PIC 9(2).
          05 QTA-S-NUM PIC X(4).
          05 QTA-S-NAME PIC X(10).
          05 QTA-S-QUOTA PIC 9(7).
          05 QTA-S-UNITS PIC S9(7).
          05 QTA-S-SALES PIC S9(9)V9(2).
          05 QTA-S-PCT PIC 9(5)V9(2).
          05 QTA-S-YTD-UNITS PIC S9(8).
      ********** REPORT LINE LAYOUTS
       01 QTA-HEAD-LINE.
          05 FILLER PIC X(31)
           PERFORM UNTIL QTA-EOF-FLAG = 1
              PERFORM VARYING QTA-IDX FROM 1 BY 1
                  UNTIL QTA-IDX > QTA-COUNT
                 IF QTA-T-NUM(QTA-IDX) = CJ-SALESMANNUM AND
                    CJ-TYPE = 'C'
                    IF CJ-DATE(1:6) = QTA-MONTH
                       SUBTRACT CJ-UNITS FROM QTA-T-UNITS(QTA-IDX)
                       SUBTRACT CJ-TOTALSALES FROM QTA-T-SALES(QTA-IDX)
                    END-IF
                    IF CJ-DATE(1:4) = QTA-YEAR AND
                       CJ-DATE(1:6) <= QTA-MONTH
                       SUBTRACT CJ-UNITS FROM QTA-T-YTD-UNITS(QTA-IDX)
                    END-IF
                 END-IF
                 IF QTA-T-NUM(QTA-IDX) = CJ-SALESMANNUM AND
                    CJ-TYPE NOT = 'C'
                    IF CJ-DATE(1:6) = QTA-MONTH
                       ADD CJ-UNITS TO QTA-T-UNITS(QTA-IDX)
                       ADD CJ-TOTALSALES TO QTA-T-SALES(QTA-IDX)
                 AT END MOVE 1 TO QTA-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE COMMISSION-JOURNAL

      ***** RETURNS CAN TAKE BACK NO MORE THAN WAS SOLD
           PERFORM VARYING QTA-IDX FROM 1 BY 1
               UNTIL QTA-IDX > QTA-COUNT
              IF QTA-T-UNITS(QTA-IDX) < 0
                 MOVE 0 TO QTA-T-UNITS(QTA-IDX)
              END-IF
              IF QTA-T-SALES(QTA-IDX) < 0
                 MOVE 0 TO QTA-T-SALES(QTA-IDX)
              END-IF
              IF QTA-T-YTD-UNITS(QTA-IDX) < 0
                 MOVE 0 TO QTA-T-YTD-UNITS(QTA-IDX)
              END-IF
           END-PERFORM.
           EXIT.

       RANK-BY-PCT.
