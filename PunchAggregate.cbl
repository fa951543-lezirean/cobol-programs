           "C:\cobol_project\TardinessReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHIFT-ROSTER ASSIGN TO
           "C:\cobol_project\ShiftRoster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT SHIFT-SWAPS ASSIGN TO
           "C:\cobol_project\ShiftSwaps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PUNCH-LOG.
          05 TP-HABITUAL-COUNT PIC 9(2).
       FD TARDINESS-REPORT.
       01 TARDINESS-REPORT-REC PIC X(70).
      ***** ONE ROW PER EMPLOYEE PER ROSTERED DATE: SHIFT CODE, START
      ***** AND END (HHMM), AND Y WHEN THE DATE IS A REST DAY
       FD SHIFT-ROSTER.
       01 SHIFT-ROSTER-REC.
          05 SRO-EMPID PIC X(5).
          05 SRO-DATE PIC X(8).
          05 SRO-SHIFT PIC X(4).
          05 SRO-START PIC X(4).
          05 SRO-END PIC X(4).
          05 SRO-REST PIC X(01).
      ***** APPROVED SWAPS: SWP-EMPID WORKS SWP-FOR-ID'S SHIFT
       FD SHIFT-SWAPS.
       01 SHIFT-SWAP-REC.
          05 SWP-DATE PIC X(8).
          05 SWP-EMPID PIC X(5).
          05 SWP-FOR-ID PIC X(5).
          05 SWP-APPROVER PIC X(5).
       WORKING-STORAGE SECTION.
      ********** CUTOFF WINDOW
       01 AGG-SEQ.
             10 AGG-EMP-NIGHT-MIN PIC 9(6).
             10 AGG-EMP-LATE-MIN PIC 9(6).
             10 AGG-EMP-LATE-CNT PIC 9(3).
             10 AGG-EMP-UNDER-MIN PIC 9(6).
       01 AGG-EMP-COUNT PIC 9(3) VALUE 0.
       01 AGG-EMP-IDX PIC 9(3).
       01 AGG-EMP-HIT PIC 9(3).
          05 AGG-TDY-CNT PIC ZZ9.
          05 FILLER PIC X(11) VALUE "  MINUTES: ".
          05 AGG-TDY-MIN PIC ZZZZ9.
          05 FILLER PIC X(12) VALUE "  UNDERTIME:".
          05 AGG-TDY-UNDER PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 AGG-TDY-FLAG PIC X(12).
      ********** THE ROSTER ROWS FALLING INSIDE THE CUTOFF; AN
      ********** EMPLOYEE NEVER ROSTERED AT ALL STAYS ON THE SHOP-WIDE
      ********** TARDINESS POLICY AND THE SUNDAY REST DAY
       01 AGG-RST-TABLE.
          05 AGG-RST-ENTRY OCCURS 1000 TIMES.
             10 AGG-RST-ID PIC X(5).
             10 AGG-RST-DATE PIC X(8).
             10 AGG-RST-SHIFT PIC X(4).
             10 AGG-RST-START PIC X(4).
             10 AGG-RST-END PIC X(4).
             10 AGG-RST-REST PIC X(01).
       01 AGG-RST-COUNT PIC 9(4) VALUE 0.
       01 AGG-RST-IDX PIC 9(4).
      ********** EVERY EMPLOYEE WITH A ROSTER ROW ON ANY DATE
       01 AGG-RSE-TABLE.
          05 AGG-RSE-ID PIC X(5) OCCURS 500 TIMES.
       01 AGG-RSE-COUNT PIC 9(4) VALUE 0.
       01 AGG-RSE-IDX PIC 9(4).
       01 AGG-RSE-HIT PIC 9 VALUE 0.
      ***** THE DAY BEING JUDGED AGAINST ITS ROSTER ROW (THE
      ***** EMPLOYEE'S OWN, OR THE ONE AN APPROVED SWAP TOOK OVER)
       01 AGG-ROSTER-DAY.
          05 AGG-RD-ROSTERED PIC 9 VALUE 0.
          05 AGG-RD-FOUND PIC 9 VALUE 0.
          05 AGG-RD-WORKDAY PIC 9 VALUE 0.
          05 AGG-RD-OFFSCHED PIC 9 VALUE 0.
          05 AGG-RD-FOR-ID PIC X(5).
          05 AGG-RD-SHIFT PIC X(4).
          05 AGG-RD-REST PIC X(01).
          05 AGG-RD-START-MIN PIC 9(4).
          05 AGG-RD-END-MIN PIC 9(4).
          05 AGG-RD-HH PIC 9(2).
          05 AGG-RD-MM PIC 9(2).
          05 AGG-RD-STD PIC 9(4).
          05 AGG-RD-DAY-START PIC 9(4).
          05 AGG-RD-SWP-EOF PIC 9 VALUE 0.
      ***** A TIME-IN MORE THAN TWO HOURS OFF THE ROSTERED START IS
      ***** A DIFFERENT SHIFT, NOT LATENESS
       01 AGG-OFFSCHED-MIN PIC 9(3) VALUE 120.
       01 AGG-UNDER-MINUTES PIC 9(5).
       01 AGG-TARDY-HEAD PIC X(50) VALUE
          "TARDINESS REPORT FOR THE CUTOFF".
      ********** OVERTIME AUTHORIZATION CONTROL
           DISPLAY "CUTOFF TO DATE (YYYYMMDD):   " WITH NO ADVANCING.
           ACCEPT AGG-TO-DATE.

           PERFORM LOAD-ROSTER.
           PERFORM COLLECT-PUNCHES.
           PERFORM TOTAL-EMPLOYEE-HOURS.
           PERFORM WRITE-TIMESHEET.
                 COMPUTE AGG-DAY-MINUTES =
                     (AGG-OUT-HH * 60 + AGG-OUT-MM) -
                     (AGG-IN-HH * 60 + AGG-IN-MM)
                 PERFORM FIND-ROSTER-DAY
                 PERFORM CLASSIFY-DAY-TYPE
                 PERFORM APPLY-ROSTER-SPAN
                 PERFORM DERIVE-LATE-MINUTES
                 PERFORM CAP-UNAUTHORIZED-OVERTIME
                 PERFORM DERIVE-NIGHT-MINUTES
                 PERFORM ADD-TO-EMPLOYEE-TOTAL
              END-IF
           END-PERFORM
           CLOSE PUNCH-EXCEPTIONS.
           EXIT.

      ***** THE CUTOFF'S ROSTER ROWS, HELD FOR THE DAY LOOKUPS
       LOAD-ROSTER.
           MOVE 0 TO AGG-RST-COUNT
           MOVE 0 TO AGG-RSE-COUNT
           MOVE 0 TO AGG-EOF-FLAG
           OPEN EXTEND SHIFT-ROSTER
           CLOSE SHIFT-ROSTER
           OPEN INPUT SHIFT-ROSTER
           READ SHIFT-ROSTER
              AT END MOVE 1 TO AGG-EOF-FLAG
           END-READ
           PERFORM UNTIL AGG-EOF-FLAG = 1
              IF SRO-DATE >= AGG-FROM-DATE AND
                 SRO-DATE <= AGG-TO-DATE AND AGG-RST-COUNT < 1000
                 ADD 1 TO AGG-RST-COUNT
                 MOVE SRO-EMPID TO AGG-RST-ID(AGG-RST-COUNT)
                 MOVE SRO-DATE TO AGG-RST-DATE(AGG-RST-COUNT)
                 MOVE SRO-SHIFT TO AGG-RST-SHIFT(AGG-RST-COUNT)
                 MOVE SRO-START TO AGG-RST-START(AGG-RST-COUNT)
                 MOVE SRO-END TO AGG-RST-END(AGG-RST-COUNT)
                 MOVE SRO-REST TO AGG-RST-REST(AGG-RST-COUNT)
              END-IF
              MOVE 0 TO AGG-RSE-HIT
              PERFORM VARYING AGG-RSE-IDX FROM 1 BY 1
                  UNTIL AGG-RSE-IDX > AGG-RSE-COUNT
                 IF AGG-RSE-ID(AGG-RSE-IDX) = SRO-EMPID
                    MOVE 1 TO AGG-RSE-HIT
                 END-IF
              END-PERFORM
              IF AGG-RSE-HIT = 0 AND AGG-RSE-COUNT < 500
                 ADD 1 TO AGG-RSE-COUNT
                 MOVE SRO-EMPID TO AGG-RSE-ID(AGG-RSE-COUNT)
              END-IF
              READ SHIFT-ROSTER
                 AT END MOVE 1 TO AGG-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE SHIFT-ROSTER.
           EXIT.

      ***** THE ROSTER ROW THAT GOVERNS THIS EMPLOYEE-DAY. AN
      ***** APPROVED SWAP PUTS THE EMPLOYEE ON THE COLLEAGUE'S SHIFT.
      ***** A ROSTERED EMPLOYEE PUNCHING ON A DATE WITH NO ROW IS
      ***** JUDGED BY THE SHOP-WIDE RULES AND REPORTED
       FIND-ROSTER-DAY.
           MOVE 0 TO AGG-RD-ROSTERED
           MOVE 0 TO AGG-RD-FOUND
           MOVE 0 TO AGG-RD-WORKDAY
           MOVE 0 TO AGG-RD-OFFSCHED
           MOVE 0 TO AGG-UNDER-MINUTES
           MOVE AGG-STD-MINUTES TO AGG-RD-STD
           MOVE AGG-DAY-ID(AGG-DAY-IDX) TO AGG-RD-FOR-ID

           MOVE 0 TO AGG-RD-SWP-EOF
           OPEN EXTEND SHIFT-SWAPS
           CLOSE SHIFT-SWAPS
           OPEN INPUT SHIFT-SWAPS
           READ SHIFT-SWAPS
              AT END MOVE 1 TO AGG-RD-SWP-EOF
           END-READ
           PERFORM UNTIL AGG-RD-SWP-EOF = 1
              IF SWP-EMPID = AGG-DAY-ID(AGG-DAY-IDX) AND
                 SWP-DATE = AGG-DAY-DATE(AGG-DAY-IDX)
                 MOVE SWP-FOR-ID TO AGG-RD-FOR-ID
                 MOVE 1 TO AGG-RD-SWP-EOF
              ELSE
                 READ SHIFT-SWAPS
                    AT END MOVE 1 TO AGG-RD-SWP-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE SHIFT-SWAPS

           PERFORM VARYING AGG-RSE-IDX FROM 1 BY 1
               UNTIL AGG-RSE-IDX > AGG-RSE-COUNT
              IF AGG-RSE-ID(AGG-RSE-IDX) = AGG-DAY-ID(AGG-DAY-IDX)
                 MOVE 1 TO AGG-RD-ROSTERED
              END-IF
           END-PERFORM
           PERFORM VARYING AGG-RST-IDX FROM 1 BY 1
               UNTIL AGG-RST-IDX > AGG-RST-COUNT
              IF AGG-RST-ID(AGG-RST-IDX) = AGG-RD-FOR-ID AND
                 AGG-RST-DATE(AGG-RST-IDX) = AGG-DAY-DATE(AGG-DAY-IDX)
                 MOVE 1 TO AGG-RD-FOUND
                 MOVE AGG-RST-SHIFT(AGG-RST-IDX) TO AGG-RD-SHIFT
                 MOVE AGG-RST-REST(AGG-RST-IDX) TO AGG-RD-REST
                 MOVE AGG-RST-START(AGG-RST-IDX)(1:2) TO AGG-RD-HH
                 MOVE AGG-RST-START(AGG-RST-IDX)(3:2) TO AGG-RD-MM
                 COMPUTE AGG-RD-START-MIN = AGG-RD-HH * 60 + AGG-RD-MM
                 MOVE AGG-RST-END(AGG-RST-IDX)(1:2) TO AGG-RD-HH
                 MOVE AGG-RST-END(AGG-RST-IDX)(3:2) TO AGG-RD-MM
                 COMPUTE AGG-RD-END-MIN = AGG-RD-HH * 60 + AGG-RD-MM
              END-IF
           END-PERFORM

           IF AGG-RD-FOUND = 1 AND AGG-RD-REST NOT = 'Y'
              MOVE 1 TO AGG-RD-WORKDAY
              IF AGG-RD-END-MIN > AGG-RD-START-MIN
                 COMPUTE AGG-RD-STD =
                     AGG-RD-END-MIN - AGG-RD-START-MIN
              ELSE
                 COMPUTE AGG-RD-STD =
                     AGG-RD-END-MIN + 1440 - AGG-RD-START-MIN
              END-IF
           END-IF

           IF AGG-RD-ROSTERED = 1 AND AGG-RD-FOUND = 0
              ADD 1 TO AGG-EXCEPTIONS
              MOVE AGG-DAY-ID(AGG-DAY-IDX) TO AGG-EXC-ID
              MOVE AGG-DAY-DATE(AGG-DAY-IDX) TO AGG-EXC-DATE
              MOVE "PUNCH ON UNROSTERED DAY" TO AGG-EXC-NOTE
              WRITE PUNCH-EXCEPTIONS-REC FROM AGG-EXC-DETAIL-LINE
           END-IF.
           EXIT.

      ***** A ROSTERED WORKING DAY PAYS FROM THE SHIFT START, NOT
      ***** FROM AN EARLY PUNCH, AND AN EARLY OUT BEFORE THE SHIFT
      ***** END IS UNDERTIME. A TIME-IN WELL AWAY FROM THE SHIFT IS
      ***** AN OFF-SCHEDULE DAY: PAID AS PUNCHED AND REPORTED
       APPLY-ROSTER-SPAN.
           IF AGG-RD-WORKDAY = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE AGG-IN-MIN = AGG-IN-HH * 60 + AGG-IN-MM
           COMPUTE AGG-OUT-MIN = AGG-OUT-HH * 60 + AGG-OUT-MM
           IF AGG-IN-MIN + AGG-OFFSCHED-MIN < AGG-RD-START-MIN OR
              AGG-IN-MIN > AGG-RD-START-MIN + AGG-OFFSCHED-MIN
              MOVE 1 TO AGG-RD-OFFSCHED
              MOVE 0 TO AGG-RD-WORKDAY
              MOVE AGG-STD-MINUTES TO AGG-RD-STD
              ADD 1 TO AGG-EXCEPTIONS
              MOVE AGG-DAY-ID(AGG-DAY-IDX) TO AGG-EXC-ID
              MOVE AGG-DAY-DATE(AGG-DAY-IDX) TO AGG-EXC-DATE
              MOVE SPACES TO AGG-EXC-NOTE
              STRING "OFF-SCHEDULE PUNCH, SHIFT " DELIMITED BY SIZE
                     AGG-RD-SHIFT DELIMITED BY SIZE
                     INTO AGG-EXC-NOTE
              WRITE PUNCH-EXCEPTIONS-REC FROM AGG-EXC-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF
           IF AGG-IN-MIN < AGG-RD-START-MIN
              IF AGG-OUT-MIN > AGG-RD-START-MIN
                 COMPUTE AGG-DAY-MINUTES =
                     AGG-OUT-MIN - AGG-RD-START-MIN
              ELSE
                 MOVE 0 TO AGG-DAY-MINUTES
              END-IF
           END-IF
      ***** AN OVERNIGHT SHIFT ENDS ON THE NEXT DATE'S PUNCHES, SO
      ***** ITS UNDERTIME IS NOT MEASURED HERE
           IF AGG-DAY-TYPE = 'N' AND
              AGG-RD-END-MIN > AGG-RD-START-MIN AND
              AGG-OUT-MIN < AGG-RD-END-MIN
              COMPUTE AGG-UNDER-MINUTES =
                  AGG-RD-END-MIN - AGG-OUT-MIN
              IF AGG-UNDER-MINUTES > AGG-RD-STD
                 MOVE AGG-RD-STD TO AGG-UNDER-MINUTES
              END-IF
           END-IF.
           EXIT.

      ***** LOAD THE TARDINESS POLICY, SEEDING THE HOUSE DEFAULTS
      ***** (0800 START, 10 MIN GRACE, ROUND UP TO 15, HALF DAY AT
      ***** 240 MIN, HABITUAL AT 5 OCCURRENCES) THE FIRST TIME
      ***** INCREMENT, AND PAST THE THRESHOLD IT BECOMES A HALF DAY.
      ***** ONLY ORDINARY WORKING DAYS CAN BE LATE - A REST DAY OR
      ***** HOLIDAY TURNOUT HAS NO SCHEDULED START TO BE LATE FOR
      ***** A ROSTERED WORKING DAY IS LATE AGAINST ITS OWN SHIFT
      ***** START; AN OFF-SCHEDULE DAY IS LEFT TO THE SUPERVISOR
       DERIVE-LATE-MINUTES.
           PERFORM LOAD-TARDY-POLICY
           MOVE 0 TO AGG-LATE-MINUTES
           IF AGG-DAY-TYPE NOT = 'N' OR AGG-RD-OFFSCHED = 1
              EXIT PARAGRAPH
           END-IF
           MOVE AGG-TP-START-MIN TO AGG-RD-DAY-START
           IF AGG-RD-WORKDAY = 1
              MOVE AGG-RD-START-MIN TO AGG-RD-DAY-START
           END-IF
           COMPUTE AGG-IN-MIN = AGG-IN-HH * 60 + AGG-IN-MM
           IF AGG-IN-MIN <= AGG-RD-DAY-START + AGG-TP-GRACE
              EXIT PARAGRAPH
           END-IF
           COMPUTE AGG-LATE-MINUTES = AGG-IN-MIN - AGG-RD-DAY-START
           IF AGG-TP-ROUND > 0
              COMPUTE AGG-LATE-ROUNDS =
                  (AGG-LATE-MINUTES + AGG-TP-ROUND - 1)
              MOVE AGG-EMP-ID(AGG-EMP-IDX) TO AGG-TDY-ID
              MOVE AGG-EMP-LATE-CNT(AGG-EMP-IDX) TO AGG-TDY-CNT
              MOVE AGG-EMP-LATE-MIN(AGG-EMP-IDX) TO AGG-TDY-MIN
              MOVE AGG-EMP-UNDER-MIN(AGG-EMP-IDX) TO AGG-TDY-UNDER
              IF AGG-EMP-LATE-CNT(AGG-EMP-IDX) >= AGG-TP-HABITUAL
                 MOVE "** HABITUAL" TO AGG-TDY-FLAG
              ELSE
      ***** THE LEGALLY PREMIUMED NIGHT WINDOW IS 10 PM TO 6 AM:
      ***** THE EVENING PIECE IS THE OVERLAP WITH 2200-2400 AND THE
      ***** MORNING PIECE THE OVERLAP WITH 0000-0600 OF THE SAME
      ***** IN/OUT SPAN (PUNCH PAIRS ARE WITHIN ONE CALENDAR DAY).
      ***** ON A ROSTERED WORKING DAY ONLY THE SHIFT ITSELF PLUS ANY
      ***** AUTHORIZED OVERTIME AFTER IT EARNS THE DIFFERENTIAL
       DERIVE-NIGHT-MINUTES.
           MOVE 0 TO AGG-NIGHT-MINUTES
           COMPUTE AGG-IN-MIN = AGG-IN-HH * 60 + AGG-IN-MM
           COMPUTE AGG-OUT-MIN = AGG-OUT-HH * 60 + AGG-OUT-MM
           IF AGG-RD-WORKDAY = 1
              IF AGG-IN-MIN < AGG-RD-START-MIN
                 MOVE AGG-RD-START-MIN TO AGG-IN-MIN
              END-IF
              IF AGG-RD-END-MIN > AGG-RD-START-MIN AND
                 AGG-OUT-MIN > AGG-RD-END-MIN + AGG-OT-ALLOWED
                 COMPUTE AGG-OUT-MIN =
                     AGG-RD-END-MIN + AGG-OT-ALLOWED
              END-IF
           END-IF

           MOVE AGG-IN-MIN TO AGG-SEG-FROM
           IF AGG-SEG-FROM < 1320
      ***** EXCESS GOES ON THE EXCEPTION REPORT FOR REVIEW
       CAP-UNAUTHORIZED-OVERTIME.
           MOVE 0 TO AGG-OT-ALLOWED
           IF AGG-DAY-MINUTES <= AGG-RD-STD
              EXIT PARAGRAPH
           END-IF
           COMPUTE AGG-OT-EXCESS = AGG-DAY-MINUTES - AGG-RD-STD
           PERFORM LOOKUP-OT-AUTHORIZATION
           IF AGG-OT-EXCESS > AGG-OT-AUTH-MIN
              MOVE AGG-OT-AUTH-MIN TO AGG-OT-ALLOWED
           END-IF
           COMPUTE AGG-OT-CUT = AGG-OT-EXCESS - AGG-OT-ALLOWED
           COMPUTE AGG-DAY-MINUTES =
               AGG-RD-STD + AGG-OT-ALLOWED
           IF AGG-OT-CUT > 0
              ADD 1 TO AGG-EXCEPTIONS
              COMPUTE AGG-OT-CUT-HRS ROUNDED = AGG-OT-CUT / 60
              MOVE 0 TO AGG-EMP-NIGHT-MIN(AGG-EMP-HIT)
              MOVE 0 TO AGG-EMP-LATE-MIN(AGG-EMP-HIT)
              MOVE 0 TO AGG-EMP-LATE-CNT(AGG-EMP-HIT)
              MOVE 0 TO AGG-EMP-UNDER-MIN(AGG-EMP-HIT)
           END-IF
           IF AGG-EMP-HIT > 0
              ADD AGG-DAY-MINUTES TO AGG-EMP-MINUTES(AGG-EMP-HIT)
              ADD AGG-OT-ALLOWED TO AGG-EMP-OT-MIN(AGG-EMP-HIT)
              ADD AGG-NIGHT-MINUTES TO AGG-EMP-NIGHT-MIN(AGG-EMP-HIT)
              ADD AGG-LATE-MINUTES TO AGG-EMP-LATE-MIN(AGG-EMP-HIT)
              ADD AGG-UNDER-MINUTES TO AGG-EMP-UNDER-MIN(AGG-EMP-HIT)
              IF AGG-LATE-MINUTES > 0
                 ADD 1 TO AGG-EMP-LATE-CNT(AGG-EMP-HIT)
              END-IF
           END-IF.
           EXIT.

      ***** CALENDAR ENTRY WINS; OTHERWISE THE ROSTER'S REST-DAY
      ***** FLAG, OR A SUNDAY FOR A DATE WITH NO ROSTER ROW
      ***** (X = REST DAY, R/S FROM THE CALENDAR, N = ORDINARY DAY)
       CLASSIFY-DAY-TYPE.
           MOVE 'N' TO AGG-DAY-TYPE
              END-IF
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR
           IF AGG-DAY-TYPE = 'N' AND AGG-RD-FOUND = 1
              IF AGG-RD-REST = 'Y'
                 MOVE 'X' TO AGG-DAY-TYPE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF AGG-DAY-TYPE = 'N'
              COMPUTE AGG-DOW-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(AGG-DAY-DATE(AGG-DAY-IDX)))
                 MOVE EM-RATE TO TS-RATEPERHOUR
                 MOVE AGG-HOURS TO TS-HRSWORKED
                 COMPUTE AGG-HOURS ROUNDED =
                     (AGG-EMP-LATE-MIN(AGG-EMP-IDX) +
                      AGG-EMP-UNDER-MIN(AGG-EMP-IDX)) / 60
                 MOVE AGG-HOURS TO TS-LATEANDABSENCES
                 COMPUTE AGG-HOURS ROUNDED =
                     AGG-EMP-REGHOL-MIN(AGG-EMP-IDX) / 60
