      ******************************************************************
      * Author: LEILA BORROMEO
      * Date: NOVEMBER 18, 2024
      * Purpose: YEAR-END BIR 2316 CERTIFICATE OF COMPENSATION PAYMENT
      *          AND TAX WITHHELD, ONE PER EMPLOYEE, FROM PAYROLL
      *          HISTORY - CHECKED AGAINST THE ALPHALIST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-CERTIFICATE-2316.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PAYROLL-HISTORY
         ASSIGN TO "C:\cobol_project\PayrollHistory.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT STATUTORY-IDS
         ASSIGN TO "C:\cobol_project\StatutoryIDs.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT HR-MASTER
         ASSIGN TO "C:\cobol_project\HRMaster.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT TAX-TABLE
         ASSIGN TO "C:\cobol_project\Quiz4TaxTable.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT ALPHALIST
         ASSIGN TO "C:\cobol_project\Alphalist.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT CERTIFICATES
         ASSIGN TO "C:\cobol_project\Bir2316.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
         SELECT CERT-EXCEPTIONS
         ASSIGN TO "C:\cobol_project\Bir2316Exceptions.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-HISTORY.
       01 FILE-PAYROLL-HISTORY.
          05 HIS-ID PIC X(5).
          05 HIS-LNAME PIC X(10).
          05 HIS-FNAME PIC X(10).
          05 HIS-MNAME PIC X(10).
          05 HIS-PCODE PIC X(9).
          05 HIS-RATEPERHOUR PIC 999,999.99.
          05 HIS-HRSWORKED PIC 9(3).
          05 HIS-TAX PIC 9,999,999,999.99.
          05 HIS-LATEANDABSENCES PIC 9(3).
          05 HIS-TTLDEDUCTION PIC 9,999,999,999.99.
          05 HIS-GROSSPAY PIC 9,999,999,999.99.
          05 HIS-NETPAY PIC 9,999,999,999.99.
          05 HIS-SSS PIC 9,999,999,999.99.
          05 HIS-PHILHEALTH PIC 9,999,999,999.99.
          05 HIS-PAGIBIG PIC 9,999,999,999.99.
          05 HIS-PERIOD.
             10 HIS-PERIOD-YEAR PIC X(4).
             10 HIS-PERIOD-MONTH PIC X(2).
          05 HIS-HOLPREM PIC 9,999,999,999.99.
          05 HIS-LOANDED PIC 9,999,999,999.99.
          05 HIS-HALF PIC X(01).
          05 HIS-NIGHTDIFF PIC 9,999,999,999.99.
          05 HIS-ALLOWANCE PIC 9,999,999,999.99.
          05 HIS-DEMINIMIS PIC 9,999,999,999.99.
       FD STATUTORY-IDS.
       01 STATUTORY-ID-REC.
          05 SID-EMPID PIC X(5).
          05 SID-SSS PIC X(10).
          05 SID-PHIC PIC X(12).
          05 SID-PAGIBIG PIC X(12).
          05 SID-TIN PIC X(12).
      ***** (HR-STATUS: A=ACTIVE L=ON-LEAVE S=SEPARATED)
       FD HR-MASTER.
       01 HR-MASTER-REC.
          05 HR-ID PIC X(5).
          05 HR-HIRE-DATE PIC X(8).
          05 HR-DEPT PIC X(4).
          05 HR-STATUS PIC X(01).
          05 HR-SEP-DATE PIC X(8).
      ***** THE SAME EFFECTIVE-DATED MONTHLY BRACKETS PAYROLL USES
       FD TAX-TABLE.
       01 FILE-TAX-TABLE.
          05 TX-EFFDATE PIC X(8).
          05 TX-CEIL PIC 9(7)V9(2).
          05 TX-RATE PIC 9V9(2).
          05 TX-FIXED PIC 9(7)V9(2).
      ***** THE ANNUALIZATION RUN'S ALPHALIST LINE, READ BACK FOR THE
      ***** AGREEMENT CHECK (TWO HEADING LINES PRECEDE THE DETAIL)
       FD ALPHALIST.
       01 ALPHALIST-REC.
          05 ALP-ID PIC X(5).
          05 FILLER PIC X(24).
          05 ALP-GROSS PIC X(16).
          05 FILLER PIC X(1).
          05 ALP-ALLOW PIC X(16).
          05 FILLER PIC X(1).
          05 ALP-DEMIN PIC X(16).
          05 FILLER PIC X(1).
          05 ALP-WITHHELD PIC X(16).
          05 FILLER PIC X(1).
          05 ALP-DUE PIC X(16).
          05 FILLER PIC X(27).
       FD CERTIFICATES.
       01 CERTIFICATE-REC PIC X(80).
       FD CERT-EXCEPTIONS.
       01 CERT-EXCEPTION-REC PIC X(80).
       WORKING-STORAGE SECTION.
      ********** RUN PARAMETERS
       01 CRT-YEAR PIC X(4).
       01 CRT-DEC-PERIOD PIC X(6).
       01 CRT-EOF-FLAG PIC 9 VALUE 0.
       01 CRT-LINE-NO PIC 9(4) VALUE 0.
       01 CRT-PRINTED PIC 9(3) VALUE 0.
       01 CRT-EXCEPTIONS PIC 9(3) VALUE 0.
      ********** PER-EMPLOYEE FIGURES FOR THE YEAR
       01 CRT-EMP-TABLE.
          05 CRT-EMP-ENTRY OCCURS 100 TIMES.
             10 CRT-E-ID PIC X(5).
             10 CRT-E-LNAME PIC X(10).
             10 CRT-E-FNAME PIC X(10).
             10 CRT-E-MNAME PIC X(10).
             10 CRT-E-GROSS PIC 9(11)V9(2).
             10 CRT-E-THIRTEENTH PIC 9(11)V9(2).
             10 CRT-E-CONTRIB PIC 9(11)V9(2).
             10 CRT-E-DEMIN PIC 9(11)V9(2).
             10 CRT-E-WITHHELD PIC 9(11)V9(2).
             10 CRT-E-LAST-PERIOD PIC X(7).
       01 CRT-EMP-COUNT PIC 9(3) VALUE 0.
       01 CRT-IDX PIC 9(3).
       01 CRT-HIT PIC 9(3).
       01 CRT-SCAN PIC 9(3).
      ********** BRACKET SET IN FORCE FOR DECEMBER OF THE YEAR
       01 CRT-TAX-TABLE.
          05 CRT-TX-ENTRY OCCURS 10 TIMES.
             10 CRT-TX-CEIL PIC 9(7)V9(2).
             10 CRT-TX-RATE PIC 9V9(2).
             10 CRT-TX-FIXED PIC 9(7)V9(2).
       01 CRT-TX-COUNT PIC 9(2) VALUE 0.
       01 CRT-TX-IDX PIC 9(2).
       01 CRT-TX-SET-EFF PIC X(8) VALUE SPACES.
      ***** 13TH-MONTH PAY AND OTHER BENEFITS ARE EXEMPT UP TO THIS
      ***** CEILING; THE EMPLOYEE SHARE OF SSS, PHILHEALTH AND
      ***** PAG-IBIG IS EXEMPT IN FULL
       01 CRT-13TH-CEILING PIC 9(7)V9(2) VALUE 90000.00.
      ********** ONE CERTIFICATE'S WORK FIELDS
       01 CRT-WORK.
          05 CRT-13TH-EXEMPT PIC 9(11)V9(2).
          05 CRT-NONTAX PIC 9(11)V9(2).
          05 CRT-TAXABLE PIC S9(11)V9(2).
          05 CRT-MONTHLY-EQUIV PIC 9(9)V9(2).
          05 CRT-MONTHLY-TAX PIC 9(9)V9(2).
          05 CRT-TAX-DUE PIC 9(11)V9(2).
          05 CRT-TIN PIC X(12).
          05 CRT-FROM-DATE PIC X(8).
          05 CRT-TO-DATE PIC X(8).
          05 CRT-SEP-DATE PIC X(8).
          05 CRT-ALP-FOUND PIC 9.
          05 CRT-ALP-GROSS PIC 9(11)V9(2).
          05 CRT-ALP-DEMIN PIC 9(11)V9(2).
          05 CRT-ALP-WITHHELD PIC 9(11)V9(2).
          05 CRT-ALP-DUE PIC 9(11)V9(2).
      ********** CERTIFICATE LINE LAYOUTS
       01 CRT-AMOUNT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CRT-AMT-LABEL PIC X(44).
          05 FILLER PIC X(2) VALUE ": ".
          05 CRT-AMT-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 CRT-NAME-LINE.
          05 FILLER PIC X(10) VALUE "EMPLOYEE: ".
          05 CRT-NAME-ID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CRT-NAME-LNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 CRT-NAME-FNAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 CRT-NAME-MNAME PIC X(10).
          05 FILLER PIC X(6) VALUE "  TIN:".
          05 CRT-NAME-TIN PIC X(12).
       01 CRT-DASH-LINE PIC X(80) VALUE ALL "-".
      ********** EXCEPTION LINE LAYOUT
       01 CRT-EXC-HEAD-LINE PIC X(80) VALUE
           "EMP    ITEM            CERTIFICATE        ALPHALIST".
       01 CRT-EXC-LINE.
          05 CRT-EXC-ID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CRT-EXC-ITEM PIC X(14).
          05 CRT-EXC-CERT PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CRT-EXC-ALP PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 CRT-EXC-NOTE-LINE.
          05 CRT-EXN-ID PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CRT-EXN-NOTE PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CERTIFICATE YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT CRT-YEAR.
           MOVE SPACES TO CRT-DEC-PERIOD
           STRING CRT-YEAR DELIMITED BY SIZE
                  "12" DELIMITED BY SIZE
                  INTO CRT-DEC-PERIOD

           PERFORM LOAD-TAX-TABLE
           PERFORM TOTAL-FROM-HISTORY

           OPEN OUTPUT CERTIFICATES
           OPEN OUTPUT CERT-EXCEPTIONS
           MOVE SPACES TO CERT-EXCEPTION-REC
           STRING "BIR 2316 EXCEPTIONS AGAINST THE ALPHALIST FOR "
                  DELIMITED BY SIZE
                  CRT-YEAR DELIMITED BY SIZE
                  INTO CERT-EXCEPTION-REC
           WRITE CERT-EXCEPTION-REC
           WRITE CERT-EXCEPTION-REC FROM CRT-EXC-HEAD-LINE
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > CRT-EMP-COUNT
              PERFORM COMPUTE-CERTIFICATE
              PERFORM PRINT-CERTIFICATE
              PERFORM CHECK-AGAINST-ALPHALIST
           END-PERFORM
           CLOSE CERTIFICATES
           CLOSE CERT-EXCEPTIONS

           DISPLAY "CERTIFICATES PRINTED:  " CRT-PRINTED.
           DISPLAY "ALPHALIST EXCEPTIONS:  " CRT-EXCEPTIONS.
           GOBACK.

      ***** THE BRACKET SET IN FORCE FOR DECEMBER OF THE YEAR,
      ***** PICKED THE SAME WAY THE ANNUALIZATION PICKS ITS SET
       LOAD-TAX-TABLE.
           MOVE 0 TO CRT-EOF-FLAG
           MOVE SPACES TO CRT-TX-SET-EFF
           OPEN EXTEND TAX-TABLE
           CLOSE TAX-TABLE
           OPEN INPUT TAX-TABLE
           READ TAX-TABLE
              AT END MOVE 1 TO CRT-EOF-FLAG
           END-READ
           PERFORM UNTIL CRT-EOF-FLAG = 1
              IF TX-EFFDATE(1:6) <= CRT-DEC-PERIOD
                 AND TX-EFFDATE >= CRT-TX-SET-EFF
                 MOVE TX-EFFDATE TO CRT-TX-SET-EFF
              END-IF
              READ TAX-TABLE
                 AT END MOVE 1 TO CRT-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE TAX-TABLE

           MOVE 0 TO CRT-EOF-FLAG
           MOVE 0 TO CRT-TX-COUNT
           OPEN INPUT TAX-TABLE
           READ TAX-TABLE
              AT END MOVE 1 TO CRT-EOF-FLAG
           END-READ
           PERFORM UNTIL CRT-EOF-FLAG = 1
              IF TX-EFFDATE = CRT-TX-SET-EFF AND CRT-TX-COUNT < 10
                 ADD 1 TO CRT-TX-COUNT
                 MOVE TX-CEIL TO CRT-TX-CEIL(CRT-TX-COUNT)
                 MOVE TX-RATE TO CRT-TX-RATE(CRT-TX-COUNT)
                 MOVE TX-FIXED TO CRT-TX-FIXED(CRT-TX-COUNT)
              END-IF
              READ TAX-TABLE
                 AT END MOVE 1 TO CRT-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE TAX-TABLE.
           EXIT.

      ***** EVERY CLOSED PERIOD OF THE YEAR, THE 13TH-MONTH RUN
      ***** (PERIOD YYYY13) INCLUDED
       TOTAL-FROM-HISTORY.
           MOVE 0 TO CRT-EOF-FLAG
           OPEN EXTEND PAYROLL-HISTORY
           CLOSE PAYROLL-HISTORY
           OPEN INPUT PAYROLL-HISTORY
           READ PAYROLL-HISTORY
              AT END MOVE 1 TO CRT-EOF-FLAG
           END-READ
           PERFORM UNTIL CRT-EOF-FLAG = 1
              IF HIS-PERIOD-YEAR = CRT-YEAR AND HIS-ID NOT = "99999"
                 PERFORM FIND-OR-ADD-EMPLOYEE
                 IF CRT-HIT > 0
                    PERFORM ADD-HISTORY-RECORD
                 END-IF
              END-IF
              READ PAYROLL-HISTORY
                 AT END MOVE 1 TO CRT-EOF-FLAG
              END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY.
           EXIT.

       FIND-OR-ADD-EMPLOYEE.
           MOVE 0 TO CRT-HIT
           PERFORM VARYING CRT-SCAN FROM 1 BY 1
               UNTIL CRT-SCAN > CRT-EMP-COUNT
              IF CRT-E-ID(CRT-SCAN) = HIS-ID
                 MOVE CRT-SCAN TO CRT-HIT
              END-IF
           END-PERFORM
           IF CRT-HIT = 0 AND CRT-EMP-COUNT < 100
              ADD 1 TO CRT-EMP-COUNT
              MOVE CRT-EMP-COUNT TO CRT-HIT
              MOVE HIS-ID TO CRT-E-ID(CRT-HIT)
              MOVE 0 TO CRT-E-GROSS(CRT-HIT)
              MOVE 0 TO CRT-E-THIRTEENTH(CRT-HIT)
              MOVE 0 TO CRT-E-CONTRIB(CRT-HIT)
              MOVE 0 TO CRT-E-DEMIN(CRT-HIT)
              MOVE 0 TO CRT-E-WITHHELD(CRT-HIT)
              MOVE SPACES TO CRT-E-LAST-PERIOD(CRT-HIT)
           END-IF.
           EXIT.

       ADD-HISTORY-RECORD.
           MOVE HIS-LNAME TO CRT-E-LNAME(CRT-HIT)
           MOVE HIS-FNAME TO CRT-E-FNAME(CRT-HIT)
           MOVE HIS-MNAME TO CRT-E-MNAME(CRT-HIT)
           COMPUTE CRT-E-GROSS(CRT-HIT) = CRT-E-GROSS(CRT-HIT) +
               FUNCTION NUMVAL(HIS-GROSSPAY)
           COMPUTE CRT-E-DEMIN(CRT-HIT) = CRT-E-DEMIN(CRT-HIT) +
               FUNCTION NUMVAL(HIS-DEMINIMIS)
           COMPUTE CRT-E-WITHHELD(CRT-HIT) = CRT-E-WITHHELD(CRT-HIT) +
               FUNCTION NUMVAL(HIS-TAX)
           COMPUTE CRT-E-CONTRIB(CRT-HIT) = CRT-E-CONTRIB(CRT-HIT) +
               FUNCTION NUMVAL(HIS-SSS) +
               FUNCTION NUMVAL(HIS-PHILHEALTH) +
               FUNCTION NUMVAL(HIS-PAGIBIG)
           IF HIS-PERIOD-MONTH = "13"
              COMPUTE CRT-E-THIRTEENTH(CRT-HIT) =
                  CRT-E-THIRTEENTH(CRT-HIT) +
                  FUNCTION NUMVAL(HIS-GROSSPAY)
           ELSE
              IF HIS-PERIOD >= CRT-E-LAST-PERIOD(CRT-HIT)(1:6)
                 MOVE HIS-PERIOD TO CRT-E-LAST-PERIOD(CRT-HIT)(1:6)
                 MOVE HIS-HALF TO CRT-E-LAST-PERIOD(CRT-HIT)(7:1)
              END-IF
           END-IF.
           EXIT.

      ***** TAXABLE COMPENSATION AND TAX DUE, FIGURED THE SAME WAY
      ***** THE ANNUALIZATION FIGURES THEM: TWELVE TIMES THE BRACKET
      ***** TAX ON ONE TWELFTH OF THE YEAR'S TAXABLE PAY
       COMPUTE-CERTIFICATE.
           IF CRT-E-THIRTEENTH(CRT-IDX) > CRT-13TH-CEILING
              MOVE CRT-13TH-CEILING TO CRT-13TH-EXEMPT
           ELSE
              MOVE CRT-E-THIRTEENTH(CRT-IDX) TO CRT-13TH-EXEMPT
           END-IF
           COMPUTE CRT-NONTAX = CRT-13TH-EXEMPT +
               CRT-E-CONTRIB(CRT-IDX) + CRT-E-DEMIN(CRT-IDX)
           COMPUTE CRT-TAXABLE = CRT-E-GROSS(CRT-IDX) - CRT-NONTAX
           IF CRT-TAXABLE < 0
              MOVE 0 TO CRT-TAXABLE
           END-IF
           COMPUTE CRT-MONTHLY-EQUIV ROUNDED = CRT-TAXABLE / 12
           MOVE 0 TO CRT-MONTHLY-TAX
           PERFORM VARYING CRT-TX-IDX FROM CRT-TX-COUNT BY -1
               UNTIL CRT-TX-IDX < 1
              IF CRT-MONTHLY-EQUIV <= CRT-TX-CEIL(CRT-TX-IDX)
                 COMPUTE CRT-MONTHLY-TAX ROUNDED =
                     (CRT-TX-RATE(CRT-TX-IDX) * CRT-MONTHLY-EQUIV) +
                     CRT-TX-FIXED(CRT-TX-IDX)
              END-IF
           END-PERFORM
           COMPUTE CRT-TAX-DUE = CRT-MONTHLY-TAX * 12

           MOVE SPACES TO CRT-TIN
           MOVE 0 TO CRT-EOF-FLAG
           OPEN EXTEND STATUTORY-IDS
           CLOSE STATUTORY-IDS
           OPEN INPUT STATUTORY-IDS
           READ STATUTORY-IDS
              AT END MOVE 1 TO CRT-EOF-FLAG
           END-READ
           PERFORM UNTIL CRT-EOF-FLAG = 1
              IF SID-EMPID = CRT-E-ID(CRT-IDX)
                 MOVE SID-TIN TO CRT-TIN
                 MOVE 1 TO CRT-EOF-FLAG
              ELSE
                 READ STATUTORY-IDS
                    AT END MOVE 1 TO CRT-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE STATUTORY-IDS

      ***** EMPLOYMENT RUNS FROM JANUARY 1 OR THE HIRE DATE TO
      ***** DECEMBER 31 OR THE SEPARATION DATE
           MOVE SPACES TO CRT-FROM-DATE
           STRING CRT-YEAR "0101" DELIMITED BY SIZE
                  INTO CRT-FROM-DATE
           MOVE SPACES TO CRT-TO-DATE
           STRING CRT-YEAR "1231" DELIMITED BY SIZE
                  INTO CRT-TO-DATE
           MOVE SPACES TO CRT-SEP-DATE
           MOVE 0 TO CRT-EOF-FLAG
           OPEN EXTEND HR-MASTER
           CLOSE HR-MASTER
           OPEN INPUT HR-MASTER
           READ HR-MASTER
              AT END MOVE 1 TO CRT-EOF-FLAG
           END-READ
           PERFORM UNTIL CRT-EOF-FLAG = 1
              IF HR-ID = CRT-E-ID(CRT-IDX)
                 IF HR-HIRE-DATE(1:4) = CRT-YEAR
                    MOVE HR-HIRE-DATE TO CRT-FROM-DATE
                 END-IF
                 IF HR-STATUS = 'S' AND HR-SEP-DATE(1:4) = CRT-YEAR
                    MOVE HR-SEP-DATE TO CRT-TO-DATE
                    MOVE HR-SEP-DATE TO CRT-SEP-DATE
                 END-IF
                 MOVE 1 TO CRT-EOF-FLAG
              ELSE
                 READ HR-MASTER
                    AT END MOVE 1 TO CRT-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE HR-MASTER.
           EXIT.

       PRINT-CERTIFICATE.
           ADD 1 TO CRT-PRINTED
           MOVE "BIR FORM 2316 - CERTIFICATE OF COMPENSATION PAYMENT"
              TO CERTIFICATE-REC
           WRITE CERTIFICATE-REC
           MOVE SPACES TO CERTIFICATE-REC
           STRING "AND TAX WITHHELD FOR THE YEAR " DELIMITED BY SIZE
                  CRT-YEAR DELIMITED BY SIZE
                  INTO CERTIFICATE-REC
           WRITE CERTIFICATE-REC
           MOVE CRT-E-ID(CRT-IDX) TO CRT-NAME-ID
           MOVE CRT-E-LNAME(CRT-IDX) TO CRT-NAME-LNAME
           MOVE CRT-E-FNAME(CRT-IDX) TO CRT-NAME-FNAME
           MOVE CRT-E-MNAME(CRT-IDX) TO CRT-NAME-MNAME
           MOVE CRT-TIN TO CRT-NAME-TIN
           WRITE CERTIFICATE-REC FROM CRT-NAME-LINE
           MOVE SPACES TO CERTIFICATE-REC
           STRING "PERIOD OF EMPLOYMENT: " DELIMITED BY SIZE
                  CRT-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  CRT-TO-DATE DELIMITED BY SIZE
                  INTO CERTIFICATE-REC
           WRITE CERTIFICATE-REC
           IF CRT-SEP-DATE NOT = SPACES
              MOVE SPACES TO CERTIFICATE-REC
              STRING "SEPARATED " DELIMITED BY SIZE
                     CRT-SEP-DATE DELIMITED BY SIZE
                     " - FINAL PAY PERIOD " DELIMITED BY SIZE
                     CRT-E-LAST-PERIOD(CRT-IDX)(1:6)
                        DELIMITED BY SIZE
                     " HALF " DELIMITED BY SIZE
                     CRT-E-LAST-PERIOD(CRT-IDX)(7:1)
                        DELIMITED BY SIZE
                     INTO CERTIFICATE-REC
              WRITE CERTIFICATE-REC
           END-IF

           MOVE "GROSS COMPENSATION" TO CRT-AMT-LABEL
           MOVE CRT-E-GROSS(CRT-IDX) TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           MOVE "NON-TAXABLE 13TH MONTH AND OTHER BENEFITS"
              TO CRT-AMT-LABEL
           MOVE CRT-13TH-EXEMPT TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           MOVE "SSS, PHILHEALTH AND PAG-IBIG CONTRIBUTIONS"
              TO CRT-AMT-LABEL
           MOVE CRT-E-CONTRIB(CRT-IDX) TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           MOVE "DE MINIMIS BENEFITS" TO CRT-AMT-LABEL
           MOVE CRT-E-DEMIN(CRT-IDX) TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           MOVE "TOTAL NON-TAXABLE COMPENSATION" TO CRT-AMT-LABEL
           MOVE CRT-NONTAX TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           MOVE "TAXABLE COMPENSATION" TO CRT-AMT-LABEL
           MOVE CRT-TAXABLE TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           MOVE "TAX DUE" TO CRT-AMT-LABEL
           MOVE CRT-TAX-DUE TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           MOVE "TAX WITHHELD" TO CRT-AMT-LABEL
           MOVE CRT-E-WITHHELD(CRT-IDX) TO CRT-AMT-VALUE
           WRITE CERTIFICATE-REC FROM CRT-AMOUNT-LINE
           WRITE CERTIFICATE-REC FROM CRT-DASH-LINE.
           EXIT.

      ***** THE CERTIFICATE MUST AGREE WITH THE EMPLOYEE'S ALPHALIST
      ***** LINE; A MISSING LINE, A MISSING TIN, OR ANY AMOUNT THAT
      ***** DIFFERS GOES TO THE EXCEPTION LIST
       CHECK-AGAINST-ALPHALIST.
           MOVE 0 TO CRT-ALP-FOUND
           MOVE 0 TO CRT-LINE-NO
           MOVE 0 TO CRT-EOF-FLAG
           OPEN EXTEND ALPHALIST
           CLOSE ALPHALIST
           OPEN INPUT ALPHALIST
           READ ALPHALIST
              AT END MOVE 1 TO CRT-EOF-FLAG
           END-READ
           PERFORM UNTIL CRT-EOF-FLAG = 1
              ADD 1 TO CRT-LINE-NO
              IF CRT-LINE-NO > 2 AND ALP-ID = CRT-E-ID(CRT-IDX)
                 MOVE 1 TO CRT-ALP-FOUND
                 COMPUTE CRT-ALP-GROSS = FUNCTION NUMVAL(ALP-GROSS)
                 COMPUTE CRT-ALP-DEMIN = FUNCTION NUMVAL(ALP-DEMIN)
                 COMPUTE CRT-ALP-WITHHELD =
                     FUNCTION NUMVAL(ALP-WITHHELD)
                 COMPUTE CRT-ALP-DUE = FUNCTION NUMVAL(ALP-DUE)
                 MOVE 1 TO CRT-EOF-FLAG
              ELSE
                 READ ALPHALIST
                    AT END MOVE 1 TO CRT-EOF-FLAG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE ALPHALIST

           MOVE CRT-E-ID(CRT-IDX) TO CRT-EXN-ID
           MOVE CRT-E-ID(CRT-IDX) TO CRT-EXC-ID
           IF CRT-TIN = SPACES
              ADD 1 TO CRT-EXCEPTIONS
              MOVE "NO TIN ON THE STATUTORY ID FILE" TO CRT-EXN-NOTE
              WRITE CERT-EXCEPTION-REC FROM CRT-EXC-NOTE-LINE
           END-IF
           IF CRT-ALP-FOUND = 0
              ADD 1 TO CRT-EXCEPTIONS
              MOVE "NOT ON THE ALPHALIST" TO CRT-EXN-NOTE
              WRITE CERT-EXCEPTION-REC FROM CRT-EXC-NOTE-LINE
              EXIT PARAGRAPH
           END-IF
           IF CRT-ALP-GROSS NOT = CRT-E-GROSS(CRT-IDX)
              ADD 1 TO CRT-EXCEPTIONS
              MOVE "GROSS" TO CRT-EXC-ITEM
              MOVE CRT-E-GROSS(CRT-IDX) TO CRT-EXC-CERT
              MOVE CRT-ALP-GROSS TO CRT-EXC-ALP
              WRITE CERT-EXCEPTION-REC FROM CRT-EXC-LINE
           END-IF
           IF CRT-ALP-DEMIN NOT = CRT-E-DEMIN(CRT-IDX)
              ADD 1 TO CRT-EXCEPTIONS
              MOVE "DE MINIMIS" TO CRT-EXC-ITEM
              MOVE CRT-E-DEMIN(CRT-IDX) TO CRT-EXC-CERT
              MOVE CRT-ALP-DEMIN TO CRT-EXC-ALP
              WRITE CERT-EXCEPTION-REC FROM CRT-EXC-LINE
           END-IF
           IF CRT-ALP-WITHHELD NOT = CRT-E-WITHHELD(CRT-IDX)
              ADD 1 TO CRT-EXCEPTIONS
              MOVE "TAX WITHHELD" TO CRT-EXC-ITEM
              MOVE CRT-E-WITHHELD(CRT-IDX) TO CRT-EXC-CERT
              MOVE CRT-ALP-WITHHELD TO CRT-EXC-ALP
              WRITE CERT-EXCEPTION-REC FROM CRT-EXC-LINE
           END-IF
           IF CRT-ALP-DUE NOT = CRT-TAX-DUE
              ADD 1 TO CRT-EXCEPTIONS
              MOVE "TAX DUE" TO CRT-EXC-ITEM
              MOVE CRT-TAX-DUE TO CRT-EXC-CERT
              MOVE CRT-ALP-DUE TO CRT-EXC-ALP
              WRITE CERT-EXCEPTION-REC FROM CRT-EXC-LINE
           END-IF.
           EXIT.

       END PROGRAM TAX-CERTIFICATE-2316.
