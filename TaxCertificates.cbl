      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JUNE 03, 2024
      * Purpose: ANNUAL CERTIFICATES OF FINAL TAX WITHHELD ON INTEREST,
      *          ONE PER DEPOSITOR WITH A MONTHLY BREAKDOWN, AND A
      *          SUMMARY THAT TIES BACK TO THE MONTHLY REMITTANCE ROWS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TAX-CERTIFICATES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-REMIT ASSIGN TO
           "C:\cobol_project\InterestTaxRemit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT CIF-MASTER ASSIGN TO
           "C:\cobol_project\CifMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CIF-LINKS ASSIGN TO
           "C:\cobol_project\CifLinks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT KYC-FILE ASSIGN TO
           "C:\cobol_project\AccountKyc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TAXCERT-PARAMS ASSIGN TO
           "C:\cobol_project\TaxCertParams.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TAX-CERTIFICATES ASSIGN TO
           "C:\cobol_project\TaxCertificates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT TAXCERT-SUMMARY ASSIGN TO
           "C:\cobol_project\TaxCertSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
         SELECT RUN-CONTROL
         ASSIGN TO "C:\cobol_project\RunControl.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS IS SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO
           "C:\cobol_project\BusinessDate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ***** FINAL TAX WITHHELD ON INTEREST, ACCUMULATED BY ACCRUAL
      ***** MONTH FOR THE BIR REMITTANCE (*TOT = MONTH TOTAL ROW)
       FD TAX-REMIT.
       01 TAX-REMIT-REC.
          05 ITR-MONTH PIC X(6).
          05 ITR-BANKNUM PIC X(5).
          05 ITR-GROSS PIC 9(11)V9(2).
          05 ITR-TAX PIC 9(11)V9(2).
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
       FD CIF-MASTER.
       01 CIF-MASTER-REC.
          05 CIF-NUM PIC X(6).
          05 CIF-NAME PIC X(30).
          05 CIF-ADDRESS PIC X(30).
          05 CIF-BIRTHDATE PIC X(8).
          05 CIF-IDTYPE PIC X(10).
          05 CIF-IDNUM PIC X(15).
       FD CIF-LINKS.
       01 CIF-LINK-REC.
          05 CL-CIFNUM PIC X(6).
          05 CL-ACCT PIC X(5).
       FD KYC-FILE.
       01 KYC-REC.
          05 KYC-BANKNUM PIC X(5).
          05 KYC-ADDRESS PIC X(30).
          05 KYC-BIRTHDATE PIC X(8).
          05 KYC-IDTYPE PIC X(10).
          05 KYC-IDNUM PIC X(15).
          05 KYC-SOF PIC X(02).
          05 KYC-COMPLETE PIC X(01).
      ***** ONE ROW: THE BANK AS WITHHOLDING AGENT, PRINTED ON EVERY
      ***** CERTIFICATE
       FD TAXCERT-PARAMS.
       01 TAXCERT-PARAM-REC.
          05 TCP-AGENT-NAME PIC X(30).
          05 TCP-AGENT-TIN PIC X(15).
          05 TCP-AGENT-ADDRESS PIC X(30).
          05 TCP-SIGNATORY PIC X(30).
          05 TCP-SIGNER-TITLE PIC X(20).
       FD TAX-CERTIFICATES.
       01 TAX-CERTIFICATE-REC PIC X(80).
       FD TAXCERT-SUMMARY.
       01 TAXCERT-SUMMARY-REC PIC X(80).
      ***** SHOP-WIDE JOB RUN-CONTROL RECORDS (S=START E=END)
       FD RUN-CONTROL.
       01 RUN-CONTROL-REC.
          05 RC-PROGRAM PIC X(24).
          05 RC-BUSDATE PIC X(8).
          05 RC-TYPE PIC X(01).
          05 RC-TIMESTAMP PIC X(14).
          05 RC-RECORDS PIC 9(7).
          05 RC-STATUS PIC X(4).
      ***** THE SHOP'S BUSINESS-DATE CONTROL RECORD
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC.
          05 BD-DATE PIC X(8).
          05 BD-LAST-RUN PIC X(8).
          05 BD-ROLLED-ON PIC X(8).
       WORKING-STORAGE SECTION.
       01 RC-DONE-COUNT PIC 9(7) VALUE 0.
      ***** DATING COMES FROM THE BUSINESS-DATE FILE, NOT THE CLOCK
       01 BDT-DATE PIC X(8) VALUE SPACES.
       01 BDT-EOF PIC 9 VALUE 0.
      ********** WITHHOLDING-AGENT DETAILS
       01 TXC-AGENT.
          05 TXC-AGENT-NAME PIC X(30)
             VALUE "COBOL PROJECT SAVINGS BANK".
          05 TXC-AGENT-TIN PIC X(15) VALUE "000-000-000-000".
          05 TXC-AGENT-ADDRESS PIC X(30) VALUE "HEAD OFFICE".
          05 TXC-SIGNATORY PIC X(30) VALUE SPACES.
          05 TXC-SIGNER-TITLE PIC X(20) VALUE "TREASURER".
          05 TXC-PARAM-EOF PIC 9 VALUE 0.
      ********** RUN WORK FIELDS
       01 TXC-SEQ.
          05 TXC-FILE-EOF PIC 9 VALUE 0.
          05 TXC-YEAR PIC X(4).
          05 TXC-YEAR-NUM PIC 9(4).
          05 TXC-MONTH-NUM PIC 9(2).
          05 TXC-IDX PIC 9(4).
          05 TXC-IDX2 PIC 9(4).
          05 TXC-MIDX PIC 9(2).
          05 TXC-FOUND PIC 9 VALUE 0.
          05 TXC-CIFNUM PIC X(6).
          05 TXC-DEPKEY PIC X(7).
          05 TXC-NAME PIC X(30).
          05 TXC-ADDRESS PIC X(30).
          05 TXC-IDLINE PIC X(26).
          05 TXC-CERT-GROSS PIC 9(9)V9(2).
          05 TXC-CERT-TAX PIC 9(9)V9(2).
          05 TXC-MON-GROSS PIC 9(11)V9(2).
          05 TXC-MON-TAX PIC 9(11)V9(2).
          05 TXC-CERTS PIC 9(5) VALUE 0.
          05 TXC-SKIPPED PIC 9(5) VALUE 0.
          05 TXC-YEAR-GROSS PIC 9(11)V9(2) VALUE 0.
          05 TXC-YEAR-TAX PIC 9(11)V9(2) VALUE 0.
          05 TXC-YEAR-TOT-TAX PIC 9(11)V9(2) VALUE 0.
          05 TXC-YEAR-OTHER PIC 9(11)V9(2) VALUE 0.
          05 TXC-OTHER-TAX PIC 9(11)V9(2).
          05 TXC-MISMATCH PIC 9(2) VALUE 0.
      ***** TAX WITHHELD BY ACCOUNT AND MONTH FOR THE CERTIFIED YEAR
       01 TXC-ACCT-TABLE.
          05 TXC-ACCT-ENTRY OCCURS 1000 TIMES.
             10 TXC-A-ACCT PIC X(5).
             10 TXC-A-DEPKEY PIC X(7).
             10 TXC-A-MONTH OCCURS 12 TIMES.
                15 TXC-A-GROSS PIC 9(9)V9(2).
                15 TXC-A-TAX PIC 9(9)V9(2).
       01 TXC-ACCT-COUNT PIC 9(4) VALUE 0.
      ***** A CERTIFICATE GOES TO EACH CIF CUSTOMER (KEY = CIF
      ***** NUMBER); AN ACCOUNT WITH NO CIF LINK IS ITS OWN DEPOSITOR
      ***** (KEY = "A" + ACCOUNT NUMBER)
       01 TXC-DEP-TABLE.
          05 TXC-DEP-ENTRY OCCURS 1000 TIMES.
             10 TXC-D-KEY PIC X(7).
       01 TXC-DEP-COUNT PIC 9(4) VALUE 0.
       01 TXC-LINK-TABLE.
          05 TXC-LINK-ENTRY OCCURS 1000 TIMES.
             10 TXC-L-ACCT PIC X(5).
             10 TXC-L-CIFNUM PIC X(6).
       01 TXC-LINK-COUNT PIC 9(4) VALUE 0.
      ***** THE REMITTANCE FILE'S OWN VIEW OF EACH MONTH: ALL ACCOUNT
      ***** ROWS, AND THE MONTH-END ACCRUAL'S *TOT ROW
       01 TXC-MONTH-TABLE.
          05 TXC-MONTH-ENTRY OCCURS 12 TIMES.
             10 TXC-M-GROSS PIC 9(11)V9(2).
             10 TXC-M-TAX PIC 9(11)V9(2).
             10 TXC-M-TOT-TAX PIC 9(11)V9(2).
       01 TXC-MONTH-NAMES.
          05 FILLER PIC X(36)
             VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 TXC-MONTH-NAME-TABLE REDEFINES TXC-MONTH-NAMES.
          05 TXC-MONTH-NAME OCCURS 12 TIMES PIC X(3).
      ********** CERTIFICATE LAYOUTS
       01 TXC-RULE PIC X(70) VALUE ALL "-".
       01 TXC-CERT-TITLE.
          05 FILLER PIC X(48)
             VALUE "CERTIFICATE OF FINAL TAX WITHHELD AT SOURCE   ".
          05 FILLER PIC X(9) VALUE "FOR YEAR ".
          05 TXC-CT-YEAR PIC X(4).
       01 TXC-AGENT-LINE.
          05 FILLER PIC X(20) VALUE "WITHHOLDING AGENT:  ".
          05 TXC-AL-NAME PIC X(30).
       01 TXC-AGENT-TIN-LINE.
          05 FILLER PIC X(20) VALUE "AGENT TIN:          ".
          05 TXC-AT-TIN PIC X(15).
       01 TXC-AGENT-ADDR-LINE.
          05 FILLER PIC X(20) VALUE "AGENT ADDRESS:      ".
          05 TXC-AA-ADDRESS PIC X(30).
       01 TXC-PAYEE-LINE.
          05 FILLER PIC X(20) VALUE "PAYEE:              ".
          05 TXC-PL-NAME PIC X(30).
       01 TXC-PAYEE-ADDR-LINE.
          05 FILLER PIC X(20) VALUE "PAYEE ADDRESS:      ".
          05 TXC-PA-ADDRESS PIC X(30).
       01 TXC-PAYEE-ID-LINE.
          05 FILLER PIC X(20) VALUE "PAYEE ID:           ".
          05 TXC-PI-ID PIC X(26).
       01 TXC-PAYEE-ACCT-LINE.
          05 FILLER PIC X(20) VALUE "ACCOUNT(S):         ".
          05 TXC-PAL-ACCT OCCURS 8 TIMES.
             10 TXC-PAL-NUM PIC X(5).
             10 FILLER PIC X(1).
       01 TXC-CERT-COLUMNS.
          05 FILLER PIC X(10) VALUE "MONTH".
          05 FILLER PIC X(18) VALUE "    GROSS INTEREST".
          05 FILLER PIC X(18) VALUE "    TAX WITHHELD".
       01 TXC-CERT-DETAIL.
          05 TXC-CD-MONTH PIC X(3).
          05 FILLER PIC X(7) VALUE SPACES.
          05 TXC-CD-GROSS PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 TXC-CD-TAX PIC ZZZ,ZZZ,ZZ9.99.
       01 TXC-CERT-TOTAL.
          05 FILLER PIC X(10) VALUE "TOTAL".
          05 TXC-CDT-GROSS PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 TXC-CDT-TAX PIC ZZZ,ZZZ,ZZ9.99.
      ********** SUMMARY LAYOUTS
       01 TXC-SUM-TITLE.
          05 FILLER PIC X(44)
             VALUE "FINAL TAX CERTIFICATES - SUMMARY FOR YEAR   ".
          05 TXC-ST-YEAR PIC X(4).
       01 TXC-SUM-COLUMNS.
          05 FILLER PIC X(7) VALUE "MONTH".
          05 FILLER PIC X(18) VALUE "    CERTIFIED TAX".
          05 FILLER PIC X(18) VALUE "     ACCRUAL *TOT".
          05 FILLER PIC X(18) VALUE "     TD/CLOSURES".
          05 FILLER PIC X(10) VALUE "  CHECK".
       01 TXC-SUM-DETAIL.
          05 TXC-SD-MONTH PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TXC-SD-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TXC-SD-TOT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TXC-SD-OTHER PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 TXC-SD-CHECK PIC X(8).
       01 TXC-SUM-AMOUNT-LINE.
          05 TXC-SAL-LABEL PIC X(36).
          05 TXC-SAL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TXC-SUM-COUNT-LINE.
          05 TXC-SCL-LABEL PIC X(36).
          05 FILLER PIC X(9) VALUE SPACES.
          05 TXC-SCL-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-TAXCERT-PARAMS

      ***** THE DECEMBER RUN CERTIFIES THE CURRENT YEAR; RUN IN ANY
      ***** OTHER MONTH IT CERTIFIES THE YEAR JUST ENDED
           MOVE BDT-DATE(1:4) TO TXC-YEAR-NUM
           IF BDT-DATE(5:2) NOT = "12"
              SUBTRACT 1 FROM TXC-YEAR-NUM
           END-IF
           MOVE TXC-YEAR-NUM TO TXC-YEAR

           PERFORM LOAD-YEAR-WITHHOLDING
           PERFORM LOAD-CIF-LINKS
           PERFORM ASSIGN-DEPOSITORS

           OPEN OUTPUT TAX-CERTIFICATES
           OPEN INPUT BANKLEDGER
           PERFORM VARYING TXC-IDX FROM 1 BY 1
               UNTIL TXC-IDX > TXC-DEP-COUNT
              PERFORM PRINT-ONE-CERTIFICATE
           END-PERFORM
           CLOSE BANKLEDGER
           CLOSE TAX-CERTIFICATES

           PERFORM WRITE-TAXCERT-SUMMARY

           MOVE TXC-CERTS TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "TAX YEAR:            " TXC-YEAR.
           DISPLAY "CERTIFICATES:        " TXC-CERTS.
           DISPLAY "MONTHS NOT TYING:    " TXC-MISMATCH.
           GOBACK.

      ***** LOAD THE ONE-ROW AGENT FILE, SEEDING IT THE FIRST TIME
      ***** SO THE TIN AND SIGNATORY CAN BE FILLED IN
       LOAD-TAXCERT-PARAMS.
           MOVE 0 TO TXC-PARAM-EOF
           OPEN EXTEND TAXCERT-PARAMS
           CLOSE TAXCERT-PARAMS
           OPEN INPUT TAXCERT-PARAMS
           READ TAXCERT-PARAMS
              AT END MOVE 1 TO TXC-PARAM-EOF
           END-READ
           CLOSE TAXCERT-PARAMS
           IF TXC-PARAM-EOF = 1
              OPEN OUTPUT TAXCERT-PARAMS
              MOVE TXC-AGENT-NAME TO TCP-AGENT-NAME
              MOVE TXC-AGENT-TIN TO TCP-AGENT-TIN
              MOVE TXC-AGENT-ADDRESS TO TCP-AGENT-ADDRESS
              MOVE TXC-SIGNATORY TO TCP-SIGNATORY
              MOVE TXC-SIGNER-TITLE TO TCP-SIGNER-TITLE
              WRITE TAXCERT-PARAM-REC
              CLOSE TAXCERT-PARAMS
           ELSE
              MOVE TCP-AGENT-NAME TO TXC-AGENT-NAME
              MOVE TCP-AGENT-TIN TO TXC-AGENT-TIN
              MOVE TCP-AGENT-ADDRESS TO TXC-AGENT-ADDRESS
              MOVE TCP-SIGNATORY TO TXC-SIGNATORY
              MOVE TCP-SIGNER-TITLE TO TXC-SIGNER-TITLE
           END-IF.
           EXIT.

      ***** ONE PASS OVER THE REMITTANCE FILE FOR THE CERTIFIED YEAR:
      ***** ACCOUNT ROWS BUILD THE CERTIFICATES, *TOT ROWS ARE KEPT
      ***** APART FOR THE TIE-OUT
       LOAD-YEAR-WITHHOLDING.
           MOVE 0 TO TXC-ACCT-COUNT
           INITIALIZE TXC-MONTH-TABLE
           MOVE 0 TO TXC-FILE-EOF
           OPEN EXTEND TAX-REMIT
           CLOSE TAX-REMIT
           OPEN INPUT TAX-REMIT
           READ TAX-REMIT
              AT END MOVE 1 TO TXC-FILE-EOF
           END-READ
           PERFORM UNTIL TXC-FILE-EOF = 1
              IF ITR-MONTH(1:4) = TXC-YEAR
                 AND ITR-MONTH(5:2) IS NUMERIC
                 MOVE ITR-MONTH(5:2) TO TXC-MONTH-NUM
                 IF TXC-MONTH-NUM >= 1 AND TXC-MONTH-NUM <= 12
                    PERFORM TAKE-ONE-REMIT-ROW
                 END-IF
              END-IF
              READ TAX-REMIT
                 AT END MOVE 1 TO TXC-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE TAX-REMIT.
           EXIT.

       TAKE-ONE-REMIT-ROW.
           MOVE TXC-MONTH-NUM TO TXC-MIDX
           IF ITR-BANKNUM = "*TOT "
              ADD ITR-TAX TO TXC-M-TOT-TAX(TXC-MIDX)
              EXIT PARAGRAPH
           END-IF
           ADD ITR-GROSS TO TXC-M-GROSS(TXC-MIDX)
           ADD ITR-TAX TO TXC-M-TAX(TXC-MIDX)

           MOVE 0 TO TXC-FOUND
           PERFORM VARYING TXC-IDX FROM 1 BY 1
               UNTIL TXC-IDX > TXC-ACCT-COUNT OR TXC-FOUND = 1
              IF TXC-A-ACCT(TXC-IDX) = ITR-BANKNUM
                 MOVE 1 TO TXC-FOUND
                 MOVE TXC-IDX TO TXC-IDX2
              END-IF
           END-PERFORM
           IF TXC-FOUND = 0
              IF TXC-ACCT-COUNT >= 1000
                 ADD 1 TO TXC-SKIPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TXC-ACCT-COUNT
              MOVE TXC-ACCT-COUNT TO TXC-IDX2
              INITIALIZE TXC-ACCT-ENTRY(TXC-IDX2)
              MOVE ITR-BANKNUM TO TXC-A-ACCT(TXC-IDX2)
           END-IF
           ADD ITR-GROSS TO TXC-A-GROSS(TXC-IDX2 TXC-MIDX)
           ADD ITR-TAX TO TXC-A-TAX(TXC-IDX2 TXC-MIDX).
           EXIT.

       LOAD-CIF-LINKS.
           MOVE 0 TO TXC-LINK-COUNT
           MOVE 0 TO TXC-FILE-EOF
           OPEN EXTEND CIF-LINKS
           CLOSE CIF-LINKS
           OPEN INPUT CIF-LINKS
           READ CIF-LINKS
              AT END MOVE 1 TO TXC-FILE-EOF
           END-READ
           PERFORM UNTIL TXC-FILE-EOF = 1
              IF TXC-LINK-COUNT < 1000
                 ADD 1 TO TXC-LINK-COUNT
                 MOVE CL-ACCT TO TXC-L-ACCT(TXC-LINK-COUNT)
                 MOVE CL-CIFNUM TO TXC-L-CIFNUM(TXC-LINK-COUNT)
              END-IF
              READ CIF-LINKS
                 AT END MOVE 1 TO TXC-FILE-EOF
              END-READ
           END-PERFORM
           CLOSE CIF-LINKS.
           EXIT.

      ***** TAG EVERY ACCOUNT WITH ITS DEPOSITOR AND BUILD THE LIST
      ***** OF DISTINCT DEPOSITORS, ONE CERTIFICATE EACH
       ASSIGN-DEPOSITORS.
           MOVE 0 TO TXC-DEP-COUNT
           PERFORM VARYING TXC-IDX FROM 1 BY 1
               UNTIL TXC-IDX > TXC-ACCT-COUNT
              MOVE SPACES TO TXC-DEPKEY
              PERFORM VARYING TXC-IDX2 FROM 1 BY 1
                  UNTIL TXC-IDX2 > TXC-LINK-COUNT
                 IF TXC-L-ACCT(TXC-IDX2) = TXC-A-ACCT(TXC-IDX)
                    MOVE TXC-L-CIFNUM(TXC-IDX2) TO TXC-DEPKEY
                 END-IF
              END-PERFORM
              IF TXC-DEPKEY = SPACES
                 MOVE "A" TO TXC-DEPKEY(1:1)
                 MOVE TXC-A-ACCT(TXC-IDX) TO TXC-DEPKEY(2:5)
              END-IF
              MOVE TXC-DEPKEY TO TXC-A-DEPKEY(TXC-IDX)

              MOVE 0 TO TXC-FOUND
              PERFORM VARYING TXC-IDX2 FROM 1 BY 1
                  UNTIL TXC-IDX2 > TXC-DEP-COUNT
                 IF TXC-D-KEY(TXC-IDX2) = TXC-DEPKEY
                    MOVE 1 TO TXC-FOUND
                 END-IF
              END-PERFORM
              IF TXC-FOUND = 0
                 ADD 1 TO TXC-DEP-COUNT
                 MOVE TXC-DEPKEY TO TXC-D-KEY(TXC-DEP-COUNT)
              END-IF
           END-PERFORM.
           EXIT.

      ***** ONE CERTIFICATE: AGENT, PAYEE, THE PAYEE'S ACCOUNTS, AND
      ***** THE TWELVE MONTHS SUMMED ACROSS THOSE ACCOUNTS
       PRINT-ONE-CERTIFICATE.
           MOVE TXC-D-KEY(TXC-IDX) TO TXC-DEPKEY
           PERFORM FIND-PAYEE-DETAILS

           WRITE TAX-CERTIFICATE-REC FROM TXC-RULE
           MOVE TXC-YEAR TO TXC-CT-YEAR
           WRITE TAX-CERTIFICATE-REC FROM TXC-CERT-TITLE
           MOVE SPACES TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE TXC-AGENT-NAME TO TXC-AL-NAME
           WRITE TAX-CERTIFICATE-REC FROM TXC-AGENT-LINE
           MOVE TXC-AGENT-TIN TO TXC-AT-TIN
           WRITE TAX-CERTIFICATE-REC FROM TXC-AGENT-TIN-LINE
           MOVE TXC-AGENT-ADDRESS TO TXC-AA-ADDRESS
           WRITE TAX-CERTIFICATE-REC FROM TXC-AGENT-ADDR-LINE
           MOVE SPACES TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE TXC-NAME TO TXC-PL-NAME
           WRITE TAX-CERTIFICATE-REC FROM TXC-PAYEE-LINE
           MOVE TXC-ADDRESS TO TXC-PA-ADDRESS
           WRITE TAX-CERTIFICATE-REC FROM TXC-PAYEE-ADDR-LINE
           MOVE TXC-IDLINE TO TXC-PI-ID
           WRITE TAX-CERTIFICATE-REC FROM TXC-PAYEE-ID-LINE

           MOVE SPACES TO TXC-PAYEE-ACCT-LINE
           MOVE "ACCOUNT(S):" TO TXC-PAYEE-ACCT-LINE(1:20)
           MOVE 0 TO TXC-MIDX
           PERFORM VARYING TXC-IDX2 FROM 1 BY 1
               UNTIL TXC-IDX2 > TXC-ACCT-COUNT
              IF TXC-A-DEPKEY(TXC-IDX2) = TXC-DEPKEY
                 IF TXC-MIDX = 8
                    WRITE TAX-CERTIFICATE-REC FROM TXC-PAYEE-ACCT-LINE
                    MOVE SPACES TO TXC-PAYEE-ACCT-LINE
                    MOVE 0 TO TXC-MIDX
                 END-IF
                 ADD 1 TO TXC-MIDX
                 MOVE TXC-A-ACCT(TXC-IDX2) TO TXC-PAL-NUM(TXC-MIDX)
              END-IF
           END-PERFORM
           WRITE TAX-CERTIFICATE-REC FROM TXC-PAYEE-ACCT-LINE

           MOVE SPACES TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC FROM TXC-CERT-COLUMNS
           MOVE 0 TO TXC-CERT-GROSS
           MOVE 0 TO TXC-CERT-TAX
           PERFORM VARYING TXC-MIDX FROM 1 BY 1 UNTIL TXC-MIDX > 12
              MOVE 0 TO TXC-MON-GROSS
              MOVE 0 TO TXC-MON-TAX
              PERFORM VARYING TXC-IDX2 FROM 1 BY 1
                  UNTIL TXC-IDX2 > TXC-ACCT-COUNT
                 IF TXC-A-DEPKEY(TXC-IDX2) = TXC-DEPKEY
                    ADD TXC-A-GROSS(TXC-IDX2 TXC-MIDX)
                       TO TXC-MON-GROSS
                    ADD TXC-A-TAX(TXC-IDX2 TXC-MIDX)
                       TO TXC-MON-TAX
                 END-IF
              END-PERFORM
              MOVE TXC-MONTH-NAME(TXC-MIDX) TO TXC-CD-MONTH
              MOVE TXC-MON-GROSS TO TXC-CD-GROSS
              MOVE TXC-MON-TAX TO TXC-CD-TAX
              ADD TXC-MON-GROSS TO TXC-CERT-GROSS
              ADD TXC-MON-TAX TO TXC-CERT-TAX
              WRITE TAX-CERTIFICATE-REC FROM TXC-CERT-DETAIL
           END-PERFORM
           MOVE TXC-CERT-GROSS TO TXC-CDT-GROSS
           MOVE TXC-CERT-TAX TO TXC-CDT-TAX
           WRITE TAX-CERTIFICATE-REC FROM TXC-CERT-TOTAL

           MOVE SPACES TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE "WE CERTIFY THAT THE FINAL TAX SHOWN ABOVE WAS"
              TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE "WITHHELD FROM INTEREST ON YOUR DEPOSITS AND REMITTED"
              TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE "TO THE BUREAU OF INTERNAL REVENUE."
              TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE SPACES TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE "______________________________" TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE TXC-SIGNATORY TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE TXC-SIGNER-TITLE TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           MOVE SPACES TO TAX-CERTIFICATE-REC
           WRITE TAX-CERTIFICATE-REC
           ADD 1 TO TXC-CERTS.
           EXIT.

      ***** CIF CUSTOMERS TAKE NAME, ADDRESS AND ID FROM THE CIF;
      ***** AN UNLINKED ACCOUNT FALLS BACK TO THE LEDGER NAME AND THE
      ***** KYC RECORD
       FIND-PAYEE-DETAILS.
           MOVE SPACES TO TXC-NAME
           MOVE SPACES TO TXC-ADDRESS
           MOVE SPACES TO TXC-IDLINE
           IF TXC-DEPKEY(1:1) = "A"
              MOVE TXC-DEPKEY(2:5) TO LEDG-BANKNUM
              READ BANKLEDGER
                 INVALID KEY
                    MOVE "ACCOUNT CLOSED/PURGED" TO TXC-NAME
                 NOT INVALID KEY
                    MOVE LEDG-BANKNAME TO TXC-NAME
              END-READ
              MOVE 0 TO TXC-FILE-EOF
              OPEN EXTEND KYC-FILE
              CLOSE KYC-FILE
              OPEN INPUT KYC-FILE
              READ KYC-FILE
                 AT END MOVE 1 TO TXC-FILE-EOF
              END-READ
              PERFORM UNTIL TXC-FILE-EOF = 1
                 IF KYC-BANKNUM = TXC-DEPKEY(2:5)
                    MOVE KYC-ADDRESS TO TXC-ADDRESS
                    MOVE KYC-IDTYPE TO TXC-IDLINE(1:10)
                    MOVE KYC-IDNUM TO TXC-IDLINE(12:15)
                 END-IF
                 READ KYC-FILE
                    AT END MOVE 1 TO TXC-FILE-EOF
                 END-READ
              END-PERFORM
              CLOSE KYC-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TXC-FILE-EOF
           OPEN EXTEND CIF-MASTER
           CLOSE CIF-MASTER
           OPEN INPUT CIF-MASTER
           READ CIF-MASTER
              AT END MOVE 1 TO TXC-FILE-EOF
           END-READ
           PERFORM UNTIL TXC-FILE-EOF = 1
              IF CIF-NUM = TXC-DEPKEY(1:6)
                 MOVE CIF-NAME TO TXC-NAME
                 MOVE CIF-ADDRESS TO TXC-ADDRESS
                 MOVE CIF-IDTYPE TO TXC-IDLINE(1:10)
                 MOVE CIF-IDNUM TO TXC-IDLINE(12:15)
                 MOVE 1 TO TXC-FILE-EOF
              ELSE
                 READ CIF-MASTER
                    AT END MOVE 1 TO TXC-FILE-EOF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CIF-MASTER.
           EXIT.

      ***** EVERY MONTH'S CERTIFIED TAX MUST COVER THE ACCRUAL'S *TOT
      ***** ROW; THE EXCESS IS WITHHOLDING POSTED OUTSIDE THE ACCRUAL
      ***** (TIME-DEPOSIT MATURITIES, PRE-TERMINATIONS, CLOSURES)
       WRITE-TAXCERT-SUMMARY.
           OPEN OUTPUT TAXCERT-SUMMARY
           MOVE TXC-YEAR TO TXC-ST-YEAR
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-TITLE
           MOVE SPACES TO TAXCERT-SUMMARY-REC
           WRITE TAXCERT-SUMMARY-REC
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-COLUMNS
           MOVE 0 TO TXC-YEAR-GROSS
           PERFORM VARYING TXC-MIDX FROM 1 BY 1 UNTIL TXC-MIDX > 12
              MOVE TXC-YEAR TO TXC-SD-MONTH(1:4)
              MOVE TXC-MIDX TO TXC-MONTH-NUM
              MOVE TXC-MONTH-NUM TO TXC-SD-MONTH(5:2)
              MOVE TXC-M-TAX(TXC-MIDX) TO TXC-SD-TAX
              MOVE TXC-M-TOT-TAX(TXC-MIDX) TO TXC-SD-TOT
              IF TXC-M-TAX(TXC-MIDX) < TXC-M-TOT-TAX(TXC-MIDX)
                 MOVE 0 TO TXC-SD-OTHER
                 MOVE "SHORT" TO TXC-SD-CHECK
                 ADD 1 TO TXC-MISMATCH
              ELSE
                 COMPUTE TXC-OTHER-TAX =
                     TXC-M-TAX(TXC-MIDX) - TXC-M-TOT-TAX(TXC-MIDX)
                 MOVE TXC-OTHER-TAX TO TXC-SD-OTHER
                 ADD TXC-OTHER-TAX TO TXC-YEAR-OTHER
                 MOVE "TIES" TO TXC-SD-CHECK
              END-IF
              ADD TXC-M-GROSS(TXC-MIDX) TO TXC-YEAR-GROSS
              ADD TXC-M-TAX(TXC-MIDX) TO TXC-YEAR-TAX
              ADD TXC-M-TOT-TAX(TXC-MIDX) TO TXC-YEAR-TOT-TAX
              WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-DETAIL
           END-PERFORM

           MOVE SPACES TO TAXCERT-SUMMARY-REC
           WRITE TAXCERT-SUMMARY-REC
           MOVE "CERTIFICATES PRINTED:" TO TXC-SCL-LABEL
           MOVE TXC-CERTS TO TXC-SCL-COUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-COUNT-LINE
           MOVE "ACCOUNTS CERTIFIED:" TO TXC-SCL-LABEL
           MOVE TXC-ACCT-COUNT TO TXC-SCL-COUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-COUNT-LINE
           MOVE "ACCOUNTS OVER TABLE LIMIT:" TO TXC-SCL-LABEL
           MOVE TXC-SKIPPED TO TXC-SCL-COUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-COUNT-LINE
           MOVE "GROSS INTEREST CERTIFIED:" TO TXC-SAL-LABEL
           MOVE TXC-YEAR-GROSS TO TXC-SAL-AMOUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-AMOUNT-LINE
           MOVE "FINAL TAX CERTIFIED:" TO TXC-SAL-LABEL
           MOVE TXC-YEAR-TAX TO TXC-SAL-AMOUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-AMOUNT-LINE
           MOVE "  MONTH-END ACCRUAL (*TOT ROWS):" TO TXC-SAL-LABEL
           MOVE TXC-YEAR-TOT-TAX TO TXC-SAL-AMOUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-AMOUNT-LINE
           MOVE "  TIME DEPOSITS AND CLOSURES:" TO TXC-SAL-LABEL
           MOVE TXC-YEAR-OTHER TO TXC-SAL-AMOUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-AMOUNT-LINE
           MOVE "MONTHS NOT TYING:" TO TXC-SCL-LABEL
           MOVE TXC-MISMATCH TO TXC-SCL-COUNT
           WRITE TAXCERT-SUMMARY-REC FROM TXC-SUM-COUNT-LINE
           CLOSE TAXCERT-SUMMARY.
           EXIT.


      ***** ALL DATING COMES FROM THE BUSINESS-DATE CONTROL FILE;
      ***** THE MACHINE CLOCK ONLY SUPPLIES THE TIME OF DAY (AND
      ***** THE DATE WHEN NO CONTROL RECORD EXISTS YET)
       GET-BUSINESS-DATE.
            IF BDT-DATE = SPACES
               MOVE 0 TO BDT-EOF
               OPEN EXTEND BUSINESS-DATE
               CLOSE BUSINESS-DATE
               OPEN INPUT BUSINESS-DATE
               READ BUSINESS-DATE
                  AT END MOVE 1 TO BDT-EOF
               END-READ
               CLOSE BUSINESS-DATE
               IF BDT-EOF = 1
                  MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-DATE
               ELSE
                  MOVE BD-DATE TO BDT-DATE
               END-IF
            END-IF.
            EXIT.


      ***** START AND END RECORDS ON THE SHARED RUN-CONTROL FILE SO
      ***** OPERATIONS CAN SEE EVERY JOB'S OUTCOME THE NEXT MORNING
       LOG-RUN-START.
           MOVE "BANK-TAX-CERTIFICATES" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'S' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE 0 TO RC-RECORDS
           MOVE SPACES TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       LOG-RUN-END.
           MOVE "BANK-TAX-CERTIFICATES" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE "OK  " TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM BANK-TAX-CERTIFICATES.
