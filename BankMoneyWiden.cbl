      ******************************************************************
      * Author: LEILA H. BORROMEO
      * Date: JULY 08, 2024
      * Purpose: ONE-TIME CONVERSION OF THE BANK FILES TO THE WIDER
      *          MONEY FIELDS (9(6)V9(2) AMOUNTS BECOME 9(9)V9(2)).
      *          EVERY FILE IS REWRITTEN TO A WORK COPY AND PROVED BY
      *          RECORD COUNT AND MONEY HASH TOTAL BEFORE ANYTHING IS
      *          INSTALLED, THEN PROVED AGAIN IN PLACE AFTERWARDS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MONEY-WIDEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERT-OLD ASSIGN TO MWC-OLD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CONVERT-NEW ASSIGN TO MWC-NEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT CONVERT-PRE ASSIGN TO MWC-PRE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT OLD-LEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OLDL-BANKNUM.
           SELECT BANKLEDGER ASSIGN TO
           "C:\cobol_project\BankLedgerIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEDG-BANKNUM.
           SELECT BANK-JOURNAL-IDX ASSIGN TO
           "C:\cobol_project\BankJournalIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS JX-KEY.
           SELECT ARCHIVE-CATALOG ASSIGN TO
           "C:\cobol_project\ArchiveCatalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT WIDEN-CONTROL ASSIGN TO
           "C:\cobol_project\MoneyWidenCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           SELECT WIDEN-REPORT ASSIGN TO
           "C:\cobol_project\MoneyWidenProof.dat"
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
      ***** GENERIC RECORD AREAS; THE FIELD POSITIONS COME FROM THE
      ***** LAYOUT TABLE IN WORKING-STORAGE
       FD CONVERT-OLD.
       01 CONVERT-OLD-REC PIC X(250).
       FD CONVERT-NEW.
       01 CONVERT-NEW-REC PIC X(250).
      ***** PRE-CONVERSION IMAGE OF EACH FILE, KEPT FOR FALLBACK
       FD CONVERT-PRE.
       01 CONVERT-PRE-REC PIC X(250).
      ***** THE LEDGER MASTER AS IT WAS BUILT BEFORE THE WIDENING
       FD OLD-LEDGER.
       01 OLD-LEDGER-REC.
          05 OLDL-BANKNUM PIC X(5).
          05 OLDL-BANKNAME PIC X(10).
          05 OLDL-BALANCE PIC 9(6)V9(2).
          05 OLDL-STATUS PIC X(01).
       FD BANKLEDGER.
       01 LEDGER-REC.
          05 LEDG-BANKNUM PIC X(5).
          05 LEDG-BANKNAME PIC X(10).
          05 LEDG-BALANCE PIC 9(9)V9(2).
          05 LEDG-STATUS PIC X(01).
      ***** THE KEYED SHADOW OF THE JOURNAL, REBUILT IN THE NEW
      ***** LAYOUT BY BANK-JOURNAL-SYNC ONCE THE JOURNAL IS IN
       FD BANK-JOURNAL-IDX.
       01 BANK-JOURNAL-IDX-REC.
          05 JX-KEY.
             10 JX-BANKNUM PIC X(5).
             10 JX-TIMESTAMP PIC X(14).
             10 JX-SEQ PIC 9(3).
          05 JX-TCODE PIC X(01).
          05 JX-AMOUNT PIC 9(9)V9(2).
          05 JX-BALANCE PIC 9(9)V9(2).
          05 JX-RECON PIC X(01).
          05 JX-OPERATOR PIC X(5).
          05 JX-BRANCH PIC X(3).
      ***** (CAT-STATUS: A=AVAILABLE P=PURGED)
       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-REC.
          05 CAT-GEN PIC 9(4).
          05 CAT-DATE PIC X(8).
          05 CAT-FILE PIC X(12).
          05 CAT-COUNT PIC 9(7).
          05 CAT-STATUS PIC X(01).
      ***** ONE ROW ONCE THE CONVERSION IS INSTALLED AND PROVED
      ***** (MWL-STATUS: C=COMPLETE); ITS PRESENCE BLOCKS A RERUN,
      ***** WHICH WOULD WIDEN THE ALREADY-WIDE FILES A SECOND TIME
       FD WIDEN-CONTROL.
       01 WIDEN-CONTROL-REC.
          05 MWL-DATE PIC X(8).
          05 MWL-STATUS PIC X(01).
          05 MWL-FILES PIC 9(3).
          05 MWL-RECORDS PIC 9(9).
       FD WIDEN-REPORT.
       01 WIDEN-REPORT-REC PIC X(100).
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
       01 MWC-RUN-STATUS PIC X(4) VALUE "OK  ".
      ********** DYNAMIC FILE NAMES FOR THE GENERIC PASSES
       01 MWC-OLD-NAME PIC X(60).
       01 MWC-NEW-NAME PIC X(60).
       01 MWC-PRE-NAME PIC X(60).
      ********** OLD AND NEW LAYOUT OF EVERY FILE CARRYING MONEY:
      ***** NAME, PATH, OLD AND NEW RECORD LENGTH, NUMBER OF MONEY
      ***** FIELDS, THEN PER FIELD ITS OLD POSITION, OLD LENGTH AND
      ***** NEW LENGTH (EVERYTHING BETWEEN THE FIELDS IS CARRIED AS IS)
       01 MWC-SPEC-TABLE.
          05 FILLER PIC X(52) VALUE
             "BankLedger  C:\cobol_project\BankLedger.dat         ".
          05 FILLER PIC X(35) VALUE
             "02402710160811000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "BankLedgBak C:\cobol_project\BankLedgerBak.dat      ".
          05 FILLER PIC X(35) VALUE
             "02402710160811000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "BankJournal C:\cobol_project\BankJournal.dat        ".
          05 FILLER PIC X(35) VALUE
             "04505120070811015081100000000000000".
          05 FILLER PIC X(52) VALUE
             "AccountHoldsC:\cobol_project\AccountHolds.dat       ".
          05 FILLER PIC X(35) VALUE
             "03203510060811000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "TimeDepositsC:\cobol_project\TimeDeposits.dat       ".
          05 FILLER PIC X(35) VALUE
             "04304610110811000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "LoanMaster  C:\cobol_project\LoanMaster.dat         ".
          05 FILLER PIC X(35) VALUE
             "05606530060811021081104108110000000".
          05 FILLER PIC X(52) VALUE
             "LoanScheduleC:\cobol_project\LoanSchedule.dat       ".
          05 FILLER PIC X(35) VALUE
             "04005240090811017081102508110330811".
          05 FILLER PIC X(52) VALUE
             "LoanSchHist C:\cobol_project\LoanScheduleHist.dat   ".
          05 FILLER PIC X(35) VALUE
             "04806040170811025081103308110410811".
          05 FILLER PIC X(52) VALUE
             "GLBatch     C:\cobol_project\GLBatch.dat            ".
          05 FILLER PIC X(35) VALUE
             "02402710151013000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "AcctCurrencyC:\cobol_project\AccountCurrency.dat    ".
          05 FILLER PIC X(35) VALUE
             "01902110091113000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "IntTaxRemit C:\cobol_project\InterestTaxRemit.dat   ".
          05 FILLER PIC X(35) VALUE
             "03103720121013022101300000000000000".
          05 FILLER PIC X(52) VALUE
             "EscheatReg  C:\cobol_project\EscheatRegister.dat    ".
          05 FILLER PIC X(35) VALUE
             "10610910660811000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "ReversalLog C:\cobol_project\ReversalLog.dat        ".
          05 FILLER PIC X(35) VALUE
             "05205510350811000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "ExceptionLogC:\cobol_project\ExceptionLog.dat       ".
          05 FILLER PIC X(35) VALUE
             "04504810170811000000000000000000000".
          05 FILLER PIC X(52) VALUE
             "PassbookPos C:\cobol_project\PassbookPos.dat        ".
          05 FILLER PIC X(35) VALUE
             "03003310200811000000000000000000000".
       01 MWC-SPEC-TABLE-R REDEFINES MWC-SPEC-TABLE.
          05 MWC-SPEC-ENTRY OCCURS 15 TIMES.
             10 MWC-S-NAME PIC X(12).
             10 MWC-S-PATH PIC X(40).
             10 MWC-S-OLD-LEN PIC 9(3).
             10 MWC-S-NEW-LEN PIC 9(3).
             10 MWC-S-FIELDS PIC 9.
             10 MWC-S-FIELD OCCURS 4 TIMES.
                15 MWC-S-OFF PIC 9(3).
                15 MWC-S-OLEN PIC 9(2).
                15 MWC-S-NLEN PIC 9(2).
       01 MWC-SPEC-COUNT PIC 9(2) VALUE 15.
      ***** SPEC ENTRIES REUSED FOR THE MONTH-END ARCHIVE COPIES
       01 MWC-LEDGER-SPEC PIC 9(2) VALUE 1.
       01 MWC-JOURNAL-SPEC PIC 9(2) VALUE 3.
      ********** ONE JOB PER FILE TO CONVERT (KIND L=THE INDEXED
      ***** LEDGER MASTER, S=A SEQUENTIAL FILE OR ARCHIVE COPY), WITH
      ***** THE BEFORE TOTALS THE INSTALLED FILE MUST PROVE BACK TO
       01 MWC-JOB-TABLE.
          05 MWC-JOB-ENTRY OCCURS 60 TIMES.
             10 MWC-J-SPEC PIC 9(2).
             10 MWC-J-KIND PIC X(01).
             10 MWC-J-LABEL PIC X(18).
             10 MWC-J-OLD PIC X(60).
             10 MWC-J-WORK PIC X(60).
             10 MWC-J-PRE PIC X(60).
             10 MWC-J-COUNT PIC 9(7).
             10 MWC-J-HASH PIC 9(13)V9(2).
       01 MWC-JOB-COUNT PIC 9(2) VALUE 0.
       01 MWC-JOB PIC 9(2).
       01 MWC-JOURNAL-JOB PIC 9(2) VALUE 0.
      ********** RUN WORK FIELDS
       01 MWC-SEQ.
          05 MWC-EOF PIC 9 VALUE 0.
          05 MWC-DONE PIC 9 VALUE 0.
          05 MWC-DONE-DATE PIC X(8).
          05 MWC-SPEC PIC 9(2).
          05 MWC-IDX PIC 9(2).
          05 MWC-FLD PIC 9.
          05 MWC-OLD-POS PIC 9(3).
          05 MWC-NEW-POS PIC 9(3).
          05 MWC-SEG-LEN PIC S9(3).
          05 MWC-NOFF PIC 9(3) OCCURS 4 TIMES.
          05 MWC-GEN-X PIC 9(4).
          05 MWC-COUNT-IN PIC 9(7) VALUE 0.
          05 MWC-COUNT-OUT PIC 9(7) VALUE 0.
          05 MWC-HASH-IN PIC 9(13)V9(2) VALUE 0.
          05 MWC-HASH-OUT PIC 9(13)V9(2) VALUE 0.
          05 MWC-BAD PIC 9(7) VALUE 0.
          05 MWC-DUP PIC 9(7) VALUE 0.
          05 MWC-FAIL-COUNT PIC 9(3) VALUE 0.
          05 MWC-RECORDS PIC 9(9) VALUE 0.
          05 MWC-UNLOADED PIC 9(7) VALUE 0.
          05 MWC-RESULT PIC X(8).
      ***** ONE MONEY FIELD, RIGHT-ALIGNED ON ZEROS; BLANKS (A FIELD
      ***** MISSING FROM AN OLDER SHORT RECORD) COUNT AS ZERO
       01 MWC-FIELD-TEXT PIC X(13).
       01 MWC-FIELD-LEN PIC 9(2).
       01 MWC-DIGITS PIC X(13).
       01 MWC-DIGITS-N REDEFINES MWC-DIGITS PIC 9(11)V9(2).
      ********** PROOF REPORT LAYOUTS
       01 MWC-TITLE-LINE.
          05 FILLER PIC X(38)
             VALUE "BANK MONEY FIELD WIDENING PROOF AS OF ".
          05 MWC-TTL-DATE PIC X(8).
       01 MWC-PHASE-LINE.
          05 MWC-PHASE-TEXT PIC X(70).
       01 MWC-COL-LINE.
          05 FILLER PIC X(20) VALUE "FILE".
          05 FILLER PIC X(9) VALUE "  RECS IN".
          05 FILLER PIC X(11) VALUE "   RECS OUT".
          05 FILLER PIC X(22) VALUE "               HASH IN".
          05 FILLER PIC X(22) VALUE "              HASH OUT".
          05 FILLER PIC X(10) VALUE "  RESULT".
       01 MWC-DETAIL-LINE.
          05 MWC-D-LABEL PIC X(18).
          05 FILLER PIC X(2) VALUE SPACES.
          05 MWC-D-COUNT-IN PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 MWC-D-COUNT-OUT PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 MWC-D-HASH-IN PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 MWC-D-HASH-OUT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 MWC-D-RESULT PIC X(8).
       01 MWC-NOTE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 MWC-NOTE-TEXT PIC X(40).
          05 MWC-NOTE-COUNT PIC Z,ZZZ,ZZ9.
      ***** REGISTRATION HANDOVER FOR THE REPORT SPOOL
       01 SPL-PARM.
          05 SPL-P-NAME PIC X(16) VALUE "MONEY-WIDEN".
          05 SPL-P-PROGRAM PIC X(24) VALUE "BANK-MONEY-WIDEN".
          05 SPL-P-SOURCE PIC X(44)
             VALUE "C:\cobol_project\MoneyWidenProof.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE

           PERFORM CHECK-WIDEN-CONTROL
           IF MWC-DONE = 1
              DISPLAY "MONEY FIELDS WERE ALREADY WIDENED ON "
                 MWC-DONE-DATE
              DISPLAY "CONVERSION NOT RUN"
              MOVE "SKIP" TO MWC-RUN-STATUS
              PERFORM LOG-RUN-END
              GOBACK
           END-IF

           OPEN OUTPUT WIDEN-REPORT
           MOVE BDT-DATE TO MWC-TTL-DATE
           WRITE WIDEN-REPORT-REC FROM MWC-TITLE-LINE
           MOVE SPACES TO WIDEN-REPORT-REC
           WRITE WIDEN-REPORT-REC

           PERFORM BUILD-JOB-LIST
           PERFORM UNLOAD-OLD-LEDGER

      ***** PASS 1: EVERY FILE IS WIDENED INTO A WORK COPY AND THE
      ***** COPY IS READ BACK; NOTHING LIVE IS TOUCHED YET
           MOVE "PASS 1 - CONVERTED WORK COPIES AGAINST THE OLD FILES"
              TO MWC-PHASE-TEXT
           PERFORM WRITE-PHASE-HEADING
           PERFORM VARYING MWC-JOB FROM 1 BY 1
               UNTIL MWC-JOB > MWC-JOB-COUNT
              PERFORM CONVERT-ONE-JOB
           END-PERFORM

           IF MWC-FAIL-COUNT > 0
              MOVE SPACES TO WIDEN-REPORT-REC
              WRITE WIDEN-REPORT-REC
              MOVE "FILES FAILING THE PROOF:" TO MWC-NOTE-TEXT
              MOVE MWC-FAIL-COUNT TO MWC-NOTE-COUNT
              WRITE WIDEN-REPORT-REC FROM MWC-NOTE-LINE
              MOVE "NOTHING INSTALLED - FILES LEFT AS THEY WERE"
                 TO MWC-PHASE-TEXT
              WRITE WIDEN-REPORT-REC FROM MWC-PHASE-LINE
              MOVE "FAIL" TO MWC-RUN-STATUS
           ELSE
              PERFORM INSTALL-AND-PROVE
           END-IF

           CLOSE WIDEN-REPORT
           CALL "SPOOL-REGISTER" USING SPL-PARM
           MOVE MWC-RECORDS TO RC-DONE-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "FILES PROCESSED:   " MWC-JOB-COUNT.
           DISPLAY "RECORDS WIDENED:   " MWC-RECORDS.
           IF MWC-RUN-STATUS = "OK  "
              DISPLAY "ALL FILES CONVERTED AND PROVED"
           ELSE
              DISPLAY "PROOF FAILED - SEE MoneyWidenProof.dat"
           END-IF.
           GOBACK.

      ***** PASS 2: EACH WORK COPY REPLACES ITS FILE, WHICH IS THEN
      ***** RE-READ IN THE NEW LAYOUT AND PROVED TO THE PASS 1 TOTALS;
      ***** THE JOURNAL SHADOW IS REBUILT AND PROVED TO THE JOURNAL
       INSTALL-AND-PROVE.
           MOVE SPACES TO WIDEN-REPORT-REC
           WRITE WIDEN-REPORT-REC
           MOVE "PASS 2 - INSTALLED FILES RE-READ IN THE NEW LAYOUT"
              TO MWC-PHASE-TEXT
           PERFORM WRITE-PHASE-HEADING
           PERFORM VARYING MWC-JOB FROM 1 BY 1
               UNTIL MWC-JOB > MWC-JOB-COUNT
              PERFORM INSTALL-ONE-JOB
           END-PERFORM
           PERFORM PROVE-JOURNAL-SHADOW

           MOVE SPACES TO WIDEN-REPORT-REC
           WRITE WIDEN-REPORT-REC
           IF MWC-FAIL-COUNT > 0
              MOVE "FILES FAILING THE PROOF:" TO MWC-NOTE-TEXT
              MOVE MWC-FAIL-COUNT TO MWC-NOTE-COUNT
              WRITE WIDEN-REPORT-REC FROM MWC-NOTE-LINE
              MOVE "RESTORE FAILED FILES FROM THEIR .pre COPIES"
                 TO MWC-PHASE-TEXT
              WRITE WIDEN-REPORT-REC FROM MWC-PHASE-LINE
              MOVE "FAIL" TO MWC-RUN-STATUS
           ELSE
              PERFORM MARK-WIDEN-DONE
              MOVE "ALL FILES CONVERTED, INSTALLED AND PROVED"
                 TO MWC-PHASE-TEXT
              WRITE WIDEN-REPORT-REC FROM MWC-PHASE-LINE
           END-IF.
           EXIT.

      ***** A COMPLETED CONVERSION LEAVES A CONTROL ROW BEHIND
       CHECK-WIDEN-CONTROL.
           MOVE 0 TO MWC-DONE
           MOVE 0 TO MWC-EOF
           OPEN EXTEND WIDEN-CONTROL
           CLOSE WIDEN-CONTROL
           OPEN INPUT WIDEN-CONTROL
           READ WIDEN-CONTROL
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              IF MWL-STATUS = 'C'
                 MOVE 1 TO MWC-DONE
                 MOVE MWL-DATE TO MWC-DONE-DATE
              END-IF
              READ WIDEN-CONTROL
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE WIDEN-CONTROL.
           EXIT.

       MARK-WIDEN-DONE.
           MOVE BDT-DATE TO MWL-DATE
           MOVE 'C' TO MWL-STATUS
           MOVE MWC-JOB-COUNT TO MWL-FILES
           MOVE MWC-RECORDS TO MWL-RECORDS
           OPEN EXTEND WIDEN-CONTROL
              WRITE WIDEN-CONTROL-REC
           CLOSE WIDEN-CONTROL.
           EXIT.

      ***** THE LEDGER MASTER COMES FIRST (CONVERTED FROM ITS OLD-
      ***** LAYOUT UNLOAD), THEN EVERY SEQUENTIAL FILE IN THE TABLE,
      ***** THEN THE LEDGER AND JOURNAL COPIES STILL HELD IN THE
      ***** MONTH-END ARCHIVE SO A RESTORE BRINGS BACK WIDE RECORDS
       BUILD-JOB-LIST.
           MOVE 1 TO MWC-JOB-COUNT
           MOVE MWC-LEDGER-SPEC TO MWC-J-SPEC(1)
           MOVE 'L' TO MWC-J-KIND(1)
           MOVE "BankLedgerIdx" TO MWC-J-LABEL(1)
           MOVE "C:\cobol_project\BankLedgerIdx.pre" TO MWC-J-OLD(1)
           MOVE "C:\cobol_project\BankLedgerIdx.wid" TO MWC-J-WORK(1)
           MOVE SPACES TO MWC-J-PRE(1)

           PERFORM VARYING MWC-IDX FROM 1 BY 1
               UNTIL MWC-IDX > MWC-SPEC-COUNT
              ADD 1 TO MWC-JOB-COUNT
              MOVE MWC-IDX TO MWC-J-SPEC(MWC-JOB-COUNT)
              MOVE 'S' TO MWC-J-KIND(MWC-JOB-COUNT)
              MOVE MWC-S-NAME(MWC-IDX) TO MWC-J-LABEL(MWC-JOB-COUNT)
              MOVE MWC-S-PATH(MWC-IDX) TO MWC-J-OLD(MWC-JOB-COUNT)
              MOVE SPACES TO MWC-J-WORK(MWC-JOB-COUNT)
              STRING "C:\cobol_project\" MWC-S-NAME(MWC-IDX) ".wid"
                 DELIMITED BY SPACE INTO MWC-J-WORK(MWC-JOB-COUNT)
              MOVE SPACES TO MWC-J-PRE(MWC-JOB-COUNT)
              STRING "C:\cobol_project\" MWC-S-NAME(MWC-IDX) ".pre"
                 DELIMITED BY SPACE INTO MWC-J-PRE(MWC-JOB-COUNT)
              IF MWC-IDX = MWC-JOURNAL-SPEC
                 MOVE MWC-JOB-COUNT TO MWC-JOURNAL-JOB
              END-IF
           END-PERFORM

           MOVE 0 TO MWC-EOF
           OPEN EXTEND ARCHIVE-CATALOG
           CLOSE ARCHIVE-CATALOG
           OPEN INPUT ARCHIVE-CATALOG
           READ ARCHIVE-CATALOG
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              IF CAT-STATUS = 'A' AND MWC-JOB-COUNT < 60
                 IF CAT-FILE = "BankLedger"
                    MOVE MWC-LEDGER-SPEC TO MWC-SPEC
                    PERFORM ADD-ARCHIVE-JOB
                 END-IF
                 IF CAT-FILE = "BankJournal"
                    MOVE MWC-JOURNAL-SPEC TO MWC-SPEC
                    PERFORM ADD-ARCHIVE-JOB
                 END-IF
              END-IF
              READ ARCHIVE-CATALOG
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG.
           EXIT.

       ADD-ARCHIVE-JOB.
           ADD 1 TO MWC-JOB-COUNT
           MOVE CAT-GEN TO MWC-GEN-X
           MOVE MWC-SPEC TO MWC-J-SPEC(MWC-JOB-COUNT)
           MOVE 'S' TO MWC-J-KIND(MWC-JOB-COUNT)
           MOVE SPACES TO MWC-J-LABEL(MWC-JOB-COUNT)
           STRING "G" MWC-GEN-X " " CAT-FILE
              DELIMITED BY SIZE INTO MWC-J-LABEL(MWC-JOB-COUNT)
           MOVE SPACES TO MWC-J-OLD(MWC-JOB-COUNT)
           STRING "C:\cobol_project\G" MWC-GEN-X "-" CAT-FILE ".arc"
              DELIMITED BY SPACE INTO MWC-J-OLD(MWC-JOB-COUNT)
           MOVE SPACES TO MWC-J-WORK(MWC-JOB-COUNT)
           STRING "C:\cobol_project\G" MWC-GEN-X "-" CAT-FILE ".wid"
              DELIMITED BY SPACE INTO MWC-J-WORK(MWC-JOB-COUNT)
           MOVE SPACES TO MWC-J-PRE(MWC-JOB-COUNT)
           STRING "C:\cobol_project\G" MWC-GEN-X "-" CAT-FILE ".pre"
              DELIMITED BY SPACE INTO MWC-J-PRE(MWC-JOB-COUNT).
           EXIT.

      ***** THE INDEXED MASTER CANNOT BE READ THROUGH THE NEW RECORD,
      ***** SO IT IS UNLOADED THROUGH THE OLD ONE; THE UNLOAD DOUBLES
      ***** AS THE LEDGER'S PRE-CONVERSION COPY
       UNLOAD-OLD-LEDGER.
           MOVE 0 TO MWC-EOF
           MOVE 0 TO MWC-UNLOADED
           MOVE MWC-J-OLD(1) TO MWC-PRE-NAME
           OPEN INPUT OLD-LEDGER
           OPEN OUTPUT CONVERT-PRE
           READ OLD-LEDGER NEXT RECORD
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              MOVE SPACES TO CONVERT-PRE-REC
              MOVE OLD-LEDGER-REC TO CONVERT-PRE-REC
              WRITE CONVERT-PRE-REC
              ADD 1 TO MWC-UNLOADED
              READ OLD-LEDGER NEXT RECORD
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE OLD-LEDGER
           CLOSE CONVERT-PRE
           DISPLAY "LEDGER ACCOUNTS UNLOADED: " MWC-UNLOADED.
           EXIT.

      ***** NEW POSITION OF EACH MONEY FIELD = OLD POSITION PLUS THE
      ***** GROWTH OF THE FIELDS IN FRONT OF IT
       LOAD-JOB-SPEC.
           MOVE MWC-J-SPEC(MWC-JOB) TO MWC-SPEC
           MOVE 0 TO MWC-SEG-LEN
           PERFORM VARYING MWC-FLD FROM 1 BY 1
               UNTIL MWC-FLD > MWC-S-FIELDS(MWC-SPEC)
              COMPUTE MWC-NOFF(MWC-FLD) =
                 MWC-S-OFF(MWC-SPEC, MWC-FLD) + MWC-SEG-LEN
              COMPUTE MWC-SEG-LEN = MWC-SEG-LEN
                 + MWC-S-NLEN(MWC-SPEC, MWC-FLD)
                 - MWC-S-OLEN(MWC-SPEC, MWC-FLD)
           END-PERFORM.
           EXIT.

       CONVERT-ONE-JOB.
           PERFORM LOAD-JOB-SPEC
           MOVE MWC-J-OLD(MWC-JOB) TO MWC-OLD-NAME
           MOVE MWC-J-WORK(MWC-JOB) TO MWC-NEW-NAME
           MOVE MWC-J-PRE(MWC-JOB) TO MWC-PRE-NAME
           MOVE 0 TO MWC-COUNT-IN
           MOVE 0 TO MWC-HASH-IN
           MOVE 0 TO MWC-BAD
           MOVE 0 TO MWC-EOF
           OPEN EXTEND CONVERT-OLD
           CLOSE CONVERT-OLD
           OPEN INPUT CONVERT-OLD
           OPEN OUTPUT CONVERT-NEW
           IF MWC-PRE-NAME NOT = SPACES
              OPEN OUTPUT CONVERT-PRE
           END-IF
           READ CONVERT-OLD
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              ADD 1 TO MWC-COUNT-IN
              IF MWC-PRE-NAME NOT = SPACES
                 WRITE CONVERT-PRE-REC FROM CONVERT-OLD-REC
              END-IF
              PERFORM WIDEN-ONE-RECORD
              WRITE CONVERT-NEW-REC
              READ CONVERT-OLD
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE CONVERT-OLD
           CLOSE CONVERT-NEW
           IF MWC-PRE-NAME NOT = SPACES
              CLOSE CONVERT-PRE
           END-IF
           MOVE MWC-COUNT-IN TO MWC-J-COUNT(MWC-JOB)
           MOVE MWC-HASH-IN TO MWC-J-HASH(MWC-JOB)
           ADD MWC-COUNT-IN TO MWC-RECORDS

           PERFORM TOTAL-NEW-LAYOUT
           PERFORM WRITE-PROOF-LINE.
           EXIT.

      ***** COPY THE RECORD ACROSS PIECE BY PIECE, RE-ALIGNING EACH
      ***** MONEY FIELD ON LEADING ZEROS IN ITS WIDER SLOT
       WIDEN-ONE-RECORD.
           MOVE SPACES TO CONVERT-NEW-REC
           MOVE 1 TO MWC-OLD-POS
           MOVE 1 TO MWC-NEW-POS
           PERFORM VARYING MWC-FLD FROM 1 BY 1
               UNTIL MWC-FLD > MWC-S-FIELDS(MWC-SPEC)
              COMPUTE MWC-SEG-LEN =
                 MWC-S-OFF(MWC-SPEC, MWC-FLD) - MWC-OLD-POS
              IF MWC-SEG-LEN > 0
                 MOVE CONVERT-OLD-REC(MWC-OLD-POS:MWC-SEG-LEN)
                    TO CONVERT-NEW-REC(MWC-NEW-POS:MWC-SEG-LEN)
                 ADD MWC-SEG-LEN TO MWC-NEW-POS
              END-IF
              MOVE MWC-S-OLEN(MWC-SPEC, MWC-FLD) TO MWC-FIELD-LEN
              MOVE CONVERT-OLD-REC(MWC-S-OFF(MWC-SPEC, MWC-FLD):
                 MWC-FIELD-LEN) TO MWC-FIELD-TEXT
              PERFORM PICK-UP-AMOUNT
              ADD MWC-DIGITS-N TO MWC-HASH-IN
              MOVE MWC-S-NLEN(MWC-SPEC, MWC-FLD) TO MWC-FIELD-LEN
              MOVE MWC-DIGITS(14 - MWC-FIELD-LEN:MWC-FIELD-LEN)
                 TO CONVERT-NEW-REC(MWC-NEW-POS:MWC-FIELD-LEN)
              ADD MWC-FIELD-LEN TO MWC-NEW-POS
              COMPUTE MWC-OLD-POS = MWC-S-OFF(MWC-SPEC, MWC-FLD)
                 + MWC-S-OLEN(MWC-SPEC, MWC-FLD)
           END-PERFORM
           COMPUTE MWC-SEG-LEN =
              MWC-S-OLD-LEN(MWC-SPEC) - MWC-OLD-POS + 1
           IF MWC-SEG-LEN > 0
              MOVE CONVERT-OLD-REC(MWC-OLD-POS:MWC-SEG-LEN)
                 TO CONVERT-NEW-REC(MWC-NEW-POS:MWC-SEG-LEN)
           END-IF.
           EXIT.

      ***** ANYTHING STILL NOT NUMERIC AFTER BLANKS BECOME ZEROS IS
      ***** COUNTED AS BAD DATA AND STOPS THE FILE FROM PROVING
       PICK-UP-AMOUNT.
           MOVE ALL "0" TO MWC-DIGITS
           MOVE MWC-FIELD-TEXT(1:MWC-FIELD-LEN)
              TO MWC-DIGITS(14 - MWC-FIELD-LEN:MWC-FIELD-LEN)
           INSPECT MWC-DIGITS REPLACING ALL SPACE BY "0"
           IF MWC-DIGITS NOT NUMERIC
              ADD 1 TO MWC-BAD
              MOVE ALL "0" TO MWC-DIGITS
           END-IF.
           EXIT.

      ***** COUNT AND HASH WHATEVER FILE MWC-NEW-NAME NAMES, READING
      ***** IT THROUGH THE NEW FIELD POSITIONS
       TOTAL-NEW-LAYOUT.
           MOVE 0 TO MWC-COUNT-OUT
           MOVE 0 TO MWC-HASH-OUT
           MOVE 0 TO MWC-EOF
           OPEN INPUT CONVERT-NEW
           READ CONVERT-NEW
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              ADD 1 TO MWC-COUNT-OUT
              PERFORM VARYING MWC-FLD FROM 1 BY 1
                  UNTIL MWC-FLD > MWC-S-FIELDS(MWC-SPEC)
                 MOVE MWC-S-NLEN(MWC-SPEC, MWC-FLD) TO MWC-FIELD-LEN
                 MOVE CONVERT-NEW-REC(MWC-NOFF(MWC-FLD):MWC-FIELD-LEN)
                    TO MWC-FIELD-TEXT
                 PERFORM PICK-UP-AMOUNT
                 ADD MWC-DIGITS-N TO MWC-HASH-OUT
              END-PERFORM
              READ CONVERT-NEW
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE CONVERT-NEW.
           EXIT.

       INSTALL-ONE-JOB.
           PERFORM LOAD-JOB-SPEC
           MOVE 0 TO MWC-BAD
           MOVE MWC-J-COUNT(MWC-JOB) TO MWC-COUNT-IN
           MOVE MWC-J-HASH(MWC-JOB) TO MWC-HASH-IN
           IF MWC-J-KIND(MWC-JOB) = 'L'
              PERFORM INSTALL-LEDGER-MASTER
           ELSE
              PERFORM INSTALL-SEQUENTIAL-FILE
           END-IF
           PERFORM WRITE-PROOF-LINE.
           EXIT.

       INSTALL-SEQUENTIAL-FILE.
           MOVE MWC-J-WORK(MWC-JOB) TO MWC-NEW-NAME
           MOVE MWC-J-OLD(MWC-JOB) TO MWC-OLD-NAME
           MOVE 0 TO MWC-EOF
           OPEN INPUT CONVERT-NEW
           OPEN OUTPUT CONVERT-OLD
           READ CONVERT-NEW
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              WRITE CONVERT-OLD-REC FROM CONVERT-NEW-REC
              READ CONVERT-NEW
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE CONVERT-NEW
           CLOSE CONVERT-OLD
           MOVE MWC-J-OLD(MWC-JOB) TO MWC-NEW-NAME
           PERFORM TOTAL-NEW-LAYOUT.
           EXIT.

      ***** RELOAD THE MASTER FROM ITS WIDENED UNLOAD, THEN WALK IT
      ***** IN KEY ORDER TO PROVE IT
       INSTALL-LEDGER-MASTER.
           MOVE MWC-J-WORK(MWC-JOB) TO MWC-NEW-NAME
           MOVE 0 TO MWC-EOF
           MOVE 0 TO MWC-DUP
           OPEN INPUT CONVERT-NEW
           OPEN OUTPUT BANKLEDGER
           READ CONVERT-NEW
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              MOVE CONVERT-NEW-REC(1:27) TO LEDGER-REC
              WRITE LEDGER-REC
                 INVALID KEY
                    ADD 1 TO MWC-DUP
              END-WRITE
              READ CONVERT-NEW
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE CONVERT-NEW
           CLOSE BANKLEDGER

           MOVE 0 TO MWC-COUNT-OUT
           MOVE 0 TO MWC-HASH-OUT
           MOVE 0 TO MWC-EOF
           OPEN INPUT BANKLEDGER
           READ BANKLEDGER NEXT RECORD
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              ADD 1 TO MWC-COUNT-OUT
              ADD LEDG-BALANCE TO MWC-HASH-OUT
              READ BANKLEDGER NEXT RECORD
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE BANKLEDGER
           IF MWC-DUP > 0
              MOVE "DUPLICATE ACCOUNTS NOT RELOADED:" TO MWC-NOTE-TEXT
              MOVE MWC-DUP TO MWC-NOTE-COUNT
              WRITE WIDEN-REPORT-REC FROM MWC-NOTE-LINE
           END-IF.
           EXIT.

      ***** THE SHADOW IS REBUILT FROM THE NOW-WIDE JOURNAL AND MUST
      ***** CARRY THE SAME ENTRIES AND MONEY AS THE JOURNAL ITSELF
       PROVE-JOURNAL-SHADOW.
           CALL "BANK-JOURNAL-SYNC"
           MOVE 0 TO MWC-BAD
           MOVE MWC-J-COUNT(MWC-JOURNAL-JOB) TO MWC-COUNT-IN
           MOVE MWC-J-HASH(MWC-JOURNAL-JOB) TO MWC-HASH-IN
           MOVE 0 TO MWC-COUNT-OUT
           MOVE 0 TO MWC-HASH-OUT
           MOVE 0 TO MWC-EOF
           OPEN INPUT BANK-JOURNAL-IDX
           READ BANK-JOURNAL-IDX NEXT RECORD
              AT END MOVE 1 TO MWC-EOF
           END-READ
           PERFORM UNTIL MWC-EOF = 1
              ADD 1 TO MWC-COUNT-OUT
              ADD JX-AMOUNT TO MWC-HASH-OUT
              ADD JX-BALANCE TO MWC-HASH-OUT
              READ BANK-JOURNAL-IDX NEXT RECORD
                 AT END MOVE 1 TO MWC-EOF
              END-READ
           END-PERFORM
           CLOSE BANK-JOURNAL-IDX
           MOVE "BankJournalIdx" TO MWC-J-LABEL(MWC-JOURNAL-JOB)
           MOVE MWC-JOURNAL-JOB TO MWC-JOB
           PERFORM WRITE-PROOF-LINE.
           EXIT.

      ***** A FILE PROVES WHEN COUNT AND HASH AGREE AND EVERY MONEY
      ***** FIELD WAS NUMERIC
       WRITE-PROOF-LINE.
           IF MWC-BAD > 0
              MOVE "BAD DATA" TO MWC-RESULT
              ADD 1 TO MWC-FAIL-COUNT
           ELSE
              IF MWC-COUNT-IN = MWC-COUNT-OUT
                 AND MWC-HASH-IN = MWC-HASH-OUT
                 MOVE "MATCH" TO MWC-RESULT
              ELSE
                 MOVE "MISMATCH" TO MWC-RESULT
                 ADD 1 TO MWC-FAIL-COUNT
              END-IF
           END-IF
           MOVE MWC-J-LABEL(MWC-JOB) TO MWC-D-LABEL
           MOVE MWC-COUNT-IN TO MWC-D-COUNT-IN
           MOVE MWC-COUNT-OUT TO MWC-D-COUNT-OUT
           MOVE MWC-HASH-IN TO MWC-D-HASH-IN
           MOVE MWC-HASH-OUT TO MWC-D-HASH-OUT
           MOVE MWC-RESULT TO MWC-D-RESULT
           WRITE WIDEN-REPORT-REC FROM MWC-DETAIL-LINE
           IF MWC-BAD > 0
              MOVE "NON-NUMERIC MONEY FIELDS:" TO MWC-NOTE-TEXT
              MOVE MWC-BAD TO MWC-NOTE-COUNT
              WRITE WIDEN-REPORT-REC FROM MWC-NOTE-LINE
           END-IF.
           EXIT.

       WRITE-PHASE-HEADING.
           WRITE WIDEN-REPORT-REC FROM MWC-PHASE-LINE
           WRITE WIDEN-REPORT-REC FROM MWC-COL-LINE.
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
           MOVE "BANK-MONEY-WIDEN" TO RC-PROGRAM
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
           MOVE "BANK-MONEY-WIDEN" TO RC-PROGRAM
           PERFORM GET-BUSINESS-DATE
           MOVE BDT-DATE TO RC-BUSDATE
           MOVE 'E' TO RC-TYPE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-DONE-COUNT TO RC-RECORDS
           MOVE MWC-RUN-STATUS TO RC-STATUS
           OPEN EXTEND RUN-CONTROL
              WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.
           EXIT.

       END PROGRAM BANK-MONEY-WIDEN.
