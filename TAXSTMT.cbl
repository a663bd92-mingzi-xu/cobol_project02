      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: annual tuition tax statement -- run once a year
      *          after the calendar year closes, for the tax year on
      *          RUNPARM.txt.  qualified tuition billed is totalled
      *          from ARLEDGER.txt for the terms that fall in the tax
      *          year, scholarships and grants from AID_DISBURSED.txt
      *          for the same terms, and payments, reversals and
      *          adjustments dated in the tax year from the
      *          cashier-balanced PAYMENT.txt feed.  every student
      *          with any of those amounts gets one mailable statement
      *          on TAX_STATEMENTS.txt, addressed from STUDEMO.txt and
      *          named from the student master, and one D record on
      *          the fixed-format filing file TAX_1098T_FILE.txt (H
      *          issuer record from TAX_ISSUER.txt, D records, T
      *          totals record).  a student with no name or an
      *          incomplete address goes to TAX_ADDRESS_EXCEPTIONS.txt
      *          instead, and TAX_CONTROL_REPORT.txt ties statements
      *          plus exceptions back to the ledger, aid and payment
      *          totals for the year
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxstmt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
           ASSIGN TO "..\RUNPARM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT RUNCTL-FILE
           ASSIGN TO "..\RUNCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ISSUER-FILE
           ASSIGN TO "..\TAX_ISSUER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUER-STATUS.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO "..\STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEMO-INPUT-FILE
           ASSIGN TO "..\STUDEMO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT SORT-DEMO-FILE
           ASSIGN TO "..\SRTTDEM.TMP".
           SELECT DEMO-SORTED-FILE
           ASSIGN TO "..\TDEMSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-INPUT-FILE
           ASSIGN TO "..\ARLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT AID-DISBURSED-FILE
           ASSIGN TO "..\AID_DISBURSED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-STATUS.
           SELECT PAYMENT-INPUT-FILE
           ASSIGN TO "..\PAYMENT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT TAX-WORK-FILE
           ASSIGN TO "..\TAXAMT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-TAX-FILE
           ASSIGN TO "..\SRTTAMT.TMP".
           SELECT TAX-SORTED-FILE
           ASSIGN TO "..\TAMTSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-STATEMENT-FILE
           ASSIGN TO "..\TAX_STATEMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-FILING-FILE
           ASSIGN TO "..\TAX_1098T_FILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-EXCEPTION-FILE
           ASSIGN TO "..\TAX_ADDRESS_EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-CONTROL-FILE
           ASSIGN TO "..\TAX_CONTROL_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- THE TAX YEAR     *
      * FOLLOWS THE SHARED 36    *
      * BYTES AND THE CENSUS     *
      * DATE; BLANK MEANS THE    *
      * YEAR BEFORE THE RUN DATE *
      ****************************
       FD RUNPARM-FILE.
       01 RUNPARM-RECORD.
           02 RP-RUN-DATE            PIC X(8).
           02 RP-EXPECTED-TERM       PIC X(6).
           02 RP-HONOR-THRESHOLD     PIC X(3).
           02 RP-PROBATION-THRESHOLD PIC X(3).
           02 RP-DROP-THRESHOLD      PIC X(3).
           02 RP-CHECKPOINT-INTERVAL PIC X(3).
           02 RP-DETAIL-SWITCH       PIC X(1).
           02 RP-FILL-FLOOR          PIC X(3).
           02 RP-CUTOFF-TERM         PIC X(6).
           02 RP-CENSUS-DATE         PIC X(8).
           02 RP-TAX-YEAR            PIC X(4).

      ****************************
      * SHARED RUN-CONTROL LOG --*
      * EVERY PROGRAM IN THE     *
      * NIGHTLY CHAIN STAMPS A   *
      * START AND AN END RECORD  *
      ****************************
       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           02 RCT-PROGRAM-ID         PIC X(8).
           02 RCT-RUN-DATE           PIC X(8).
           02 RCT-TERM-CODE          PIC X(6).
           02 RCT-EVENT              PIC X(5).
           02 RCT-STATUS             PIC X(8).
           02 RCT-RECORD-COUNT       PIC 9(7).

      ****************************
      * THE FILER -- ONE RECORD  *
      * WITH THE INSTITUTION'S   *
      * TAX ID, NAME, ADDRESS    *
      * AND PHONE                *
      ****************************
       FD ISSUER-FILE.
       01 ISSUER-RECORD.
           02 ISS-TIN                PIC X(9).
           02 ISS-NAME               PIC X(40).
           02 ISS-ADDRESS            PIC X(40).
           02 ISS-CITY               PIC X(20).
           02 ISS-STATE              PIC X(2).
           02 ISS-POSTAL-CODE        PIC X(10).
           02 ISS-PHONE              PIC X(10).

      ****************************
      * KEYED STUDENT MASTER --  *
      * ONLY READ FOR EACH       *
      * STUDENT'S NAME           *
      ****************************
       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
           02 STM-MASTER-KEY.
             03 STM-STUDENT-NUMBER   PIC X(6).
             03 STM-TERM-CODE        PIC X(6).
           02 STM-TUITION-OWED       PIC X(6).
           02 STM-STUDENT-NAME       PIC X(40).
           02 STM-PROGRAM-OF-STUDY   PIC X(6).
           02 STM-COURSE-DATA        PIC X(50).

      ****************************
      * STUDENT DEMOGRAPHIC      *
      * MASTER -- THE MAILING    *
      * ADDRESS ON EACH          *
      * STATEMENT                *
      ****************************
       FD DEMO-INPUT-FILE.
       01 DEMO-INPUT-RECORD.
           02 DEM-STUDENT-NUMBER     PIC X(6).
           02 DEM-ADDRESS-1          PIC X(30).
           02 DEM-ADDRESS-2          PIC X(30).
           02 DEM-CITY               PIC X(20).
           02 DEM-STATE              PIC X(2).
           02 DEM-POSTAL-CODE        PIC X(10).
           02 DEM-ENROLL-STATUS      PIC X(1).

      ****************************
      * SORT WORK FOR THE DEMO   *
      * MASTER (KEYED LOOKUP     *
      * BUILD)                   *
      ****************************
       SD SORT-DEMO-FILE.
       01 SORT-DEMO-RECORD.
           02 SDM-STUDENT-NUMBER     PIC X(6).
           02 SDM-BODY               PIC X(93).

       FD DEMO-SORTED-FILE.
       01 DEMO-SORTED-RECORD.
           02 DMS-STUDENT-NUMBER     PIC X(6).
           02 DMS-ADDRESS-1          PIC X(30).
           02 DMS-ADDRESS-2          PIC X(30).
           02 DMS-CITY               PIC X(20).
           02 DMS-STATE              PIC X(2).
           02 DMS-POSTAL-CODE        PIC X(10).
           02 DMS-ENROLL-STATUS      PIC X(1).

      ****************************
      * THE LIVE AR LEDGER -- ONE*
      * ITEM PER STUDENT PER     *
      * TERM, BILLED, PAID AND   *
      * AID CREDITED             *
      ****************************
       FD LEDGER-INPUT-FILE.
       01 LEDGER-INPUT-RECORD.
           02 ARL-STUDENT-NUMBER     PIC X(6).
           02 ARL-TERM-CODE          PIC X(6).
           02 ARL-BILLED             PIC 9(7)V99.
           02 ARL-PAID               PIC S9(7)V99.
           02 ARL-AID                PIC 9(7)V99.

      ****************************
      * AID DISBURSED PER AWARD, *
      * ALL TERMS -- REBUILT BY  *
      * EVERY AID RUN            *
      ****************************
       FD AID-DISBURSED-FILE.
       01 AID-DISBURSED-RECORD.
           02 ADB-STUDENT-NUMBER     PIC X(6).
           02 ADB-TERM-CODE          PIC X(6).
           02 ADB-FUND-CODE          PIC X(6).
           02 ADB-AWARD-TYPE         PIC X(1).
               88 ADB-SCHOLARSHIP-OR-GRANT VALUE 'S' 'G'.
           02 ADB-AMOUNT             PIC 9(7)V99.

      ****************************
      *  PAYMENTS RECEIVED FILE  *
      * -- THE FEED OPENS WITH AN*
      * H CONTROL RECORD AND     *
      * CLOSES WITH A T CONTROL  *
      * RECORD CARRYING COUNT    *
      * AND AMOUNT HASH TOTAL    *
      ****************************
       FD PAYMENT-INPUT-FILE.
       01 PAYMENT-INPUT-RECORD.
           02 PAY-STUDENT-NUMBER     PIC X(6).
           02 PAY-AMOUNT             PIC 9(4)V99.
           02 PAY-DATE               PIC 9(8).
           02 PAY-DATE-PARTS REDEFINES PAY-DATE.
             03 PAY-DATE-YEAR        PIC X(4).
             03 FILLER               PIC X(4).
           02 PAY-TRAN-TYPE          PIC X(1).
               88 PAY-TYPE-PAYMENT   VALUE 'P' ' '.
               88 PAY-TYPE-REVERSAL  VALUE 'R'.
               88 PAY-TYPE-ADJUSTMENT VALUE 'A'.
       01 PAYMENT-CONTROL-RECORD.
           02 PCT-RECORD-TYPE        PIC X(1).
           02 PCT-FILE-DATE          PIC X(8).
           02 PCT-TERM-CODE          PIC X(6).
           02 FILLER                 PIC X(5).
       01 PAYMENT-TRAILER-RECORD.
           02 PTR-RECORD-TYPE        PIC X(1).
           02 PTR-RECORD-COUNT       PIC 9(7).
           02 PTR-HASH-TOTAL         PIC 9(9)V99.
           02 FILLER                 PIC X(1).

      ****************************
      * ONE AMOUNT PER STUDENT   *
      * PER SOURCE ITEM IN THE   *
      * TAX YEAR, BY CATEGORY    *
      * (1 BILLED, 2 SCHOLARSHIP *
      * OR GRANT, 3 PAYMENT,     *
      * 4 REVERSAL, 5 ADJUSTMENT)*
      ****************************
       FD TAX-WORK-FILE.
       01 TAX-WORK-RECORD.
           02 TXW-STUDENT-NUMBER     PIC X(6).
           02 TXW-CATEGORY           PIC 9(1).
           02 TXW-AMOUNT             PIC 9(9)V99.

       SD SORT-TAX-FILE.
       01 SORT-TAX-RECORD.
           02 STX-STUDENT-NUMBER     PIC X(6).
           02 STX-CATEGORY           PIC X(1).
           02 STX-AMOUNT             PIC X(11).

       FD TAX-SORTED-FILE.
       01 TAX-SORTED-RECORD.
           02 TXS-STUDENT-NUMBER     PIC X(6).
           02 TXS-CATEGORY           PIC 9(1).
           02 TXS-AMOUNT             PIC 9(9)V99.

      ****************************
      * MAILABLE STATEMENTS, ONE *
      * PER STUDENT              *
      ****************************
       FD TAX-STATEMENT-FILE.
       01 TAX-STATEMENT-LINE         PIC X(80).

      ****************************
      * ELECTRONIC FILING FILE --*
      * H ISSUER RECORD, ONE D   *
      * RECORD PER STATEMENT, T  *
      * TOTALS RECORD, ALL 210   *
      * BYTES                    *
      ****************************
       FD TAX-FILING-FILE.
       01 FILING-HEADER-RECORD.
           02 TFH-RECORD-TYPE        PIC X(1).
           02 TFH-TAX-YEAR           PIC X(4).
           02 TFH-TIN                PIC X(9).
           02 TFH-NAME               PIC X(40).
           02 TFH-ADDRESS            PIC X(40).
           02 TFH-CITY               PIC X(20).
           02 TFH-STATE              PIC X(2).
           02 TFH-POSTAL-CODE        PIC X(10).
           02 TFH-PHONE              PIC X(10).
           02 TFH-RUN-DATE           PIC X(8).
           02 FILLER                 PIC X(66).
       01 FILING-DETAIL-RECORD.
           02 TFD-RECORD-TYPE        PIC X(1).
           02 TFD-TAX-YEAR           PIC X(4).
           02 TFD-STUDENT-NUMBER     PIC X(6).
           02 TFD-STUDENT-NAME       PIC X(40).
           02 TFD-ADDRESS-1          PIC X(30).
           02 TFD-ADDRESS-2          PIC X(30).
           02 TFD-CITY               PIC X(20).
           02 TFD-STATE              PIC X(2).
           02 TFD-POSTAL-CODE        PIC X(10).
           02 TFD-BILLED             PIC 9(9)V99.
           02 TFD-PAYMENTS           PIC 9(9)V99.
           02 TFD-REVERSALS          PIC 9(9)V99.
           02 TFD-NET-SIGN           PIC X(1).
           02 TFD-NET-PAYMENTS       PIC 9(9)V99.
           02 TFD-SCHOLARSHIPS       PIC 9(9)V99.
           02 TFD-ADJUSTMENTS        PIC 9(9)V99.
       01 FILING-TRAILER-RECORD.
           02 TFT-RECORD-TYPE        PIC X(1).
           02 TFT-TAX-YEAR           PIC X(4).
           02 TFT-RECORD-COUNT       PIC 9(7).
           02 TFT-BILLED             PIC 9(11)V99.
           02 TFT-PAYMENTS           PIC 9(11)V99.
           02 TFT-REVERSALS          PIC 9(11)V99.
           02 TFT-NET-SIGN           PIC X(1).
           02 TFT-NET-PAYMENTS       PIC 9(11)V99.
           02 TFT-SCHOLARSHIPS       PIC 9(11)V99.
           02 TFT-ADJUSTMENTS        PIC 9(11)V99.
           02 FILLER                 PIC X(119).

      ****************************
      * STUDENTS HELD BACK FOR A *
      * MISSING NAME OR AN       *
      * UNDELIVERABLE ADDRESS    *
      ****************************
       FD TAX-EXCEPTION-FILE.
       01 TAX-EXCEPTION-LINE         PIC X(100).

      ****************************
      * CONTROL REPORT           *
      ****************************
       FD TAX-CONTROL-FILE.
       01 TAX-CONTROL-LINE           PIC X(100).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-STU-FLG            PIC X VALUE 'N'.
           05 EOF-DEM-FLG            PIC X VALUE 'N'.
           05 EOF-LDG-FLG            PIC X VALUE 'N'.
           05 EOF-ADB-FLG            PIC X VALUE 'N'.
           05 EOF-PAY-FLG            PIC X VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-ISSUER-STATUS           PIC XX.
       01 WS-MASTER-STATUS           PIC XX.
       01 WS-DEMO-STATUS             PIC XX.
       01 WS-LEDGER-STATUS           PIC XX.
       01 WS-AID-STATUS              PIC XX.
       01 WS-PAYMENT-STATUS          PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(4).
           05 FILLER                 PIC X(4).

      * the tax year, and its numeric view for the default and the
      * has-the-year-ended check
       01 WS-TAX-YEAR                PIC X(4).
       01 WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR PIC 9(4).

      * term codes are a year and a season (2026FA); a term falls in
      * the tax year when its year does
       01 WS-TERM-IN                 PIC X(6).
       01 WS-TERM-IN-PARTS REDEFINES WS-TERM-IN.
           05 WS-TI-YEAR             PIC X(4).
           05 WS-TI-SEASON           PIC X(2).

      * run-control scan fields -- the ledger must have finished
      * cleanly before its billed amounts are reported
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-PRED-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-PRED-EVENT          PIC X(5) VALUE SPACES.
           05 WS-PRED-STATUS         PIC X(8) VALUE SPACES.

      * the filer, as read from TAX_ISSUER.txt
       01 WS-ISSUER.
           05 WS-ISS-TIN             PIC X(9).
           05 WS-ISS-NAME            PIC X(40).
           05 WS-ISS-ADDRESS         PIC X(40).
           05 WS-ISS-CITY            PIC X(20).
           05 WS-ISS-STATE           PIC X(2).
           05 WS-ISS-POSTAL          PIC X(10).
           05 WS-ISS-PHONE           PIC X(10).

      * flat, ascending-key table of each student's name, the latest
      * master term winning (cap 20000, job stops rather than
      * truncates if that is ever not enough)
       01 WS-NAME-COUNT              PIC 9(5) VALUE 0.
       01 WS-NAME-TABLE.
         02 NAME-TABLE-ENTRY     OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-NAME-COUNT
                                  ASCENDING KEY IS NAME-STUDENT-RECORD
                                  INDEXED BY NAME-IDX.
               10 NAME-STUDENT-RECORD      PIC X(6).
               10 NAME-TEXT-RECORD         PIC X(40).

      * flat, ascending-key demographic table for the mailing address
      * (same cap)
       01 WS-DEMO-COUNT              PIC 9(5) VALUE 0.
       01 WS-DEMO-TABLE.
         02 DEMO-TABLE-ENTRY     OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-DEMO-COUNT
                                  ASCENDING KEY IS DEMO-NUMBER-RECORD
                                  INDEXED BY DEMO-IDX.
               10 DEMO-NUMBER-RECORD       PIC X(6).
               10 DEMO-ADDRESS-1-RECORD    PIC X(30).
               10 DEMO-ADDRESS-2-RECORD    PIC X(30).
               10 DEMO-CITY-RECORD         PIC X(20).
               10 DEMO-STATE-RECORD        PIC X(2).
               10 DEMO-POSTAL-RECORD       PIC X(10).

       01 WS-STUDENT-WORK.
           05 WS-CURR-STUDENT        PIC X(6)  VALUE SPACES.
           05 WS-NAME-FOUND-SW       PIC X     VALUE 'N'.
           05 WS-STUDENT-NAME        PIC X(40) VALUE SPACES.
           05 WS-DEMO-FOUND-SW       PIC X     VALUE 'N'.
           05 WS-DEMO-ADDRESS-1      PIC X(30) VALUE SPACES.
           05 WS-DEMO-ADDRESS-2      PIC X(30) VALUE SPACES.
           05 WS-DEMO-CITY           PIC X(20) VALUE SPACES.
           05 WS-DEMO-STATE          PIC X(2)  VALUE SPACES.
           05 WS-DEMO-POSTAL         PIC X(10) VALUE SPACES.
           05 WS-EXCEPTION-REASON    PIC X(24) VALUE SPACES.

      * the reporting categories, in the order the statement and the
      * control report print them
       01 WS-CAT-LABEL-VALUES.
           05 FILLER                 PIC X(22)
              VALUE 'TUITION BILLED'.
           05 FILLER                 PIC X(22)
              VALUE 'SCHOLARSHIPS/GRANTS'.
           05 FILLER                 PIC X(22)
              VALUE 'PAYMENTS RECEIVED'.
           05 FILLER                 PIC X(22)
              VALUE 'PAYMENTS REVERSED'.
           05 FILLER                 PIC X(22)
              VALUE 'ADJUSTMENTS'.
       01 WS-CAT-LABELS REDEFINES WS-CAT-LABEL-VALUES.
           05 WS-CAT-LABEL           PIC X(22) OCCURS 5 TIMES.
       01 WS-CAT-SUB                 PIC 9(2) VALUE 0.
       01 WS-WORK-CATEGORY           PIC 9(1) VALUE 0.
       01 WS-WORK-AMOUNT             PIC 9(9)V99 VALUE 0.

      * what the sources hold for the tax year, and how much of it
      * went out on statements and how much was held on exceptions
       01 WS-CATEGORY-TOTALS.
           05 CAT-ENTRY              OCCURS 5 TIMES.
               10 CAT-SOURCE-TOTAL   PIC 9(11)V99.
               10 CAT-STMT-TOTAL     PIC 9(11)V99.
               10 CAT-EXC-TOTAL      PIC 9(11)V99.

      * one student's amounts, by category
       01 WS-STUDENT-AMOUNTS.
           05 STU-AMOUNT             PIC 9(9)V99 OCCURS 5 TIMES.
       01 WS-NET-PAYMENTS            PIC S9(9)V99  VALUE 0.
       01 WS-NET-TOTAL               PIC S9(11)V99 VALUE 0.

       01 WS-LEDGER-CONTROLS.
           05 WS-LDG-ITEM-COUNT      PIC 9(7)     VALUE 0.
           05 WS-LDG-YEAR-COUNT      PIC 9(7)     VALUE 0.
           05 WS-LDG-YEAR-AID        PIC 9(11)V99 VALUE 0.

       01 WS-AID-CONTROLS.
           05 WS-ADB-YEAR-COUNT      PIC 9(7)     VALUE 0.
           05 WS-ADB-YEAR-TOTAL      PIC 9(11)V99 VALUE 0.
           05 WS-ADB-EXCLUDED        PIC 9(11)V99 VALUE 0.

      * control-record verification of the payment feed
       01 WS-PAYMENT-CONTROLS.
           05 WS-PAY-HEADER-SW       PIC X VALUE 'N'.
           05 WS-PAY-TRAILER-SW      PIC X VALUE 'N'.
           05 WS-PAY-DATA-COUNT      PIC 9(7)    VALUE 0.
           05 WS-PAY-HASH-TOTAL      PIC 9(9)V99 VALUE 0.
           05 WS-PAY-EXP-COUNT       PIC 9(7)    VALUE 0.
           05 WS-PAY-EXP-HASH        PIC 9(9)V99 VALUE 0.
           05 WS-PAY-BAD-COUNT       PIC 9(5)    VALUE 0.
           05 WS-PAY-YEAR-COUNT      PIC 9(7)    VALUE 0.

       01 WS-STATEMENT-COUNT         PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT         PIC 9(7) VALUE 0.
       01 WS-BALANCED-SW             PIC X    VALUE 'Y'.
           88 WS-TOTALS-BALANCE      VALUE 'Y'.
       01 WS-TIE-RESULT              PIC X(8) VALUE SPACES.

      * the mailable statement
       01 STATEMENT-RULE-LINE.
           05 FILLER                 PIC X(80) VALUE ALL '='.

       01 STATEMENT-TITLE-LINE.
           05 FILLER                 PIC X(46)
              VALUE 'TUITION STATEMENT -- FORM 1098-T INFORMATION'.
           05 FILLER                 PIC X(10) VALUE 'TAX YEAR: '.
           05 STT-TAX-YEAR           PIC X(4).

       01 STATEMENT-FILER-LINE.
           05 STF-LABEL              PIC X(12).
           05 STF-TEXT               PIC X(40).

       01 STATEMENT-FILER-CITY-LINE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 SFC-CITY               PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SFC-STATE              PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 SFC-POSTAL             PIC X(10).

       01 STATEMENT-FILER-ID-LINE.
           05 FILLER                 PIC X(12) VALUE 'PHONE:'.
           05 SFI-PHONE              PIC X(10).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'FILER TIN: '.
           05 SFI-TIN                PIC X(9).

       01 STATEMENT-STUDENT-LINE.
           05 FILLER                 PIC X(12) VALUE 'STUDENT:'.
           05 STS-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 STS-STUDENT-NAME       PIC X(40).

       01 STATEMENT-ADDRESS-LINE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 STA-ADDR-TEXT          PIC X(30).

       01 STATEMENT-CITY-LINE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 STA-ADDR-CITY          PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 STA-ADDR-STATE         PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 STA-ADDR-POSTAL        PIC X(10).

       01 STATEMENT-AMOUNT-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 SAM-LABEL              PIC X(40).
           05 SAM-AMOUNT             PIC $ZZZ,ZZZ,ZZ9.99CR.

       01 STATEMENT-NOTE-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 SNL-TEXT               PIC X(70).

      * the exception list
       01 EXCEPTION-HEADER.
           05 FILLER                 PIC X(43)
              VALUE 'TAX STATEMENT ADDRESS EXCEPTIONS  TAX YEAR:'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 EXH-TAX-YEAR           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(9)  VALUE 'RUN DATE:'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 EXH-RUN-DATE           PIC X(8).

       01 EXCEPTION-COLUMN-HEADER.
           05 FILLER                 PIC X(9)  VALUE 'STUDENT'.
           05 FILLER                 PIC X(32) VALUE 'NAME'.
           05 FILLER                 PIC X(26) VALUE 'REASON'.
           05 FILLER                 PIC X(16) VALUE 'BILLED'.
           05 FILLER                 PIC X(17) VALUE 'NET PAYMENTS'.

       01 EXCEPTION-DETAIL-LINE.
           05 EXL-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 EXL-STUDENT-NAME       PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXL-REASON             PIC X(24).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXL-BILLED             PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 EXL-NET-PAYMENTS       PIC $ZZZ,ZZZ,ZZ9.99CR.

       01 EXCEPTION-TOTAL-LINE.
           05 FILLER                 PIC X(21)
              VALUE 'STUDENTS HELD BACK:  '.
           05 EXT-COUNT              PIC ZZZZZZ9.

      * the control report
       01 CONTROL-REPORT-HEADER.
           05 FILLER                 PIC X(40)
              VALUE 'TUITION TAX STATEMENT CONTROL  RUN DATE:'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 CRH-RUN-DATE           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'TAX YEAR: '.
           05 CRH-TAX-YEAR           PIC X(4).

       01 CONTROL-SECTION-LINE.
           05 CSL-TITLE              PIC X(60).

       01 CONTROL-COUNT-LINE.
           05 CCL-LABEL              PIC X(40).
           05 CCL-COUNT              PIC ZZZZZZ9.

       01 CONTROL-AMOUNT-LINE.
           05 CAL-LABEL              PIC X(40).
           05 CAL-AMOUNT             PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CAL-RESULT             PIC X(8).

       01 TIE-COLUMN-HEADER.
           05 FILLER                 PIC X(20) VALUE 'CATEGORY'.
           05 FILLER                 PIC X(20) VALUE 'SOURCE'.
           05 FILLER                 PIC X(20) VALUE 'STATEMENTS'.
           05 FILLER                 PIC X(21) VALUE 'EXCEPTIONS'.
           05 FILLER                 PIC X(8)  VALUE 'RESULT'.

       01 TIE-DETAIL-LINE.
           05 TDL-CATEGORY           PIC X(20).
           05 TDL-SOURCE             PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 TDL-STATEMENTS         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 TDL-EXCEPTIONS         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TDL-RESULT             PIC X(8).

       01 VERDICT-LINE.
           05 VDL-TEXT               PIC X(60).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 100-INITIATE-FILES.
           PERFORM 200-READ-LEDGER.
           PERFORM 300-READ-AID.
           PERFORM 400-READ-PAYMENTS.
           PERFORM 500-BUILD-STATEMENTS.
           PERFORM 800-PROVE-TOTALS.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * the statements need the run date, the expected term for the
      * run-control stamps, and the tax year.  a blank tax year means
      * the calendar year before the run date -- the usual january
      * run -- and a year that has not ended yet is refused
       040-READ-RUN-PARMS.
           OPEN INPUT RUNPARM-FILE.
           IF WS-RUNPARM-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN RUNPARM.txt, FILE STATUS "
                   WS-RUNPARM-STATUS
               STOP RUN
           END-IF.
           READ RUNPARM-FILE
               AT END
                   DISPLAY "FATAL: RUNPARM.txt IS EMPTY"
                   STOP RUN
           END-READ.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE RP-EXPECTED-TERM TO WS-EXPECTED-TERM.
           MOVE RP-TAX-YEAR TO WS-TAX-YEAR.
           CLOSE RUNPARM-FILE.
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY "FATAL: RUNPARM.txt RUN DATE " WS-RUN-DATE
                   " IS NOT A YYYYMMDD DATE"
               STOP RUN
           END-IF.
           IF WS-TAX-YEAR = SPACES
               COMPUTE WS-TAX-YEAR-N = WS-RUN-YEAR - 1
           END-IF.
           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY "FATAL: RUNPARM.txt TAX YEAR "
                   WS-TAX-YEAR " IS NOT A YYYY YEAR"
               STOP RUN
           END-IF.
           IF WS-TAX-YEAR-N NOT < WS-RUN-YEAR
               DISPLAY "FATAL: TAX YEAR " WS-TAX-YEAR " HAS NOT ENDED "
                   "ON RUN DATE " WS-RUN-DATE
               STOP RUN
           END-IF.
      * billed amounts come off the ledger the AR run leaves behind,
      * so the statements refuse to start until arledger's latest
      * run-control entry for this term is a clean END
       042-CHECK-PREDECESSOR.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "FATAL: RUNCTL.txt IS MISSING -- RUN THE "
               DISPLAY "NIGHTLY CHAIN FIRST"
               STOP RUN
           END-IF.
           PERFORM 044-SCAN-RUNCTL UNTIL EOF-RCT-FLG = 'Y'.
           CLOSE RUNCTL-FILE.
           IF WS-PRED-FOUND-SW NOT = 'Y'
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR ARLEDGER AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: ARLEDGER DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
       044-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'ARLEDGER'
                     AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
                       MOVE RCT-STATUS TO WS-PRED-STATUS
                   END-IF
           END-READ.
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'TAXSTMT' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * read the filer record, load each student's name and mailing
      * address, then open the amount work file
       100-INITIATE-FILES.
           PERFORM 110-READ-ISSUER.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN STUMAST.DAT, FILE STATUS "
                   WS-MASTER-STATUS
               DISPLAY "RUN THE MASTER LOAD FIRST"
               STOP RUN
           END-IF.
           PERFORM 120-LOAD-ONE-NAME UNTIL EOF-STU-FLG = 'Y'.
           CLOSE STUDENT-MASTER-FILE.
           OPEN INPUT DEMO-INPUT-FILE.
           IF WS-DEMO-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN STUDEMO.txt, FILE STATUS "
                   WS-DEMO-STATUS
               STOP RUN
           END-IF.
           CLOSE DEMO-INPUT-FILE.
           SORT SORT-DEMO-FILE
               ON ASCENDING KEY SDM-STUDENT-NUMBER
               USING DEMO-INPUT-FILE
               GIVING DEMO-SORTED-FILE.
           OPEN INPUT DEMO-SORTED-FILE.
           PERFORM 130-LOAD-ONE-DEMO UNTIL EOF-DEM-FLG = 'Y'.
           CLOSE DEMO-SORTED-FILE.
           INITIALIZE WS-CATEGORY-TOTALS.
           OPEN OUTPUT TAX-WORK-FILE.
      * the filer's tax id, name and address head every statement and
      * the filing file, so a missing or incomplete record stops the
      * run before anything is written
       110-READ-ISSUER.
           OPEN INPUT ISSUER-FILE.
           IF WS-ISSUER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN TAX_ISSUER.txt, FILE STATUS "
                   WS-ISSUER-STATUS
               STOP RUN
           END-IF.
           READ ISSUER-FILE
               AT END
                   DISPLAY "FATAL: TAX_ISSUER.txt IS EMPTY"
                   CLOSE ISSUER-FILE
                   STOP RUN
           END-READ.
           MOVE ISS-TIN TO WS-ISS-TIN.
           MOVE ISS-NAME TO WS-ISS-NAME.
           MOVE ISS-ADDRESS TO WS-ISS-ADDRESS.
           MOVE ISS-CITY TO WS-ISS-CITY.
           MOVE ISS-STATE TO WS-ISS-STATE.
           MOVE ISS-POSTAL-CODE TO WS-ISS-POSTAL.
           MOVE ISS-PHONE TO WS-ISS-PHONE.
           CLOSE ISSUER-FILE.
           IF WS-ISS-TIN NOT NUMERIC
             OR WS-ISS-NAME = SPACES
             OR WS-ISS-ADDRESS = SPACES
             OR WS-ISS-CITY = SPACES
             OR WS-ISS-STATE = SPACES
             OR WS-ISS-POSTAL = SPACES
               DISPLAY "FATAL: TAX_ISSUER.txt NEEDS A 9-DIGIT TAX ID, "
               DISPLAY "NAME, ADDRESS, CITY, STATE AND POSTAL CODE"
               STOP RUN
           END-IF.
      * the master arrives in student/term key order, so a student's
      * later terms simply overwrite the name of the earlier ones
       120-LOAD-ONE-NAME.
           READ STUDENT-MASTER-FILE
             AT END MOVE "Y" TO EOF-STU-FLG
             NOT AT END
               IF WS-NAME-COUNT > 0
                  AND NAME-STUDENT-RECORD(WS-NAME-COUNT)
                        = STM-STUDENT-NUMBER
                   MOVE STM-STUDENT-NAME
                     TO NAME-TEXT-RECORD(WS-NAME-COUNT)
               ELSE
                   PERFORM 125-ADD-NAME
               END-IF.
       125-ADD-NAME.
           IF WS-NAME-COUNT = 20000
               DISPLAY "FATAL: STUMAST.DAT HAS MORE THAN 20000 "
               DISPLAY "STUDENTS -- WS-NAME-TABLE IS FULL, "
               DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
               CLOSE STUDENT-MASTER-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NAME-COUNT.
           MOVE STM-STUDENT-NUMBER
             TO NAME-STUDENT-RECORD(WS-NAME-COUNT).
           MOVE STM-STUDENT-NAME TO NAME-TEXT-RECORD(WS-NAME-COUNT).
       130-LOAD-ONE-DEMO.
           READ DEMO-SORTED-FILE
             AT END MOVE "Y" TO EOF-DEM-FLG
             NOT AT END
               IF WS-DEMO-COUNT = 20000
                   DISPLAY "FATAL: STUDEMO.txt HAS MORE THAN 20000 "
                   DISPLAY "ROWS -- WS-DEMO-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE DEMO-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEMO-COUNT
               MOVE DMS-STUDENT-NUMBER
                 TO DEMO-NUMBER-RECORD(WS-DEMO-COUNT)
               MOVE DMS-ADDRESS-1
                 TO DEMO-ADDRESS-1-RECORD(WS-DEMO-COUNT)
               MOVE DMS-ADDRESS-2
                 TO DEMO-ADDRESS-2-RECORD(WS-DEMO-COUNT)
               MOVE DMS-CITY TO DEMO-CITY-RECORD(WS-DEMO-COUNT)
               MOVE DMS-STATE TO DEMO-STATE-RECORD(WS-DEMO-COUNT)
               MOVE DMS-POSTAL-CODE
                 TO DEMO-POSTAL-RECORD(WS-DEMO-COUNT).
      * tuition is reported for the calendar year the term falls in,
      * so every ledger item whose term year is the tax year
      * contributes its billed amount.  the aid credited on those
      * items is kept to tie back to the aid file
       200-READ-LEDGER.
           OPEN INPUT LEDGER-INPUT-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN ARLEDGER.txt, FILE STATUS "
                   WS-LEDGER-STATUS
               STOP RUN
           END-IF.
           PERFORM 210-READ-ONE-ITEM UNTIL EOF-LDG-FLG = 'Y'.
           CLOSE LEDGER-INPUT-FILE.
       210-READ-ONE-ITEM.
           READ LEDGER-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-LDG-FLG
               NOT AT END
                   ADD 1 TO WS-LDG-ITEM-COUNT
                   MOVE ARL-TERM-CODE TO WS-TERM-IN
                   IF WS-TI-YEAR = WS-TAX-YEAR
                       PERFORM 220-TAKE-LEDGER-ITEM
                   END-IF
           END-READ.
       220-TAKE-LEDGER-ITEM.
           ADD 1 TO WS-LDG-YEAR-COUNT.
           IF ARL-AID NUMERIC
               ADD ARL-AID TO WS-LDG-YEAR-AID
           END-IF.
           IF ARL-BILLED NUMERIC
             AND ARL-BILLED > 0
               MOVE ARL-STUDENT-NUMBER TO TXW-STUDENT-NUMBER
               MOVE 1 TO WS-WORK-CATEGORY
               MOVE ARL-BILLED TO WS-WORK-AMOUNT
               PERFORM 290-WRITE-WORK-AMOUNT
           END-IF.
      * one work record per amount, with the category's source total
      * kept as it is written
       290-WRITE-WORK-AMOUNT.
           MOVE WS-WORK-CATEGORY TO TXW-CATEGORY.
           MOVE WS-WORK-AMOUNT TO TXW-AMOUNT.
           WRITE TAX-WORK-RECORD.
           ADD WS-WORK-AMOUNT TO CAT-SOURCE-TOTAL(WS-WORK-CATEGORY).
      * scholarships and grants disbursed for the tax year's terms are
      * reported; loans and work-study are not, but are still totalled
      * so the aid file ties to the aid on the ledger
       300-READ-AID.
           OPEN INPUT AID-DISBURSED-FILE.
           IF WS-AID-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN AID_DISBURSED.txt, FILE "
               DISPLAY "STATUS " WS-AID-STATUS
               DISPLAY "RUN THE AID DISBURSEMENT FIRST"
               STOP RUN
           END-IF.
           PERFORM 310-READ-ONE-AWARD UNTIL EOF-ADB-FLG = 'Y'.
           CLOSE AID-DISBURSED-FILE.
       310-READ-ONE-AWARD.
           READ AID-DISBURSED-FILE
               AT END
                   MOVE 'Y' TO EOF-ADB-FLG
               NOT AT END
                   MOVE ADB-TERM-CODE TO WS-TERM-IN
                   IF WS-TI-YEAR = WS-TAX-YEAR
                     AND ADB-AMOUNT NUMERIC
                       PERFORM 320-TAKE-AWARD
                   END-IF
           END-READ.
       320-TAKE-AWARD.
           ADD 1 TO WS-ADB-YEAR-COUNT.
           ADD ADB-AMOUNT TO WS-ADB-YEAR-TOTAL.
           IF ADB-SCHOLARSHIP-OR-GRANT
               IF ADB-AMOUNT > 0
                   MOVE ADB-STUDENT-NUMBER TO TXW-STUDENT-NUMBER
                   MOVE 2 TO WS-WORK-CATEGORY
                   MOVE ADB-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM 290-WRITE-WORK-AMOUNT
               END-IF
           ELSE
               ADD ADB-AMOUNT TO WS-ADB-EXCLUDED
           END-IF.
      * pass the payment feed once, checking it against its H and T
      * control records -- a truncated or doctored transmission stops
      * the run.  a record the ledger cannot post (bad amount or
      * unknown type) was never applied, so it is not reported
       400-READ-PAYMENTS.
           OPEN INPUT PAYMENT-INPUT-FILE.
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN PAYMENT.txt, FILE STATUS "
                   WS-PAYMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM 410-CHECK-PAYMENT-RECORD UNTIL EOF-PAY-FLG = 'Y'.
           CLOSE PAYMENT-INPUT-FILE.
           CLOSE TAX-WORK-FILE.
           IF WS-PAY-HEADER-SW NOT = 'Y'
               DISPLAY "FATAL: PAYMENT.txt HAS NO HEADER RECORD"
               STOP RUN
           END-IF.
           IF WS-PAY-TRAILER-SW NOT = 'Y'
               DISPLAY "FATAL: PAYMENT.txt HAS NO TRAILER RECORD -- "
               DISPLAY "TRANSMISSION MAY BE TRUNCATED"
               STOP RUN
           END-IF.
           IF WS-PAY-DATA-COUNT NOT = WS-PAY-EXP-COUNT
               DISPLAY "FATAL: PAYMENT.txt RECORD COUNT MISMATCH -- "
               DISPLAY "TRAILER SAYS " WS-PAY-EXP-COUNT
                   " BUT " WS-PAY-DATA-COUNT " WERE READ"
               STOP RUN
           END-IF.
           IF WS-PAY-HASH-TOTAL NOT = WS-PAY-EXP-HASH
               DISPLAY "FATAL: PAYMENT.txt AMOUNT HASH MISMATCH -- "
               DISPLAY "TRAILER SAYS " WS-PAY-EXP-HASH
                   " BUT " WS-PAY-HASH-TOTAL " WAS READ"
               STOP RUN
           END-IF.
       410-CHECK-PAYMENT-RECORD.
           READ PAYMENT-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-PAY-FLG
               NOT AT END
                   EVALUATE TRUE
                       WHEN PCT-RECORD-TYPE = 'H'
                           MOVE 'Y' TO WS-PAY-HEADER-SW
                       WHEN PTR-RECORD-TYPE = 'T'
                           MOVE 'Y' TO WS-PAY-TRAILER-SW
                           MOVE PTR-RECORD-COUNT TO WS-PAY-EXP-COUNT
                           MOVE PTR-HASH-TOTAL TO WS-PAY-EXP-HASH
                       WHEN PAY-AMOUNT NOT NUMERIC
                           ADD 1 TO WS-PAY-DATA-COUNT
                           ADD 1 TO WS-PAY-BAD-COUNT
                       WHEN NOT PAY-TYPE-PAYMENT
                        AND NOT PAY-TYPE-REVERSAL
                        AND NOT PAY-TYPE-ADJUSTMENT
                           ADD 1 TO WS-PAY-DATA-COUNT
                           ADD PAY-AMOUNT TO WS-PAY-HASH-TOTAL
                           ADD 1 TO WS-PAY-BAD-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-PAY-DATA-COUNT
                           ADD PAY-AMOUNT TO WS-PAY-HASH-TOTAL
                           IF PAY-DATE-YEAR = WS-TAX-YEAR
                               PERFORM 420-TAKE-PAYMENT
                           END-IF
                   END-EVALUATE
           END-READ.
      * payments, reversals and adjustments are kept apart so the
      * statement can show each one
       420-TAKE-PAYMENT.
           ADD 1 TO WS-PAY-YEAR-COUNT.
           EVALUATE TRUE
               WHEN PAY-TYPE-REVERSAL
                   MOVE 4 TO WS-WORK-CATEGORY
               WHEN PAY-TYPE-ADJUSTMENT
                   MOVE 5 TO WS-WORK-CATEGORY
               WHEN OTHER
                   MOVE 3 TO WS-WORK-CATEGORY
           END-EVALUATE.
           MOVE PAY-STUDENT-NUMBER TO TXW-STUDENT-NUMBER.
           MOVE PAY-AMOUNT TO WS-WORK-AMOUNT.
           PERFORM 290-WRITE-WORK-AMOUNT.
      * bring each student's amounts together and write either the
      * statement and its filing record or the exception line -- a
      * student number of HIGH-VALUES stands in for end of file
       500-BUILD-STATEMENTS.
           SORT SORT-TAX-FILE
               ON ASCENDING KEY STX-STUDENT-NUMBER
                                STX-CATEGORY
               USING TAX-WORK-FILE
               GIVING TAX-SORTED-FILE.
           OPEN INPUT TAX-SORTED-FILE.
           OPEN OUTPUT TAX-STATEMENT-FILE.
           OPEN OUTPUT TAX-FILING-FILE.
           OPEN OUTPUT TAX-EXCEPTION-FILE.
           MOVE SPACES TO FILING-HEADER-RECORD.
           MOVE 'H' TO TFH-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TFH-TAX-YEAR.
           MOVE WS-ISS-TIN TO TFH-TIN.
           MOVE WS-ISS-NAME TO TFH-NAME.
           MOVE WS-ISS-ADDRESS TO TFH-ADDRESS.
           MOVE WS-ISS-CITY TO TFH-CITY.
           MOVE WS-ISS-STATE TO TFH-STATE.
           MOVE WS-ISS-POSTAL TO TFH-POSTAL-CODE.
           MOVE WS-ISS-PHONE TO TFH-PHONE.
           MOVE WS-RUN-DATE TO TFH-RUN-DATE.
           WRITE FILING-HEADER-RECORD.
           MOVE WS-TAX-YEAR TO EXH-TAX-YEAR.
           MOVE WS-RUN-DATE TO EXH-RUN-DATE.
           MOVE EXCEPTION-HEADER TO TAX-EXCEPTION-LINE.
           WRITE TAX-EXCEPTION-LINE.
           MOVE SPACES TO TAX-EXCEPTION-LINE.
           WRITE TAX-EXCEPTION-LINE.
           MOVE EXCEPTION-COLUMN-HEADER TO TAX-EXCEPTION-LINE.
           WRITE TAX-EXCEPTION-LINE.
           PERFORM 505-READ-TAX-SORTED.
           PERFORM 510-PROCESS-STUDENT
               UNTIL TXS-STUDENT-NUMBER = HIGH-VALUES.
           CLOSE TAX-SORTED-FILE.
           PERFORM 580-WRITE-FILING-TRAILER.
           CLOSE TAX-FILING-FILE.
           CLOSE TAX-STATEMENT-FILE.
           MOVE SPACES TO TAX-EXCEPTION-LINE.
           WRITE TAX-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-COUNT TO EXT-COUNT.
           MOVE EXCEPTION-TOTAL-LINE TO TAX-EXCEPTION-LINE.
           WRITE TAX-EXCEPTION-LINE.
           CLOSE TAX-EXCEPTION-FILE.
       505-READ-TAX-SORTED.
           READ TAX-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO TXS-STUDENT-NUMBER
           END-READ.
       510-PROCESS-STUDENT.
           MOVE TXS-STUDENT-NUMBER TO WS-CURR-STUDENT.
           INITIALIZE WS-STUDENT-AMOUNTS.
           PERFORM 515-ADD-STUDENT-AMOUNT
               UNTIL TXS-STUDENT-NUMBER NOT = WS-CURR-STUDENT.
           COMPUTE WS-NET-PAYMENTS = STU-AMOUNT(3) - STU-AMOUNT(4).
           PERFORM 520-GET-NAME.
           PERFORM 525-GET-DEMO-ADDRESS.
           PERFORM 530-CHECK-ADDRESS.
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 550-WRITE-STATEMENT
               PERFORM 560-WRITE-FILING-DETAIL
               PERFORM 565-ADD-STATEMENT-TOTAL
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               ADD WS-NET-PAYMENTS TO WS-NET-TOTAL
               ADD 1 TO WS-STATEMENT-COUNT
           ELSE
               PERFORM 570-WRITE-EXCEPTION
               PERFORM 575-ADD-EXCEPTION-TOTAL
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
       515-ADD-STUDENT-AMOUNT.
           ADD TXS-AMOUNT TO STU-AMOUNT(TXS-CATEGORY).
           PERFORM 505-READ-TAX-SORTED.
      * binary-search the name table -- the name prints on the
      * statement and on the filing record
       520-GET-NAME.
           MOVE 'N' TO WS-NAME-FOUND-SW.
           MOVE SPACES TO WS-STUDENT-NAME.
           SET NAME-IDX TO 1.
           SEARCH ALL NAME-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN NAME-STUDENT-RECORD(NAME-IDX) = WS-CURR-STUDENT
                   MOVE 'Y' TO WS-NAME-FOUND-SW
                   MOVE NAME-TEXT-RECORD(NAME-IDX) TO WS-STUDENT-NAME
           END-SEARCH.
      * binary-search the demographic table for the mailing address
       525-GET-DEMO-ADDRESS.
           MOVE 'N' TO WS-DEMO-FOUND-SW.
           MOVE SPACES TO WS-DEMO-ADDRESS-1.
           MOVE SPACES TO WS-DEMO-ADDRESS-2.
           MOVE SPACES TO WS-DEMO-CITY.
           MOVE SPACES TO WS-DEMO-STATE.
           MOVE SPACES TO WS-DEMO-POSTAL.
           SET DEMO-IDX TO 1.
           SEARCH ALL DEMO-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN DEMO-NUMBER-RECORD(DEMO-IDX) = WS-CURR-STUDENT
                   MOVE 'Y' TO WS-DEMO-FOUND-SW
                   MOVE DEMO-ADDRESS-1-RECORD(DEMO-IDX)
                     TO WS-DEMO-ADDRESS-1
                   MOVE DEMO-ADDRESS-2-RECORD(DEMO-IDX)
                     TO WS-DEMO-ADDRESS-2
                   MOVE DEMO-CITY-RECORD(DEMO-IDX) TO WS-DEMO-CITY
                   MOVE DEMO-STATE-RECORD(DEMO-IDX) TO WS-DEMO-STATE
                   MOVE DEMO-POSTAL-RECORD(DEMO-IDX)
                     TO WS-DEMO-POSTAL
           END-SEARCH.
      * a statement goes out only with a name, a street line, a city,
      * a state and a postal code -- the second address line is
      * optional.  the first thing missing is the reason given
       530-CHECK-ADDRESS.
           EVALUATE TRUE
               WHEN WS-NAME-FOUND-SW NOT = 'Y'
                   MOVE 'NOT ON STUDENT MASTER' TO WS-EXCEPTION-REASON
               WHEN WS-STUDENT-NAME = SPACES
                   MOVE 'NAME MISSING' TO WS-EXCEPTION-REASON
               WHEN WS-DEMO-FOUND-SW NOT = 'Y'
                   MOVE 'NO ADDRESS ON FILE' TO WS-EXCEPTION-REASON
               WHEN WS-DEMO-ADDRESS-1 = SPACES
                   MOVE 'STREET ADDRESS MISSING' TO WS-EXCEPTION-REASON
               WHEN WS-DEMO-CITY = SPACES
                   MOVE 'CITY MISSING' TO WS-EXCEPTION-REASON
               WHEN WS-DEMO-STATE = SPACES
                   MOVE 'STATE MISSING' TO WS-EXCEPTION-REASON
               WHEN WS-DEMO-POSTAL = SPACES
                   MOVE 'POSTAL CODE MISSING' TO WS-EXCEPTION-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-EXCEPTION-REASON
           END-EVALUATE.
      * one mailable statement -- the filer block, the student's name
      * and address, then the year's amounts
       550-WRITE-STATEMENT.
           IF WS-STATEMENT-COUNT > 0
               MOVE SPACES TO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
           END-IF.
           MOVE STATEMENT-RULE-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE WS-TAX-YEAR TO STT-TAX-YEAR.
           MOVE STATEMENT-TITLE-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE SPACES TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE 'FILER:' TO STF-LABEL.
           MOVE WS-ISS-NAME TO STF-TEXT.
           MOVE STATEMENT-FILER-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE SPACES TO STF-LABEL.
           MOVE WS-ISS-ADDRESS TO STF-TEXT.
           MOVE STATEMENT-FILER-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE WS-ISS-CITY TO SFC-CITY.
           MOVE WS-ISS-STATE TO SFC-STATE.
           MOVE WS-ISS-POSTAL TO SFC-POSTAL.
           MOVE STATEMENT-FILER-CITY-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE WS-ISS-PHONE TO SFI-PHONE.
           MOVE WS-ISS-TIN TO SFI-TIN.
           MOVE STATEMENT-FILER-ID-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE SPACES TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE WS-CURR-STUDENT TO STS-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO STS-STUDENT-NAME.
           MOVE STATEMENT-STUDENT-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE WS-DEMO-ADDRESS-1 TO STA-ADDR-TEXT.
           MOVE STATEMENT-ADDRESS-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           IF WS-DEMO-ADDRESS-2 NOT = SPACES
               MOVE WS-DEMO-ADDRESS-2 TO STA-ADDR-TEXT
               MOVE STATEMENT-ADDRESS-LINE TO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
           END-IF.
           MOVE WS-DEMO-CITY TO STA-ADDR-CITY.
           MOVE WS-DEMO-STATE TO STA-ADDR-STATE.
           MOVE WS-DEMO-POSTAL TO STA-ADDR-POSTAL.
           MOVE STATEMENT-CITY-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE SPACES TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE 'QUALIFIED TUITION BILLED' TO SAM-LABEL.
           MOVE STU-AMOUNT(1) TO SAM-AMOUNT.
           PERFORM 555-WRITE-AMOUNT-LINE.
           MOVE 'PAYMENTS RECEIVED' TO SAM-LABEL.
           MOVE STU-AMOUNT(3) TO SAM-AMOUNT.
           PERFORM 555-WRITE-AMOUNT-LINE.
           MOVE 'LESS PAYMENTS REVERSED' TO SAM-LABEL.
           MOVE STU-AMOUNT(4) TO SAM-AMOUNT.
           PERFORM 555-WRITE-AMOUNT-LINE.
           MOVE 'NET PAYMENTS RECEIVED' TO SAM-LABEL.
           MOVE WS-NET-PAYMENTS TO SAM-AMOUNT.
           PERFORM 555-WRITE-AMOUNT-LINE.
           MOVE 'SCHOLARSHIPS OR GRANTS' TO SAM-LABEL.
           MOVE STU-AMOUNT(2) TO SAM-AMOUNT.
           PERFORM 555-WRITE-AMOUNT-LINE.
           MOVE 'ACCOUNT ADJUSTMENTS' TO SAM-LABEL.
           MOVE STU-AMOUNT(5) TO SAM-AMOUNT.
           PERFORM 555-WRITE-AMOUNT-LINE.
           MOVE SPACES TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE 'TUITION BILLED IS FOR TERMS THAT FALL IN THE TAX YEAR.'
             TO SNL-TEXT.
           MOVE STATEMENT-NOTE-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
           MOVE 'PAYMENTS AND ADJUSTMENTS ARE DATED IN THE TAX YEAR.'
             TO SNL-TEXT.
           MOVE STATEMENT-NOTE-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
       555-WRITE-AMOUNT-LINE.
           MOVE STATEMENT-AMOUNT-LINE TO TAX-STATEMENT-LINE.
           WRITE TAX-STATEMENT-LINE.
      * the filing record carries the same amounts; net payments are
      * signed by a separate byte since reversals of an earlier
      * year's payments can outweigh this year's
       560-WRITE-FILING-DETAIL.
           MOVE SPACES TO FILING-DETAIL-RECORD.
           MOVE 'D' TO TFD-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TFD-TAX-YEAR.
           MOVE WS-CURR-STUDENT TO TFD-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO TFD-STUDENT-NAME.
           MOVE WS-DEMO-ADDRESS-1 TO TFD-ADDRESS-1.
           MOVE WS-DEMO-ADDRESS-2 TO TFD-ADDRESS-2.
           MOVE WS-DEMO-CITY TO TFD-CITY.
           MOVE WS-DEMO-STATE TO TFD-STATE.
           MOVE WS-DEMO-POSTAL TO TFD-POSTAL-CODE.
           MOVE STU-AMOUNT(1) TO TFD-BILLED.
           MOVE STU-AMOUNT(3) TO TFD-PAYMENTS.
           MOVE STU-AMOUNT(4) TO TFD-REVERSALS.
           IF WS-NET-PAYMENTS < 0
               MOVE '-' TO TFD-NET-SIGN
           ELSE
               MOVE '+' TO TFD-NET-SIGN
           END-IF.
           MOVE WS-NET-PAYMENTS TO TFD-NET-PAYMENTS.
           MOVE STU-AMOUNT(2) TO TFD-SCHOLARSHIPS.
           MOVE STU-AMOUNT(5) TO TFD-ADJUSTMENTS.
           WRITE FILING-DETAIL-RECORD.
       565-ADD-STATEMENT-TOTAL.
           ADD STU-AMOUNT(WS-CAT-SUB) TO CAT-STMT-TOTAL(WS-CAT-SUB).
      * the student is held back -- the amounts are listed so the
      * statement can be produced by hand once the address is fixed
       570-WRITE-EXCEPTION.
           MOVE WS-CURR-STUDENT TO EXL-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO EXL-STUDENT-NAME.
           MOVE WS-EXCEPTION-REASON TO EXL-REASON.
           MOVE STU-AMOUNT(1) TO EXL-BILLED.
           MOVE WS-NET-PAYMENTS TO EXL-NET-PAYMENTS.
           MOVE EXCEPTION-DETAIL-LINE TO TAX-EXCEPTION-LINE.
           WRITE TAX-EXCEPTION-LINE.
       575-ADD-EXCEPTION-TOTAL.
           ADD STU-AMOUNT(WS-CAT-SUB) TO CAT-EXC-TOTAL(WS-CAT-SUB).
      * the T record carries the statement count and the totals of
      * the D records above it
       580-WRITE-FILING-TRAILER.
           MOVE SPACES TO FILING-TRAILER-RECORD.
           MOVE 'T' TO TFT-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TFT-TAX-YEAR.
           MOVE WS-STATEMENT-COUNT TO TFT-RECORD-COUNT.
           MOVE CAT-STMT-TOTAL(1) TO TFT-BILLED.
           MOVE CAT-STMT-TOTAL(3) TO TFT-PAYMENTS.
           MOVE CAT-STMT-TOTAL(4) TO TFT-REVERSALS.
           IF WS-NET-TOTAL < 0
               MOVE '-' TO TFT-NET-SIGN
           ELSE
               MOVE '+' TO TFT-NET-SIGN
           END-IF.
           MOVE WS-NET-TOTAL TO TFT-NET-PAYMENTS.
           MOVE CAT-STMT-TOTAL(2) TO TFT-SCHOLARSHIPS.
           MOVE CAT-STMT-TOTAL(5) TO TFT-ADJUSTMENTS.
           WRITE FILING-TRAILER-RECORD.
      * tie every category's statements plus exceptions back to what
      * the ledger, the aid file and the payment feed hold for the
      * year, and the aid file back to the aid on the ledger
       800-PROVE-TOTALS.
           OPEN OUTPUT TAX-CONTROL-FILE.
           MOVE WS-RUN-DATE TO CRH-RUN-DATE.
           MOVE WS-TAX-YEAR TO CRH-TAX-YEAR.
           MOVE CONTROL-REPORT-HEADER TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE SPACES TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE 'SOURCES' TO CSL-TITLE.
           MOVE CONTROL-SECTION-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE 'LEDGER ITEMS READ' TO CCL-LABEL.
           MOVE WS-LDG-ITEM-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE 'LEDGER ITEMS FOR TERMS IN THE TAX YEAR' TO CCL-LABEL.
           MOVE WS-LDG-YEAR-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE 'AID DISBURSEMENTS IN THE TAX YEAR' TO CCL-LABEL.
           MOVE WS-ADB-YEAR-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE 'PAYMENT FEED RECORDS (TRAILER AGREES)' TO CCL-LABEL.
           MOVE WS-PAY-DATA-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE 'UNPOSTABLE FEED RECORDS PASSED OVER' TO CCL-LABEL.
           MOVE WS-PAY-BAD-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE 'FEED RECORDS DATED IN THE TAX YEAR' TO CCL-LABEL.
           MOVE WS-PAY-YEAR-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE SPACES TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE 'AID' TO CSL-TITLE.
           MOVE CONTROL-SECTION-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE 'AID CREDITED ON THE LEDGER' TO CAL-LABEL.
           MOVE WS-LDG-YEAR-AID TO CAL-AMOUNT.
           MOVE SPACES TO CAL-RESULT.
           PERFORM 892-WRITE-AMOUNT-LINE.
           IF WS-ADB-YEAR-TOTAL = WS-LDG-YEAR-AID
               MOVE 'TIES' TO WS-TIE-RESULT
           ELSE
               MOVE 'NO TIE' TO WS-TIE-RESULT
               MOVE 'N' TO WS-BALANCED-SW
           END-IF.
           MOVE 'AID DISBURSED, ALL AWARD TYPES' TO CAL-LABEL.
           MOVE WS-ADB-YEAR-TOTAL TO CAL-AMOUNT.
           MOVE WS-TIE-RESULT TO CAL-RESULT.
           PERFORM 892-WRITE-AMOUNT-LINE.
           MOVE 'LOANS AND WORK-STUDY, NOT REPORTED' TO CAL-LABEL.
           MOVE WS-ADB-EXCLUDED TO CAL-AMOUNT.
           MOVE SPACES TO CAL-RESULT.
           PERFORM 892-WRITE-AMOUNT-LINE.
           MOVE 'SCHOLARSHIPS AND GRANTS REPORTED' TO CAL-LABEL.
           MOVE CAT-SOURCE-TOTAL(2) TO CAL-AMOUNT.
           PERFORM 892-WRITE-AMOUNT-LINE.
           MOVE SPACES TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE 'STATEMENTS AND EXCEPTIONS AGAINST SOURCES'
             TO CSL-TITLE.
           MOVE CONTROL-SECTION-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE TIE-COLUMN-HEADER TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           PERFORM 810-TIE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5.
           MOVE SPACES TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE 'STUDENTS' TO CSL-TITLE.
           MOVE CONTROL-SECTION-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           MOVE 'STATEMENTS WRITTEN' TO CCL-LABEL.
           MOVE WS-STATEMENT-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE 'FILING FILE D RECORDS' TO CCL-LABEL.
           MOVE WS-STATEMENT-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE 'HELD ON THE ADDRESS EXCEPTION LIST' TO CCL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO CCL-COUNT.
           PERFORM 890-WRITE-COUNT-LINE.
           MOVE SPACES TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           IF WS-TOTALS-BALANCE
               MOVE 'ALL TOTALS TIE' TO VDL-TEXT
           ELSE
               MOVE 'TOTALS DO NOT TIE -- CORRECT THE ABOVE AND RERUN'
                 TO VDL-TEXT
           END-IF.
           MOVE VERDICT-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
           CLOSE TAX-CONTROL-FILE.
       810-TIE-CATEGORY.
           IF CAT-SOURCE-TOTAL(WS-CAT-SUB)
                = CAT-STMT-TOTAL(WS-CAT-SUB) + CAT-EXC-TOTAL(WS-CAT-SUB)
               MOVE 'TIES' TO TDL-RESULT
           ELSE
               MOVE 'NO TIE' TO TDL-RESULT
               MOVE 'N' TO WS-BALANCED-SW
           END-IF.
           MOVE WS-CAT-LABEL(WS-CAT-SUB) TO TDL-CATEGORY.
           MOVE CAT-SOURCE-TOTAL(WS-CAT-SUB) TO TDL-SOURCE.
           MOVE CAT-STMT-TOTAL(WS-CAT-SUB) TO TDL-STATEMENTS.
           MOVE CAT-EXC-TOTAL(WS-CAT-SUB) TO TDL-EXCEPTIONS.
           MOVE TIE-DETAIL-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
       890-WRITE-COUNT-LINE.
           MOVE CONTROL-COUNT-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
       892-WRITE-AMOUNT-LINE.
           MOVE CONTROL-AMOUNT-LINE TO TAX-CONTROL-LINE.
           WRITE TAX-CONTROL-LINE.
       900-FINISH-RUN.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----TUITION TAX STATEMENTS COMPLETE----".
           DISPLAY "TAX YEAR:    " WS-TAX-YEAR.
           DISPLAY "STATEMENTS:  " WS-STATEMENT-COUNT.
           DISPLAY "EXCEPTIONS:  " WS-EXCEPTION-COUNT.
           IF WS-TOTALS-BALANCE
               DISPLAY "ALL TOTALS TIE"
           ELSE
               DISPLAY "TOTALS DO NOT TIE -- SEE TAX_CONTROL_REPORT.txt"
           END-IF.
           STOP RUN.
      * the run got all the way through -- stamp the END with the
      * statement count; totals that do not tie are stamped HELD so
      * the statements are not mailed until the run is corrected
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'TAXSTMT' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           IF WS-TOTALS-BALANCE
               MOVE 'COMPLETE' TO RCT-STATUS
           ELSE
               MOVE 'HELD' TO RCT-STATUS
           END-IF.
           MOVE WS-STATEMENT-COUNT TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM taxstmt.
