      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: financial aid disbursement -- walks the award master
      *          AID_AWARDS.txt (one award per student, term and fund)
      *          against the student master and the assessed tuition
      *          and works out what each award may put on the
      *          student's open item: nothing unless the student is
      *          enrolled for the term on STUMAST.DAT, and a pro-rated
      *          share when the student has dropped below the credit
      *          hours the award was made on.  writes the rolled-
      *          forward award master AID_AWARDS_NEW.txt, closed by a
      *          count and student number hash trailer and promoted
      *          through GENPROMO, the disbursed-aid credit lines
      *          the AR ledger posts as a separate credit on the term's
      *          item, a disbursement register by fund and an over-
      *          award report of terms whose aid exceeds the tuition
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aiddisb.

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
           SELECT AWARD-INPUT-FILE
           ASSIGN TO "..\AID_AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT SORT-AWARD-FILE
           ASSIGN TO "..\SRTAWD.TMP".
           SELECT AWARD-SORTED-FILE
           ASSIGN TO "..\AWDSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO "..\STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ASSESSED-TUITION-FILE
           ASSIGN TO "..\ASSESSED_TUITION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESSED-STATUS.
           SELECT AWARD-NEW-FILE
           ASSIGN TO "..\AID_AWARDS_NEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AID-DISBURSED-FILE
           ASSIGN TO "..\AID_DISBURSED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-STAGE-FILE
           ASSIGN TO "..\AIDREG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-REGISTER-FILE
           ASSIGN TO "..\SRTAREG.TMP".
           SELECT REGISTER-SORTED-FILE
           ASSIGN TO "..\AREGSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISBURSEMENT-REGISTER-FILE
           ASSIGN TO "..\AID_DISBURSEMENT_REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVER-AWARD-FILE
           ASSIGN TO "..\AID_OVERAWARD.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- ONLY THE RUN     *
      * DATE AND EXPECTED TERM   *
      * MATTER TO DISBURSEMENT   *
      ****************************
       FD RUNPARM-FILE.
       01 RUNPARM-RECORD.
           02 RP-RUN-DATE            PIC X(8).
           02 RP-EXPECTED-TERM       PIC X(6).
           02 FILLER                 PIC X(13).

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
      * AWARD MASTER -- ONE      *
      * AWARD PER STUDENT, TERM  *
      * AND FUND.  THE BASIS     *
      * HOURS ARE THE CREDIT     *
      * HOURS THE AWARD WAS MADE *
      * ON (ZERO = NEVER PRO-    *
      * RATED); THE DISBURSED    *
      * AMOUNT IS WHAT SITS ON   *
      * THE LEDGER AS OF THE     *
      * LAST RUN                 *
      ****************************
       FD AWARD-INPUT-FILE.
       01 AWARD-INPUT-RECORD.
           02 AWD-STUDENT-NUMBER     PIC X(6).
           02 AWD-TERM-CODE          PIC X(6).
           02 AWD-FUND-CODE          PIC X(6).
           02 AWD-AWARD-TYPE         PIC X(1).
           02 AWD-AWARDED-AMOUNT     PIC 9(7)V99.
           02 AWD-BASIS-HOURS        PIC 9(3).
           02 AWD-DISBURSED-AMOUNT   PIC 9(7)V99.
           02 AWD-STATUS             PIC X(1).
           02 AWD-LAST-DATE          PIC X(8).

      ****************************
      * SORT WORK FOR THE AWARDS *
      * (KEYED BY STU NUMBER,    *
      *  TERM AND FUND)          *
      ****************************
       SD SORT-AWARD-FILE.
       01 SORT-AWARD-RECORD.
           02 SAW-STUDENT-NUMBER     PIC X(6).
           02 SAW-TERM-CODE          PIC X(6).
           02 SAW-FUND-CODE          PIC X(6).
           02 SAW-BODY               PIC X(31).

       FD AWARD-SORTED-FILE.
       01 AWARD-SORTED-RECORD.
           02 AWS-STUDENT-NUMBER     PIC X(6).
           02 AWS-TERM-CODE          PIC X(6).
           02 AWS-FUND-CODE          PIC X(6).
           02 AWS-AWARD-TYPE         PIC X(1).
           02 AWS-AWARDED-AMOUNT     PIC 9(7)V99.
           02 AWS-BASIS-HOURS        PIC 9(3).
           02 AWS-DISBURSED-AMOUNT   PIC 9(7)V99.
           02 AWS-STATUS             PIC X(1).
               88 AWS-CANCELLED      VALUE 'C'.
           02 AWS-LAST-DATE          PIC X(8).

      ****************************
      * STUDENT MASTER -- READ   *
      * IN KEY ORDER; A TERM     *
      * RECORD WITH AT LEAST ONE *
      * COURSE IS AN ENROLLMENT  *
      ****************************
       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
           02 STM-MASTER-KEY.
             03 STM-STUDENT-NUMBER   PIC X(6).
             03 STM-TERM-CODE        PIC X(6).
           02 STM-TUITION-OWED       PIC X(6).
           02 STM-STUDENT-NAME       PIC X(40).
           02 STM-PROGRAM-OF-STUDY   PIC X(6).
           02 STM-COURSE-DATA.
             03 STM-COURSES          OCCURS 5 TIMES.
               04 STM-COURSE-CODE    PIC X(7).
               04 STM-COURSE-AVERAGE PIC X(3).

      ****************************
      * ASSESSED TUITION FROM    *
      * THE ASSESSMENT RUN, IN   *
      * STUDENT/TERM ORDER --    *
      * THE CREDIT HOURS NOW     *
      * CARRIED AND THE TUITION  *
      * THE AID IS MEASURED      *
      * AGAINST                  *
      ****************************
       FD ASSESSED-TUITION-FILE.
       01 ASSESSED-TUITION-RECORD.
           02 ASM-STUDENT-NUMBER     PIC X(6).
           02 ASM-TERM-CODE          PIC X(6).
           02 ASM-ASSESSED           PIC 9(7)V99.
           02 ASM-KEYED              PIC 9(4)V99.
           02 ASM-CREDIT-HOURS       PIC 9(3).
           02 ASM-SOURCE             PIC X(1).
           02 ASM-PROGRAM-OF-STUDY   PIC X(6).
           02 ASM-STUDENT-NAME       PIC X(40).

      ****************************
      * ROLLED-FORWARD AWARD     *
      * MASTER -- CLOSED BY A    *
      * TRAILER OF COUNT AND     *
      * STUDENT NUMBER HASH      *
      ****************************
       FD AWARD-NEW-FILE.
       01 AWARD-NEW-RECORD.
           02 AWN-STUDENT-NUMBER     PIC X(6).
           02 AWN-TERM-CODE          PIC X(6).
           02 AWN-FUND-CODE          PIC X(6).
           02 AWN-AWARD-TYPE         PIC X(1).
           02 AWN-AWARDED-AMOUNT     PIC 9(7)V99.
           02 AWN-BASIS-HOURS        PIC 9(3).
           02 AWN-DISBURSED-AMOUNT   PIC 9(7)V99.
           02 AWN-STATUS             PIC X(1).
           02 AWN-LAST-DATE          PIC X(8).
       01 AWARD-NEW-TRAILER.
           02 AWT-RECORD-TYPE        PIC X(1).
           02 AWT-RECORD-COUNT       PIC 9(7).
           02 AWT-HASH-TOTAL         PIC 9(11).
       01 AWARD-NEW-STUDENT-VIEW.
           02 AWV-STUDENT-NUMBER     PIC 9(6).
           02 FILLER                 PIC X(43).

      ****************************
      * DISBURSED AID -- ONE     *
      * CREDIT LINE PER AWARD    *
      * WITH MONEY ON THE        *
      * LEDGER, REBUILT IN FULL  *
      * EVERY RUN; THE AR LEDGER *
      * AND THE STATEMENT RUN    *
      * READ IT                  *
      ****************************
       FD AID-DISBURSED-FILE.
       01 AID-DISBURSED-RECORD.
           02 ADB-STUDENT-NUMBER     PIC X(6).
           02 ADB-TERM-CODE          PIC X(6).
           02 ADB-FUND-CODE          PIC X(6).
           02 ADB-AWARD-TYPE         PIC X(1).
           02 ADB-AMOUNT             PIC 9(7)V99.

      ****************************
      * REGISTER LINES STAGED    *
      * FOR THE SORT BY FUND     *
      ****************************
       FD REGISTER-STAGE-FILE.
       01 REGISTER-STAGE-RECORD.
           02 RGS-FUND-CODE          PIC X(6).
           02 RGS-STUDENT-NUMBER     PIC X(6).
           02 RGS-TERM-CODE          PIC X(6).
           02 RGS-AWARD-TYPE         PIC X(1).
           02 RGS-STATUS             PIC X(1).
           02 RGS-AWARDED            PIC 9(7)V99.
           02 RGS-DISBURSED          PIC 9(7)V99.
           02 RGS-CHANGE             PIC S9(7)V99.

       SD SORT-REGISTER-FILE.
       01 SORT-REGISTER-RECORD.
           02 SRG-FUND-CODE          PIC X(6).
           02 SRG-STUDENT-NUMBER     PIC X(6).
           02 SRG-TERM-CODE          PIC X(6).
           02 SRG-BODY               PIC X(29).

       FD REGISTER-SORTED-FILE.
       01 REGISTER-SORTED-RECORD.
           02 RGT-FUND-CODE          PIC X(6).
           02 RGT-STUDENT-NUMBER     PIC X(6).
           02 RGT-TERM-CODE          PIC X(6).
           02 RGT-AWARD-TYPE         PIC X(1).
           02 RGT-STATUS             PIC X(1).
           02 RGT-AWARDED            PIC 9(7)V99.
           02 RGT-DISBURSED          PIC 9(7)V99.
           02 RGT-CHANGE             PIC S9(7)V99.

      ****************************
      * DISBURSEMENT REGISTER -- *
      * BY FUND, WITH FUND AND   *
      * GRAND TOTALS             *
      ****************************
       FD DISBURSEMENT-REGISTER-FILE.
       01 REGISTER-LINE              PIC X(90).

      ****************************
      * OVER-AWARD REPORT -- A   *
      * TERM WHOSE DISBURSED AID *
      * EXCEEDS THE ASSESSED     *
      * TUITION                  *
      ****************************
       FD OVER-AWARD-FILE.
       01 OVER-AWARD-LINE            PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-AWD-FLG            PIC X VALUE 'N'.
           05 EOF-MST-FLG            PIC X VALUE 'N'.
           05 EOF-ASM-FLG            PIC X VALUE 'N'.
           05 EOF-RGT-FLG            PIC X VALUE 'N'.
           05 WS-AWARDS-ABSENT-SW    PIC X VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-AWARD-STATUS            PIC XX.
       01 WS-MASTER-STATUS           PIC XX.
       01 WS-ASSESSED-STATUS         PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).

      * run-control scan fields -- the latest entry on the log for the
      * predecessor program and this term decides whether we may run
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-PRED-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-PRED-EVENT          PIC X(5) VALUE SPACES.
           05 WS-PRED-STATUS         PIC X(8) VALUE SPACES.

      * match keys for the three streams -- a key of HIGH-VALUES
      * stands in for end of file
       01 WS-AWD-KEY.
           05 WS-AWD-STUDENT         PIC X(6).
           05 WS-AWD-TERM            PIC X(6).
       01 WS-MST-KEY.
           05 WS-MST-STUDENT         PIC X(6).
           05 WS-MST-TERM            PIC X(6).
       01 WS-ASM-KEY.
           05 WS-ASM-STUDENT         PIC X(6).
           05 WS-ASM-TERM            PIC X(6).
       01 WS-CURR-KEY.
           05 WS-CURR-STUDENT        PIC X(6).
           05 WS-CURR-TERM           PIC X(6).

      * term codes are a year and a season (2026FA); the term key
      * puts the season in calendar order behind the year so terms
      * compare chronologically -- winter, spring, summer, fall, and
      * anything unrecognised after fall
       01 WS-TERM-IN                 PIC X(6).
       01 WS-TERM-IN-PARTS REDEFINES WS-TERM-IN.
           05 WS-TI-YEAR             PIC 9(4).
           05 WS-TI-SEASON           PIC X(2).
       01 WS-KEY-WORK.
           05 WS-KW-YEAR             PIC 9(4).
           05 WS-KW-RANK             PIC 9(1).
       01 WS-EXPECTED-KEY            PIC X(5).
       01 WS-CURR-TERM-KEY           PIC X(5).

      * what the master and the assessment say about the current
      * student term
       01 WS-TERM-FIELDS.
           05 WS-ENROLLED-SW         PIC X        VALUE 'N'.
           05 WS-ASSESSED-SW         PIC X        VALUE 'N'.
           05 WS-COURSE-COUNT        PIC 9(1)     VALUE 0.
           05 WS-COURSE-INDEX        PIC 9(1)     VALUE 0.
           05 WS-TERM-HOURS          PIC 9(3)     VALUE 0.
           05 WS-TERM-TUITION        PIC 9(7)V99  VALUE 0.
           05 WS-TERM-AID            PIC 9(7)V99  VALUE 0.
           05 WS-TERM-EXCESS         PIC 9(7)V99  VALUE 0.

      * one award being worked -- the amounts are cleaned up here so
      * a blank disbursed field on a brand-new award reads as zero
       01 WS-AWARD-FIELDS.
           05 WS-AWARDED             PIC 9(7)V99  VALUE 0.
           05 WS-BASIS-HOURS         PIC 9(3)     VALUE 0.
           05 WS-PRIOR-DISBURSED     PIC 9(7)V99  VALUE 0.
           05 WS-ELIGIBLE            PIC 9(7)V99  VALUE 0.
           05 WS-CHANGE              PIC S9(7)V99 VALUE 0.
           05 WS-NEW-STATUS          PIC X(1)     VALUE SPACES.
           05 WS-NEW-DATE            PIC X(8)     VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-AWARD-COUNT         PIC 9(7)     VALUE 0.
           05 WS-DISBURSED-COUNT     PIC 9(7)     VALUE 0.
           05 WS-CHANGED-COUNT       PIC 9(7)     VALUE 0.
           05 WS-NOT-ENROLLED-COUNT  PIC 9(7)     VALUE 0.
           05 WS-HELD-COUNT          PIC 9(7)     VALUE 0.
           05 WS-OVER-AWARD-COUNT    PIC 9(7)     VALUE 0.
           05 WS-AWARD-NEW-COUNT     PIC 9(7)     VALUE 0.
           05 WS-AWARD-NEW-HASH      PIC 9(11)    VALUE 0.

      * register control break -- fund subtotals and grand totals
       01 WS-REGISTER-FIELDS.
           05 WS-RGT-FUND            PIC X(6)     VALUE SPACES.
           05 WS-FUND-AWARDED        PIC 9(9)V99  VALUE 0.
           05 WS-FUND-DISBURSED      PIC 9(9)V99  VALUE 0.
           05 WS-FUND-CHANGE         PIC S9(9)V99 VALUE 0.
           05 WS-GRAND-AWARDED       PIC 9(9)V99  VALUE 0.
           05 WS-GRAND-DISBURSED     PIC 9(9)V99  VALUE 0.
           05 WS-GRAND-CHANGE        PIC S9(9)V99 VALUE 0.

       01 REGISTER-REPORT-HEADER.
           05 FILLER                 PIC X(29)
              VALUE 'AID DISBURSEMENT     RUN DATE'.
           05 FILLER                 PIC X(2)  VALUE ': '.
           05 RRH-DATE               PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'TERM:'.
           05 RRH-TERM               PIC X(6).

       01 REGISTER-FUND-HEADER.
           05 FILLER                 PIC X(6)  VALUE 'FUND: '.
           05 RFH-FUND-CODE          PIC X(6).

       01 REGISTER-COLUMN-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'TERM'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'TYPE'.
           05 FILLER                 PIC X(12) VALUE 'AWARDED'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'DISBURSED'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'THIS RUN'.
           05 FILLER                 PIC X(12) VALUE 'STATUS'.

       01 REGISTER-DETAIL-LINE.
           05 RGD-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 RGD-TERM-CODE          PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RGD-AWARD-TYPE         PIC X(1).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 RGD-AWARDED            PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 RGD-DISBURSED          PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 RGD-CHANGE             PIC $ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGD-STATUS             PIC X(12).

       01 REGISTER-TOTAL-LINE.
           05 RGX-LABEL              PIC X(14).
           05 RGX-FUND-CODE          PIC X(6).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 RGX-AWARDED            PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGX-DISBURSED          PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGX-CHANGE             PIC $Z,ZZZ,ZZ9.99CR.

       01 OVER-AWARD-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'TERM'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'TUITION'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'AID'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'OVER AWARD'.

       01 OVER-AWARD-DETAIL-LINE.
           05 OVR-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 OVR-TERM-CODE          PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 OVR-TUITION            PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 OVR-AID                PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 OVR-EXCESS             PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 OVR-NOTE               PIC X(13).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 100-INITIATE-FILES.
           PERFORM 300-PROCESS-STUDENT-TERM
               UNTIL WS-AWD-STUDENT = HIGH-VALUES.
           PERFORM 700-PRINT-REGISTER.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * disbursement needs the run date for the award stamps and the
      * expected term -- awards for later terms are left alone
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
           MOVE WS-EXPECTED-TERM TO WS-TERM-IN.
           PERFORM 600-MAKE-TERM-KEY.
           MOVE WS-KEY-WORK TO WS-EXPECTED-KEY.
           CLOSE RUNPARM-FILE.
      * aid is measured against the assessed tuition and its credit
      * hours, so disbursement refuses to start until tuitasmt's
      * latest run-control entry for this term is a clean END
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
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR TUITASMT AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: TUITASMT DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
       044-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'TUITASMT'
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
                       MOVE RCT-STATUS TO WS-PRED-STATUS
                   END-IF
           END-READ.
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'AIDDISB' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * sort the awards into student/term/fund order and prime the
      * three streams -- with no award master at all the run still
      * writes an empty disbursed-aid file so the ledger posts no aid
       100-INITIATE-FILES.
           OPEN INPUT AWARD-INPUT-FILE.
           IF WS-AWARD-STATUS = '00'
               CLOSE AWARD-INPUT-FILE
               SORT SORT-AWARD-FILE
                   ON ASCENDING KEY SAW-STUDENT-NUMBER
                                    SAW-TERM-CODE
                                    SAW-FUND-CODE
                   USING AWARD-INPUT-FILE
                   GIVING AWARD-SORTED-FILE
               OPEN INPUT AWARD-SORTED-FILE
           ELSE
               MOVE 'Y' TO WS-AWARDS-ABSENT-SW
               MOVE 'Y' TO EOF-AWD-FLG
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN STUMAST.DAT, FILE STATUS "
                   WS-MASTER-STATUS
               DISPLAY "RUN THE MASTER LOAD FIRST"
               STOP RUN
           END-IF.
           OPEN INPUT ASSESSED-TUITION-FILE.
           IF WS-ASSESSED-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN ASSESSED_TUITION.txt, FILE "
               DISPLAY "STATUS " WS-ASSESSED-STATUS
               DISPLAY "RUN THE TUITION ASSESSMENT FIRST"
               STOP RUN
           END-IF.
           OPEN OUTPUT AWARD-NEW-FILE.
           OPEN OUTPUT AID-DISBURSED-FILE.
           OPEN OUTPUT REGISTER-STAGE-FILE.
           OPEN OUTPUT OVER-AWARD-FILE.
           MOVE OVER-AWARD-HEADER TO OVER-AWARD-LINE.
           WRITE OVER-AWARD-LINE.
           PERFORM 200-READ-AWARD.
           PERFORM 210-READ-MASTER.
           PERFORM 220-READ-ASSESSED.
       200-READ-AWARD.
           IF EOF-AWD-FLG = 'Y'
               MOVE HIGH-VALUES TO WS-AWD-KEY
           ELSE
               READ AWARD-SORTED-FILE
                   AT END
                       MOVE 'Y' TO EOF-AWD-FLG
                       MOVE HIGH-VALUES TO WS-AWD-KEY
                   NOT AT END
                       MOVE AWS-STUDENT-NUMBER TO WS-AWD-STUDENT
                       MOVE AWS-TERM-CODE TO WS-AWD-TERM
               END-READ
           END-IF.
       210-READ-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO EOF-MST-FLG
                   MOVE HIGH-VALUES TO WS-MST-KEY
               NOT AT END
                   MOVE STM-STUDENT-NUMBER TO WS-MST-STUDENT
                   MOVE STM-TERM-CODE TO WS-MST-TERM
           END-READ.
       220-READ-ASSESSED.
           READ ASSESSED-TUITION-FILE
               AT END
                   MOVE 'Y' TO EOF-ASM-FLG
                   MOVE HIGH-VALUES TO WS-ASM-KEY
               NOT AT END
                   MOVE ASM-STUDENT-NUMBER TO WS-ASM-STUDENT
                   MOVE ASM-TERM-CODE TO WS-ASM-TERM
           END-READ.
      * one pass per student term that carries an award -- bring the
      * master and the assessment up to the award's key, decide
      * enrollment and hours once, then work each of the term's
      * awards and check the term's aid against its tuition
       300-PROCESS-STUDENT-TERM.
           MOVE WS-AWD-KEY TO WS-CURR-KEY.
           PERFORM 210-READ-MASTER
               UNTIL WS-MST-KEY NOT < WS-CURR-KEY.
           PERFORM 220-READ-ASSESSED
               UNTIL WS-ASM-KEY NOT < WS-CURR-KEY.
           MOVE 'N' TO WS-ENROLLED-SW.
           MOVE 0 TO WS-COURSE-COUNT.
           IF WS-MST-KEY = WS-CURR-KEY
               PERFORM 310-COUNT-ONE-SLOT
                   VARYING WS-COURSE-INDEX FROM 1 BY 1
                   UNTIL WS-COURSE-INDEX > 5
               IF WS-COURSE-COUNT > 0
                   MOVE 'Y' TO WS-ENROLLED-SW
               END-IF
           END-IF.
           MOVE 'N' TO WS-ASSESSED-SW.
           MOVE 0 TO WS-TERM-HOURS.
           MOVE 0 TO WS-TERM-TUITION.
           IF WS-ASM-KEY = WS-CURR-KEY
               MOVE 'Y' TO WS-ASSESSED-SW
               MOVE ASM-CREDIT-HOURS TO WS-TERM-HOURS
               MOVE ASM-ASSESSED TO WS-TERM-TUITION
           END-IF.
           MOVE 0 TO WS-TERM-AID.
           PERFORM 320-DISBURSE-ONE-AWARD
               UNTIL WS-AWD-KEY NOT = WS-CURR-KEY.
           PERFORM 360-CHECK-OVER-AWARD.
       310-COUNT-ONE-SLOT.
           IF STM-COURSE-CODE(WS-COURSE-INDEX) NOT = SPACES
               ADD 1 TO WS-COURSE-COUNT
           END-IF.
      * the disbursed amount is always re-derived from scratch, so a
      * drop, a cancellation or a withdrawal hands back whatever the
      * award had already put on the ledger, and a re-add puts it back
       320-DISBURSE-ONE-AWARD.
           ADD 1 TO WS-AWARD-COUNT.
           IF AWS-AWARDED-AMOUNT NUMERIC
               MOVE AWS-AWARDED-AMOUNT TO WS-AWARDED
           ELSE
               MOVE 0 TO WS-AWARDED
           END-IF.
           IF AWS-BASIS-HOURS NUMERIC
               MOVE AWS-BASIS-HOURS TO WS-BASIS-HOURS
           ELSE
               MOVE 0 TO WS-BASIS-HOURS
           END-IF.
           IF AWS-DISBURSED-AMOUNT NUMERIC
               MOVE AWS-DISBURSED-AMOUNT TO WS-PRIOR-DISBURSED
           ELSE
               MOVE 0 TO WS-PRIOR-DISBURSED
           END-IF.
           MOVE AWS-STATUS TO WS-NEW-STATUS.
           MOVE AWS-LAST-DATE TO WS-NEW-DATE.
           PERFORM 330-ELIGIBLE-AMOUNT.
           COMPUTE WS-CHANGE = WS-ELIGIBLE - WS-PRIOR-DISBURSED.
           IF WS-CHANGE NOT = 0
               ADD 1 TO WS-CHANGED-COUNT
               MOVE WS-RUN-DATE TO WS-NEW-DATE
           END-IF.
           PERFORM 340-WRITE-AWARD-OUTPUTS.
           PERFORM 200-READ-AWARD.
      * the disbursement rules, in order: a later term is not yet
      * disbursable and a term with no assessment cannot be measured,
      * so both are held as they stand; a cancelled award and a
      * student not enrolled for the term get nothing; a student
      * carrying fewer hours than the award was made on gets the
      * same share of it; everyone else gets the full award
       330-ELIGIBLE-AMOUNT.
           MOVE WS-CURR-TERM TO WS-TERM-IN.
           PERFORM 600-MAKE-TERM-KEY.
           MOVE WS-KEY-WORK TO WS-CURR-TERM-KEY.
           EVALUATE TRUE
               WHEN WS-CURR-TERM-KEY > WS-EXPECTED-KEY
                   MOVE WS-PRIOR-DISBURSED TO WS-ELIGIBLE
                   IF WS-NEW-STATUS = SPACES
                       MOVE 'P' TO WS-NEW-STATUS
                   END-IF
               WHEN AWS-CANCELLED
                   MOVE 0 TO WS-ELIGIBLE
               WHEN WS-ENROLLED-SW NOT = 'Y'
                   MOVE 0 TO WS-ELIGIBLE
                   MOVE 'N' TO WS-NEW-STATUS
                   ADD 1 TO WS-NOT-ENROLLED-COUNT
               WHEN WS-ASSESSED-SW NOT = 'Y'
                   MOVE WS-PRIOR-DISBURSED TO WS-ELIGIBLE
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-BASIS-HOURS > 0
                AND WS-TERM-HOURS < WS-BASIS-HOURS
                   COMPUTE WS-ELIGIBLE ROUNDED =
                       WS-AWARDED * WS-TERM-HOURS / WS-BASIS-HOURS
                   MOVE 'R' TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE WS-AWARDED TO WS-ELIGIBLE
                   MOVE 'D' TO WS-NEW-STATUS
           END-EVALUATE.
      * every award rolls forward; an award with money on the ledger
      * gets a credit line, and anything with money on it or moved
      * this run goes to the register
       340-WRITE-AWARD-OUTPUTS.
           MOVE AWARD-SORTED-RECORD TO AWARD-NEW-RECORD.
           MOVE WS-AWARDED TO AWN-AWARDED-AMOUNT.
           MOVE WS-BASIS-HOURS TO AWN-BASIS-HOURS.
           MOVE WS-ELIGIBLE TO AWN-DISBURSED-AMOUNT.
           MOVE WS-NEW-STATUS TO AWN-STATUS.
           MOVE WS-NEW-DATE TO AWN-LAST-DATE.
           ADD 1 TO WS-AWARD-NEW-COUNT.
           IF AWV-STUDENT-NUMBER NUMERIC
               ADD AWV-STUDENT-NUMBER TO WS-AWARD-NEW-HASH
           END-IF.
           WRITE AWARD-NEW-RECORD.
           IF WS-ELIGIBLE > 0
               ADD 1 TO WS-DISBURSED-COUNT
               ADD WS-ELIGIBLE TO WS-TERM-AID
               MOVE AWS-STUDENT-NUMBER TO ADB-STUDENT-NUMBER
               MOVE AWS-TERM-CODE TO ADB-TERM-CODE
               MOVE AWS-FUND-CODE TO ADB-FUND-CODE
               MOVE AWS-AWARD-TYPE TO ADB-AWARD-TYPE
               MOVE WS-ELIGIBLE TO ADB-AMOUNT
               WRITE AID-DISBURSED-RECORD
           END-IF.
           IF WS-ELIGIBLE > 0
             OR WS-CHANGE NOT = 0
               MOVE AWS-FUND-CODE TO RGS-FUND-CODE
               MOVE AWS-STUDENT-NUMBER TO RGS-STUDENT-NUMBER
               MOVE AWS-TERM-CODE TO RGS-TERM-CODE
               MOVE AWS-AWARD-TYPE TO RGS-AWARD-TYPE
               MOVE WS-NEW-STATUS TO RGS-STATUS
               MOVE WS-AWARDED TO RGS-AWARDED
               MOVE WS-ELIGIBLE TO RGS-DISBURSED
               MOVE WS-CHANGE TO RGS-CHANGE
               WRITE REGISTER-STAGE-RECORD
           END-IF.
      * aid above the term's tuition is still disbursed -- the excess
      * is a credit balance the statement run refunds -- but the aid
      * office has to see it to reconcile the award against the
      * cost of attendance
       360-CHECK-OVER-AWARD.
           IF WS-TERM-AID > WS-TERM-TUITION
               ADD 1 TO WS-OVER-AWARD-COUNT
               COMPUTE WS-TERM-EXCESS = WS-TERM-AID - WS-TERM-TUITION
               MOVE WS-CURR-STUDENT TO OVR-STUDENT-NUMBER
               MOVE WS-CURR-TERM TO OVR-TERM-CODE
               MOVE WS-TERM-TUITION TO OVR-TUITION
               MOVE WS-TERM-AID TO OVR-AID
               MOVE WS-TERM-EXCESS TO OVR-EXCESS
               IF WS-ASSESSED-SW = 'Y'
                   MOVE 'CREDIT/REFUND' TO OVR-NOTE
               ELSE
                   MOVE 'NOT ASSESSED' TO OVR-NOTE
               END-IF
               MOVE OVER-AWARD-DETAIL-LINE TO OVER-AWARD-LINE
               WRITE OVER-AWARD-LINE
           END-IF.
      * turn the term code in WS-TERM-IN into its calendar key
       600-MAKE-TERM-KEY.
           IF WS-TI-YEAR NUMERIC
               MOVE WS-TI-YEAR TO WS-KW-YEAR
           ELSE
               MOVE 0 TO WS-KW-YEAR
           END-IF.
           EVALUATE WS-TI-SEASON
               WHEN 'WI'
                   MOVE 1 TO WS-KW-RANK
               WHEN 'SP'
                   MOVE 2 TO WS-KW-RANK
               WHEN 'SU'
                   MOVE 3 TO WS-KW-RANK
               WHEN 'FA'
                   MOVE 4 TO WS-KW-RANK
               WHEN OTHER
                   MOVE 5 TO WS-KW-RANK
           END-EVALUATE.
      * sort the staged register lines by fund and print them with a
      * subtotal per fund and a grand total
       700-PRINT-REGISTER.
           CLOSE REGISTER-STAGE-FILE.
           SORT SORT-REGISTER-FILE
               ON ASCENDING KEY SRG-FUND-CODE
                                SRG-STUDENT-NUMBER
                                SRG-TERM-CODE
               USING REGISTER-STAGE-FILE
               GIVING REGISTER-SORTED-FILE.
           OPEN INPUT REGISTER-SORTED-FILE.
           OPEN OUTPUT DISBURSEMENT-REGISTER-FILE.
           MOVE WS-RUN-DATE TO RRH-DATE.
           MOVE WS-EXPECTED-TERM TO RRH-TERM.
           MOVE REGISTER-REPORT-HEADER TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM 710-READ-REGISTER.
           PERFORM 720-PRINT-ONE-FUND
               UNTIL EOF-RGT-FLG = 'Y'.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'GRAND TOTAL' TO RGX-LABEL.
           MOVE SPACES TO RGX-FUND-CODE.
           MOVE WS-GRAND-AWARDED TO RGX-AWARDED.
           MOVE WS-GRAND-DISBURSED TO RGX-DISBURSED.
           MOVE WS-GRAND-CHANGE TO RGX-CHANGE.
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-SORTED-FILE.
           CLOSE DISBURSEMENT-REGISTER-FILE.
       710-READ-REGISTER.
           READ REGISTER-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-RGT-FLG
           END-READ.
       720-PRINT-ONE-FUND.
           MOVE RGT-FUND-CODE TO WS-RGT-FUND.
           MOVE 0 TO WS-FUND-AWARDED.
           MOVE 0 TO WS-FUND-DISBURSED.
           MOVE 0 TO WS-FUND-CHANGE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-RGT-FUND TO RFH-FUND-CODE.
           MOVE REGISTER-FUND-HEADER TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE REGISTER-COLUMN-HEADER TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM 730-PRINT-ONE-AWARD
               UNTIL EOF-RGT-FLG = 'Y'
                  OR RGT-FUND-CODE NOT = WS-RGT-FUND.
           MOVE 'FUND TOTAL' TO RGX-LABEL.
           MOVE WS-RGT-FUND TO RGX-FUND-CODE.
           MOVE WS-FUND-AWARDED TO RGX-AWARDED.
           MOVE WS-FUND-DISBURSED TO RGX-DISBURSED.
           MOVE WS-FUND-CHANGE TO RGX-CHANGE.
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           ADD WS-FUND-AWARDED TO WS-GRAND-AWARDED.
           ADD WS-FUND-DISBURSED TO WS-GRAND-DISBURSED.
           ADD WS-FUND-CHANGE TO WS-GRAND-CHANGE.
       730-PRINT-ONE-AWARD.
           MOVE RGT-STUDENT-NUMBER TO RGD-STUDENT-NUMBER.
           MOVE RGT-TERM-CODE TO RGD-TERM-CODE.
           MOVE RGT-AWARD-TYPE TO RGD-AWARD-TYPE.
           MOVE RGT-AWARDED TO RGD-AWARDED.
           MOVE RGT-DISBURSED TO RGD-DISBURSED.
           MOVE RGT-CHANGE TO RGD-CHANGE.
           EVALUATE RGT-STATUS
               WHEN 'D'
                   MOVE 'DISBURSED' TO RGD-STATUS
               WHEN 'R'
                   MOVE 'PRO-RATED' TO RGD-STATUS
               WHEN 'N'
                   MOVE 'NOT ENROLLED' TO RGD-STATUS
               WHEN 'C'
                   MOVE 'CANCELLED' TO RGD-STATUS
               WHEN OTHER
                   MOVE 'PENDING' TO RGD-STATUS
           END-EVALUATE.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           ADD RGT-AWARDED TO WS-FUND-AWARDED.
           ADD RGT-DISBURSED TO WS-FUND-DISBURSED.
           ADD RGT-CHANGE TO WS-FUND-CHANGE.
           PERFORM 710-READ-REGISTER.
       900-FINISH-RUN.
           IF WS-AWARDS-ABSENT-SW = 'N'
               CLOSE AWARD-SORTED-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE ASSESSED-TUITION-FILE.
           MOVE SPACES TO AWARD-NEW-TRAILER.
           MOVE 'T' TO AWT-RECORD-TYPE.
           MOVE WS-AWARD-NEW-COUNT TO AWT-RECORD-COUNT.
           MOVE WS-AWARD-NEW-HASH TO AWT-HASH-TOTAL.
           WRITE AWARD-NEW-TRAILER.
           CLOSE AWARD-NEW-FILE.
           CLOSE AID-DISBURSED-FILE.
           CLOSE OVER-AWARD-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----AID DISBURSEMENT COMPLETE----".
           DISPLAY "AWARDS READ:   " WS-AWARD-COUNT.
           DISPLAY "ON LEDGER:     " WS-DISBURSED-COUNT.
           DISPLAY "CHANGED:       " WS-CHANGED-COUNT.
           DISPLAY "NOT ENROLLED:  " WS-NOT-ENROLLED-COUNT.
           DISPLAY "NOT ASSESSED:  " WS-HELD-COUNT.
           DISPLAY "OVER-AWARDS:   " WS-OVER-AWARD-COUNT.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
      * count of disbursed-aid lines so the ledger run can be tied
      * back to it
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'AIDDISB' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           MOVE 'COMPLETE' TO RCT-STATUS.
           MOVE WS-DISBURSED-COUNT TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM aiddisb.
