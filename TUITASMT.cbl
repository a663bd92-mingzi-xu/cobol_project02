      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: tuition assessment -- prices every student term on
      *          the edited student file from the fee schedule
      *          FEESCHED.txt (per-credit rate by program and term,
      *          flat technology and lab fees, and a full-time credit
      *          cap) using the credit hours on COURSE.txt, and writes
      *          ASSESSED_TUITION.txt, the figure the AR ledger bills
      *          from.  a term the schedule has no row for keeps its
      *          keyed tuition so history still bills the way it
      *          always has.  an assessment register shows the
      *          calculation for every student term, and an exception
      *          list catches every keyed amount that disagrees with
      *          the schedule so the bursar can clean the manual
      *          figures up
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tuitasmt.

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
           SELECT STUDENT-EDITED-FILE
           ASSIGN TO "..\STUEDIT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITED-STATUS.
           SELECT FEE-INPUT-FILE
           ASSIGN TO "..\FEESCHED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT SORT-FEE-FILE
           ASSIGN TO "..\SRTFEE.TMP".
           SELECT FEE-SORTED-FILE
           ASSIGN TO "..\FEESRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-INPUT-FILE
           ASSIGN TO "..\COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT SORT-COURSE-FILE
           ASSIGN TO "..\SRTACRS.TMP".
           SELECT COURSE-SORTED-FILE
           ASSIGN TO "..\ACRSSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSESSED-TUITION-FILE
           ASSIGN TO "..\ASSESSED_TUITION.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSESSMENT-REGISTER-FILE
           ASSIGN TO "..\ASSESSMENT_REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSESSMENT-EXCEPTION-FILE
           ASSIGN TO "..\ASSESSMENT_EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- ONLY THE RUN     *
      * DATE AND EXPECTED TERM   *
      * MATTER TO THE ASSESSMENT *
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
      * CLEAN RECORDS FROM THE   *
      * BATCH EDIT PASS, ALREADY *
      * IN STUDENT/TERM ORDER -- *
      * THE COURSE SLOTS ARE     *
      * WHAT GETS PRICED         *
      ****************************
       FD STUDENT-EDITED-FILE.
       01 STUDENT-EDITED-RECORD.
           02 SEF-STUDENT-NUMBER     PIC X(6).
           02 SEF-TUITION-OWED       PIC 9(4)V99.
           02 SEF-STUDENT-NAME       PIC X(40).
           02 SEF-PROGRAM-OF-STUDY   PIC X(6).
           02 SEF-COURSES            OCCURS 5 TIMES.
             03 SEF-COURSE-CODE      PIC X(7).
             03 SEF-COURSE-AVERAGE   PIC X(3).
           02 SEF-TERM-CODE          PIC X(6).

      ****************************
      * FEE SCHEDULE -- ONE ROW  *
      * PER PROGRAM PER TERM:    *
      * PER-CREDIT RATE, FLAT    *
      * TECHNOLOGY AND LAB FEES, *
      * AND THE FULL-TIME CREDIT *
      * CAP (00 = NO CAP)        *
      ****************************
       FD FEE-INPUT-FILE.
       01 FEE-INPUT-RECORD.
           02 FEE-PROGRAM-CODE       PIC X(6).
           02 FEE-TERM-CODE          PIC X(6).
           02 FEE-CREDIT-RATE        PIC X(6).
           02 FEE-TECH-FEE           PIC X(6).
           02 FEE-LAB-FEE            PIC X(6).
           02 FEE-FULLTIME-CAP       PIC X(2).

      ****************************
      *  SORT WORK FOR THE FEE   *
      *  SCHEDULE (KEYED LOOKUP  *
      *  BUILD)                  *
      ****************************
       SD SORT-FEE-FILE.
       01 SORT-FEE-RECORD.
           02 SFE-PROGRAM-CODE       PIC X(6).
           02 SFE-TERM-CODE          PIC X(6).
           02 SFE-BODY               PIC X(20).

       FD FEE-SORTED-FILE.
       01 FEE-SORTED-RECORD.
           02 FES-PROGRAM-CODE       PIC X(6).
           02 FES-TERM-CODE          PIC X(6).
           02 FES-CREDIT-RATE        PIC X(6).
           02 FES-CREDIT-RATE-NUM    REDEFINES FES-CREDIT-RATE
                                     PIC 9(4)V99.
           02 FES-TECH-FEE           PIC X(6).
           02 FES-TECH-FEE-NUM       REDEFINES FES-TECH-FEE
                                     PIC 9(4)V99.
           02 FES-LAB-FEE            PIC X(6).
           02 FES-LAB-FEE-NUM        REDEFINES FES-LAB-FEE
                                     PIC 9(4)V99.
           02 FES-FULLTIME-CAP       PIC X(2).

      ****************************
      *INPUT DATA OF COURSE FILE *
      ****************************
       FD COURSE-INPUT-FILE.
       01 COURSE-INPUT-TABLE.
           02 CRS-COURSE-CODE        PIC X(7).
           02 CRS-COURSE-TITLE       PIC X(30).
           02 CRS-COURSE-DEPT        PIC X(20).
           02 CRS-CREDIT-HOURS       PIC X(2).

      ****************************
      *  SORT WORK FOR COURSES   *
      *  (KEYED LOOKUP BUILD)    *
      ****************************
       SD SORT-COURSE-FILE.
       01 SORT-COURSE-RECORD.
           02 SCR-COURSE-CODE        PIC X(7).
           02 SCR-COURSE-TITLE       PIC X(30).
           02 SCR-COURSE-DEPT        PIC X(20).
           02 SCR-CREDIT-HOURS       PIC X(2).

       FD COURSE-SORTED-FILE.
       01 COURSE-SORTED-RECORD.
           02 CSS-COURSE-CODE        PIC X(7).
           02 CSS-COURSE-TITLE       PIC X(30).
           02 CSS-COURSE-DEPT        PIC X(20).
           02 CSS-CREDIT-HOURS       PIC X(2).

      ****************************
      * ASSESSED TUITION -- ONE  *
      * RECORD PER EDITED        *
      * STUDENT TERM, SAME ORDER *
      * AS THE EDITED FILE.  THE *
      * SOURCE FLAG SAYS WHETHER *
      * THE SCHEDULE (S) OR THE  *
      * KEYED FIGURE (K) PRICED  *
      * THE TERM                 *
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
      * ASSESSMENT REGISTER --   *
      * THE CALCULATION BEHIND   *
      * EVERY ASSESSED TERM      *
      ****************************
       FD ASSESSMENT-REGISTER-FILE.
       01 REGISTER-LINE              PIC X(120).

      ****************************
      * KEYED TUITION THAT DOES  *
      * NOT MATCH THE SCHEDULE,  *
      * AND CURRENT-TERM ROWS    *
      * THE SCHEDULE LACKS       *
      ****************************
       FD ASSESSMENT-EXCEPTION-FILE.
       01 EXCEPTION-LINE             PIC X(90).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-EDT-FLG            PIC X    VALUE 'N'.
           05 EOF-FEE-FLG            PIC X    VALUE 'N'.
           05 EOF-CRS-FLG            PIC X    VALUE 'N'.
           05 WS-COURSE-INDEX        PIC 9(3) VALUE 0.
           05 WS-FEE-FOUND-SW        PIC X    VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-EDITED-STATUS           PIC XX.
       01 WS-FEE-STATUS              PIC XX.
       01 WS-COURSE-STATUS           PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).

      * run-control scan fields -- the latest entry on the log for the
      * predecessor program and this term decides whether we may run
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-PRED-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-PRED-EVENT          PIC X(5) VALUE SPACES.
           05 WS-PRED-STATUS         PIC X(8) VALUE SPACES.

      * flat, ascending-key fee schedule (cap 2000, job stops rather
      * than truncates if that is ever not enough)
       01 WS-FEE-COUNT               PIC 9(5) VALUE 0.
       01 WS-FEE-TABLE.
         02 FEE-TABLE-ENTRY      OCCURS 0 TO 2000 TIMES
                                  DEPENDING ON WS-FEE-COUNT
                                  ASCENDING KEY IS FEE-KEY-RECORD
                                  INDEXED BY FEE-IDX.
               10 FEE-KEY-RECORD.
                   15 FEE-PROGRAM-RECORD   PIC X(6).
                   15 FEE-TERM-RECORD      PIC X(6).
               10 FEE-RATE-RECORD          PIC 9(4)V99.
               10 FEE-TECH-RECORD          PIC 9(4)V99.
               10 FEE-LAB-RECORD           PIC 9(4)V99.
               10 FEE-CAP-RECORD           PIC 9(2).

       01 WS-FEE-LOOKUP-KEY.
           05 WS-LOOKUP-PROGRAM      PIC X(6).
           05 WS-LOOKUP-TERM         PIC X(6).

      * flat, ascending-key course catalog -- only the credit hours
      * matter here (cap 2000, same bound the nightly batch uses)
       01 WS-COURSE-COUNT            PIC 9(5) VALUE 0.
       01 WS-COURSE-TABLE.
         02 COURSE-TABLE-ENTRY   OCCURS 0 TO 2000 TIMES
                                  DEPENDING ON WS-COURSE-COUNT
                                  ASCENDING KEY IS COURSE-CODE-RECORD
                                  INDEXED BY COURSE-IDX.
               10 COURSE-CODE-RECORD       PIC X(7).
               10 COURSE-CREDIT-RECORD     PIC 9(2).
       01 WS-LOOKUP-COURSE           PIC X(7).

      * a catalog entry with a missing or zero credit figure, or a
      * course the catalog does not know, prices at the default --
      * the same rule the nightly batch weighs averages with
       01 WS-CREDIT-WORK-FIELDS.
           05 WS-DEFAULT-CREDITS     PIC 9(2) VALUE 3.
           05 WS-CREDIT-WORK         PIC 9(2) VALUE 0.

      * the calculation for the student term being priced
       01 WS-ASSESS-WORK.
           05 WS-ASM-CREDITS         PIC 9(3)     VALUE 0.
           05 WS-ASM-BILLABLE        PIC 9(3)     VALUE 0.
           05 WS-ASM-RATE            PIC 9(4)V99  VALUE 0.
           05 WS-ASM-TUITION         PIC 9(7)V99  VALUE 0.
           05 WS-ASM-TECH            PIC 9(4)V99  VALUE 0.
           05 WS-ASM-LAB             PIC 9(4)V99  VALUE 0.
           05 WS-ASM-TOTAL           PIC 9(7)V99  VALUE 0.
           05 WS-ASM-DIFFERENCE      PIC S9(7)V99 VALUE 0.

       01 WS-ASSESS-TOTALS.
           05 WS-READ-COUNTER        PIC 9(7)     VALUE 0.
           05 WS-SCHEDULE-COUNTER    PIC 9(7)     VALUE 0.
           05 WS-KEYED-COUNTER       PIC 9(7)     VALUE 0.
           05 WS-EXCEPTION-COUNTER   PIC 9(5)     VALUE 0.
           05 WS-TOT-ASSESSED        PIC 9(9)V99  VALUE 0.
           05 WS-TOT-KEYED           PIC 9(9)V99  VALUE 0.

       01 REGISTER-HEADER.
           05 FILLER                 PIC X(33)
              VALUE 'TUITION ASSESSMENT REGISTER  RUN '.
           05 FILLER                 PIC X(6)  VALUE 'DATE: '.
           05 RGH-RUN-DATE           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'TERM:'.
           05 RGH-TERM               PIC X(6).

       01 REGISTER-COLUMN-HEADER.
           05 FILLER                 PIC X(8)  VALUE 'STU NUM'.
           05 FILLER                 PIC X(8)  VALUE 'TERM'.
           05 FILLER                 PIC X(8)  VALUE 'PROGRAM'.
           05 FILLER                 PIC X(5)  VALUE 'CRS'.
           05 FILLER                 PIC X(5)  VALUE 'BILL'.
           05 FILLER                 PIC X(10) VALUE 'RATE'.
           05 FILLER                 PIC X(14) VALUE 'TUITION'.
           05 FILLER                 PIC X(10) VALUE 'TECH'.
           05 FILLER                 PIC X(10) VALUE 'LAB'.
           05 FILLER                 PIC X(14) VALUE 'ASSESSED'.
           05 FILLER                 PIC X(11) VALUE 'KEYED'.
           05 FILLER                 PIC X(3)  VALUE 'SRC'.

       01 REGISTER-DETAIL-LINE.
           05 RGD-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RGD-TERM-CODE          PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RGD-PROGRAM            PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RGD-CREDITS            PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RGD-BILLABLE           PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RGD-RATE               PIC $Z,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGD-TUITION            PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGD-TECH               PIC $Z,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGD-LAB                PIC $Z,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGD-ASSESSED           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RGD-KEYED              PIC $Z,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RGD-SOURCE             PIC X(1).

       01 REGISTER-TOTAL-LINE.
           05 FILLER                 PIC X(7)  VALUE 'TOTALS'.
           05 FILLER                 PIC X(6)  VALUE 'READ: '.
           05 RGT-READ               PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'SCHEDULE: '.
           05 RGT-SCHEDULE           PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'KEYED: '.
           05 RGT-KEYED              PIC ZZZZZZ9.

       01 REGISTER-AMOUNT-LINE.
           05 FILLER                 PIC X(16) VALUE 'TOTAL ASSESSED: '.
           05 RGA-ASSESSED           PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'TOTAL KEYED: '.
           05 RGA-KEYED              PIC $ZZZ,ZZZ,ZZ9.99.

       01 EXCEPTION-HEADER.
           05 FILLER                 PIC X(8)  VALUE 'STU NUM'.
           05 FILLER                 PIC X(8)  VALUE 'TERM'.
           05 FILLER                 PIC X(8)  VALUE 'PROGRAM'.
           05 FILLER                 PIC X(11) VALUE 'KEYED'.
           05 FILLER                 PIC X(14) VALUE 'ASSESSED'.
           05 FILLER                 PIC X(15) VALUE 'DIFFERENCE'.
           05 FILLER                 PIC X(20) VALUE 'REASON'.

       01 EXCEPTION-DETAIL-LINE.
           05 EXC-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXC-TERM-CODE          PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXC-PROGRAM            PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXC-KEYED              PIC $Z,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 EXC-ASSESSED           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 EXC-DIFFERENCE         PIC $Z,ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 EXC-REASON             PIC X(20).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 100-INITIATE-FILES.
           PERFORM 200-ASSESS-STUDENT UNTIL EOF-EDT-FLG = 'Y'.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * the assessment only needs the run date and expected term from
      * RUNPARM.txt, for the run-control stamps and predecessor check
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
           CLOSE RUNPARM-FILE.
      * the assessment prices the edited student file the batch edit
      * pass leaves behind, so it refuses to start until project02's
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
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR PROJCT02 AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: PROJCT02 DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
       044-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'PROJCT02'
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
                       MOVE RCT-STATUS TO WS-PRED-STATUS
                   END-IF
           END-READ.
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'TUITASMT' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * sort the fee schedule and the course catalog into key order,
      * load both lookup tables, and open the edited file and the
      * three outputs
       100-INITIATE-FILES.
           OPEN INPUT FEE-INPUT-FILE.
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN FEESCHED.txt, FILE STATUS "
                   WS-FEE-STATUS
               STOP RUN
           END-IF.
           CLOSE FEE-INPUT-FILE.
           SORT SORT-FEE-FILE
               ON ASCENDING KEY SFE-PROGRAM-CODE
                                SFE-TERM-CODE
               USING FEE-INPUT-FILE
               GIVING FEE-SORTED-FILE.
           OPEN INPUT FEE-SORTED-FILE.
           PERFORM 110-LOAD-FEE-SCHEDULE UNTIL EOF-FEE-FLG = 'Y'.
           CLOSE FEE-SORTED-FILE.
           OPEN INPUT COURSE-INPUT-FILE.
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN COURSE.txt, FILE STATUS "
                   WS-COURSE-STATUS
               STOP RUN
           END-IF.
           CLOSE COURSE-INPUT-FILE.
           SORT SORT-COURSE-FILE
               ON ASCENDING KEY SCR-COURSE-CODE
               USING COURSE-INPUT-FILE
               GIVING COURSE-SORTED-FILE.
           OPEN INPUT COURSE-SORTED-FILE.
           PERFORM 120-LOAD-COURSE UNTIL EOF-CRS-FLG = 'Y'.
           CLOSE COURSE-SORTED-FILE.
           OPEN INPUT STUDENT-EDITED-FILE.
           IF WS-EDITED-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN STUEDIT.TMP, FILE STATUS "
                   WS-EDITED-STATUS
               DISPLAY "RUN THE NIGHTLY BATCH FIRST"
               STOP RUN
           END-IF.
           OPEN OUTPUT ASSESSED-TUITION-FILE.
           OPEN OUTPUT ASSESSMENT-REGISTER-FILE.
           MOVE WS-RUN-DATE TO RGH-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RGH-TERM.
           MOVE REGISTER-HEADER TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE REGISTER-COLUMN-HEADER TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           OPEN OUTPUT ASSESSMENT-EXCEPTION-FILE.
           MOVE EXCEPTION-HEADER TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
      * a schedule row with a non-numeric amount would silently bill
      * the wrong figure, so it stops the run instead of loading
       110-LOAD-FEE-SCHEDULE.
           READ FEE-SORTED-FILE
             AT END MOVE "Y" TO EOF-FEE-FLG
             NOT AT END
               IF WS-FEE-COUNT = 2000
                   DISPLAY "FATAL: FEESCHED.txt HAS MORE THAN 2000 "
                   DISPLAY "ROWS -- WS-FEE-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE FEE-SORTED-FILE
                   STOP RUN
               END-IF
               IF FES-CREDIT-RATE NOT NUMERIC
                 OR FES-TECH-FEE NOT NUMERIC
                 OR FES-LAB-FEE NOT NUMERIC
                 OR FES-FULLTIME-CAP NOT NUMERIC
                   DISPLAY "FATAL: FEESCHED.txt ROW FOR PROGRAM "
                       FES-PROGRAM-CODE " TERM " FES-TERM-CODE
                   DISPLAY "HAS A NON-NUMERIC AMOUNT -- FIX THE "
                   DISPLAY "SCHEDULE AND RERUN"
                   CLOSE FEE-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEE-COUNT
               MOVE FES-PROGRAM-CODE
                 TO FEE-PROGRAM-RECORD(WS-FEE-COUNT)
               MOVE FES-TERM-CODE
                 TO FEE-TERM-RECORD(WS-FEE-COUNT)
               MOVE FES-CREDIT-RATE-NUM
                 TO FEE-RATE-RECORD(WS-FEE-COUNT)
               MOVE FES-TECH-FEE-NUM
                 TO FEE-TECH-RECORD(WS-FEE-COUNT)
               MOVE FES-LAB-FEE-NUM
                 TO FEE-LAB-RECORD(WS-FEE-COUNT)
               MOVE FES-FULLTIME-CAP
                 TO FEE-CAP-RECORD(WS-FEE-COUNT).
       120-LOAD-COURSE.
           READ COURSE-SORTED-FILE
             AT END MOVE "Y" TO EOF-CRS-FLG
             NOT AT END
               IF WS-COURSE-COUNT = 2000
                   DISPLAY "FATAL: COURSE.txt HAS MORE THAN 2000 "
                   DISPLAY "ROWS -- WS-COURSE-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE COURSE-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COURSE-COUNT
               MOVE CSS-COURSE-CODE
                 TO COURSE-CODE-RECORD(WS-COURSE-COUNT)
               IF CSS-CREDIT-HOURS NUMERIC
                  AND CSS-CREDIT-HOURS NOT = '00'
                   MOVE CSS-CREDIT-HOURS
                     TO COURSE-CREDIT-RECORD(WS-COURSE-COUNT)
               ELSE
                   MOVE WS-DEFAULT-CREDITS
                     TO COURSE-CREDIT-RECORD(WS-COURSE-COUNT)
               END-IF.
       200-ASSESS-STUDENT.
           READ STUDENT-EDITED-FILE
               AT END
                   MOVE 'Y' TO EOF-EDT-FLG
               NOT AT END
                   ADD 1 TO WS-READ-COUNTER
                   PERFORM 210-PRICE-ONE-TERM
           END-READ.
      * count the term's credit hours, look up the program/term row,
      * and price it -- credits past the full-time cap are free, and
      * the flat fees only apply to a term with something enrolled.
      * a term the schedule does not cover keeps its keyed tuition
       210-PRICE-ONE-TERM.
           MOVE 0 TO WS-ASM-CREDITS.
           PERFORM 220-COUNT-ONE-COURSE
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX > 5.
           MOVE SEF-PROGRAM-OF-STUDY TO WS-LOOKUP-PROGRAM.
           MOVE SEF-TERM-CODE TO WS-LOOKUP-TERM.
           PERFORM 240-SEARCH-FEE-SCHEDULE.
           MOVE WS-ASM-CREDITS TO WS-ASM-BILLABLE.
           MOVE 0 TO WS-ASM-RATE.
           MOVE 0 TO WS-ASM-TUITION.
           MOVE 0 TO WS-ASM-TECH.
           MOVE 0 TO WS-ASM-LAB.
           IF WS-FEE-FOUND-SW = 'Y'
               ADD 1 TO WS-SCHEDULE-COUNTER
               IF FEE-CAP-RECORD(FEE-IDX) > 0
                  AND WS-ASM-CREDITS > FEE-CAP-RECORD(FEE-IDX)
                   MOVE FEE-CAP-RECORD(FEE-IDX) TO WS-ASM-BILLABLE
               END-IF
               MOVE FEE-RATE-RECORD(FEE-IDX) TO WS-ASM-RATE
               COMPUTE WS-ASM-TUITION = WS-ASM-BILLABLE * WS-ASM-RATE
               IF WS-ASM-CREDITS > 0
                   MOVE FEE-TECH-RECORD(FEE-IDX) TO WS-ASM-TECH
                   MOVE FEE-LAB-RECORD(FEE-IDX) TO WS-ASM-LAB
               END-IF
               COMPUTE WS-ASM-TOTAL = WS-ASM-TUITION
                                    + WS-ASM-TECH
                                    + WS-ASM-LAB
               MOVE 'S' TO ASM-SOURCE
           ELSE
               ADD 1 TO WS-KEYED-COUNTER
               MOVE SEF-TUITION-OWED TO WS-ASM-TOTAL
               MOVE 'K' TO ASM-SOURCE
           END-IF.
           ADD WS-ASM-TOTAL TO WS-TOT-ASSESSED.
           ADD SEF-TUITION-OWED TO WS-TOT-KEYED.
           PERFORM 260-WRITE-ASSESSED-RECORD.
           PERFORM 270-WRITE-REGISTER-LINE.
           PERFORM 280-CHECK-EXCEPTION.
       220-COUNT-ONE-COURSE.
           IF SEF-COURSE-CODE(WS-COURSE-INDEX) NOT = SPACES
               MOVE SEF-COURSE-CODE(WS-COURSE-INDEX)
                 TO WS-LOOKUP-COURSE
               PERFORM 230-GET-COURSE-CREDITS
               ADD WS-CREDIT-WORK TO WS-ASM-CREDITS
           END-IF.
       230-GET-COURSE-CREDITS.
           MOVE WS-DEFAULT-CREDITS TO WS-CREDIT-WORK.
           SET COURSE-IDX TO 1.
           SEARCH ALL COURSE-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN COURSE-CODE-RECORD(COURSE-IDX) = WS-LOOKUP-COURSE
                   MOVE COURSE-CREDIT-RECORD(COURSE-IDX)
                     TO WS-CREDIT-WORK
           END-SEARCH.
      * binary-search the schedule for the program/term pair -- FEE-IDX
      * is left on the row found for the pricing that follows
       240-SEARCH-FEE-SCHEDULE.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           SET FEE-IDX TO 1.
           SEARCH ALL FEE-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN FEE-KEY-RECORD(FEE-IDX) = WS-FEE-LOOKUP-KEY
                   MOVE 'Y' TO WS-FEE-FOUND-SW
           END-SEARCH.
       260-WRITE-ASSESSED-RECORD.
           MOVE SEF-STUDENT-NUMBER TO ASM-STUDENT-NUMBER.
           MOVE SEF-TERM-CODE TO ASM-TERM-CODE.
           MOVE WS-ASM-TOTAL TO ASM-ASSESSED.
           MOVE SEF-TUITION-OWED TO ASM-KEYED.
           MOVE WS-ASM-CREDITS TO ASM-CREDIT-HOURS.
           MOVE SEF-PROGRAM-OF-STUDY TO ASM-PROGRAM-OF-STUDY.
           MOVE SEF-STUDENT-NAME TO ASM-STUDENT-NAME.
           WRITE ASSESSED-TUITION-RECORD.
       270-WRITE-REGISTER-LINE.
           MOVE SEF-STUDENT-NUMBER TO RGD-STUDENT-NUMBER.
           MOVE SEF-TERM-CODE TO RGD-TERM-CODE.
           MOVE SEF-PROGRAM-OF-STUDY TO RGD-PROGRAM.
           MOVE WS-ASM-CREDITS TO RGD-CREDITS.
           MOVE WS-ASM-BILLABLE TO RGD-BILLABLE.
           MOVE WS-ASM-RATE TO RGD-RATE.
           MOVE WS-ASM-TUITION TO RGD-TUITION.
           MOVE WS-ASM-TECH TO RGD-TECH.
           MOVE WS-ASM-LAB TO RGD-LAB.
           MOVE WS-ASM-TOTAL TO RGD-ASSESSED.
           MOVE SEF-TUITION-OWED TO RGD-KEYED.
           MOVE ASM-SOURCE TO RGD-SOURCE.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
      * a priced term whose keyed figure disagrees is an exception;
      * so is a current-term record the schedule has no row for --
      * older terms without a row are history and bill as keyed
       280-CHECK-EXCEPTION.
           MOVE SPACES TO EXC-REASON.
           IF WS-FEE-FOUND-SW = 'Y'
               IF WS-ASM-TOTAL NOT = SEF-TUITION-OWED
                   MOVE 'KEYED NOT ASSESSED' TO EXC-REASON
               END-IF
           ELSE
               IF SEF-TERM-CODE = WS-EXPECTED-TERM
                   MOVE 'NO SCHEDULE ROW' TO EXC-REASON
               END-IF
           END-IF.
           IF EXC-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNTER
               COMPUTE WS-ASM-DIFFERENCE = SEF-TUITION-OWED
                                         - WS-ASM-TOTAL
               MOVE SEF-STUDENT-NUMBER TO EXC-STUDENT-NUMBER
               MOVE SEF-TERM-CODE TO EXC-TERM-CODE
               MOVE SEF-PROGRAM-OF-STUDY TO EXC-PROGRAM
               MOVE SEF-TUITION-OWED TO EXC-KEYED
               MOVE WS-ASM-TOTAL TO EXC-ASSESSED
               MOVE WS-ASM-DIFFERENCE TO EXC-DIFFERENCE
               MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.
       900-FINISH-RUN.
           CLOSE STUDENT-EDITED-FILE.
           CLOSE ASSESSED-TUITION-FILE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-READ-COUNTER TO RGT-READ.
           MOVE WS-SCHEDULE-COUNTER TO RGT-SCHEDULE.
           MOVE WS-KEYED-COUNTER TO RGT-KEYED.
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-TOT-ASSESSED TO RGA-ASSESSED.
           MOVE WS-TOT-KEYED TO RGA-KEYED.
           MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE ASSESSMENT-REGISTER-FILE.
           CLOSE ASSESSMENT-EXCEPTION-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----TUITION ASSESSMENT COMPLETE----".
           DISPLAY "TERMS ASSESSED: " WS-READ-COUNTER.
           DISPLAY "BY SCHEDULE:    " WS-SCHEDULE-COUNTER.
           DISPLAY "KEYED KEPT:     " WS-KEYED-COUNTER.
           DISPLAY "EXCEPTIONS:     " WS-EXCEPTION-COUNTER.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
      * assessed-record count so the operator report can see it
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'TUITASMT' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           MOVE 'COMPLETE' TO RCT-STATUS.
           MOVE WS-READ-COUNTER TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM tuitasmt.
