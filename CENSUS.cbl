      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: term enrollment census and cohort retention -- on
      *          the census date takes a frozen snapshot of the
      *          expected term (every student assessed for at least
      *          one credit hour on ASSESSED_TUITION.txt, with the
      *          program of study, full-time or part-time load from
      *          the credit hours, home state from STUDEMO.txt, and
      *          whether the student is new, continuing or returning
      *          going by STUDENT_HISTORY.txt) and appends it to
      *          CENSUS_SNAPSHOT.txt.  once a term is on the snapshot
      *          file every later run reports from the frozen rows,
      *          so adds and drops after the census date never move a
      *          number already reported.  prints the census tables
      *          by program, load, student type and home state, and a
      *          retention matrix following each cohort of students
      *          who first appear on the history in a term: how many
      *          came back the next term, the next year, and how many
      *          are on GRAD_CANDIDATES.txt.  both the census rows and
      *          the matrix also go out as comma-delimited extracts
      *          for institutional research
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. census.

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
           SELECT ASSESSED-TUITION-FILE
           ASSIGN TO "..\ASSESSED_TUITION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESSED-STATUS.
           SELECT SORT-ASSESSED-FILE
           ASSIGN TO "..\SRTCAS.TMP".
           SELECT ASSESSED-SORTED-FILE
           ASSIGN TO "..\CASSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEMO-INPUT-FILE
           ASSIGN TO "..\STUDEMO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT SORT-DEMO-FILE
           ASSIGN TO "..\SRTNDEM.TMP".
           SELECT DEMO-SORTED-FILE
           ASSIGN TO "..\NDEMSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROGRAM-INPUT-FILE
           ASSIGN TO "..\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRAM-STATUS.
           SELECT SORT-PROGRAM-FILE
           ASSIGN TO "..\SRTNPRG.TMP".
           SELECT PROGRAM-SORTED-FILE
           ASSIGN TO "..\NPRGSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-INPUT-FILE
           ASSIGN TO "..\GRAD_CANDIDATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRAD-STATUS.
           SELECT SORT-GRAD-FILE
           ASSIGN TO "..\SRTCGR.TMP".
           SELECT GRAD-SORTED-FILE
           ASSIGN TO "..\CGRSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-HISTORY-FILE
           ASSIGN TO "..\STUDENT_HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-KEYED-FILE
           ASSIGN TO "..\CNSHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-HISTORY-FILE
           ASSIGN TO "..\SRTCHS.TMP".
           SELECT HISTORY-SORTED-FILE
           ASSIGN TO "..\CHSSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-FILE
           ASSIGN TO "..\CENSUS_SNAPSHOT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT TERM-CENSUS-FILE
           ASSIGN TO "..\CNSTERM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-CENSUS-FILE
           ASSIGN TO "..\SRTCNS.TMP".
           SELECT CENSUS-SORTED-FILE
           ASSIGN TO "..\CNSSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CENSUS-REPORT-FILE
           ASSIGN TO "..\CENSUS_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETENTION-REPORT-FILE
           ASSIGN TO "..\RETENTION_MATRIX.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CENSUS-EXTRACT-FILE
           ASSIGN TO "..\CENSUS_EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETENTION-EXTRACT-FILE
           ASSIGN TO "..\RETENTION_EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- THE EXPECTED     *
      * TERM IS THE CENSUS TERM; *
      * THE CENSUS DATE FOLLOWS  *
      * THE SHARED 36 BYTES      *
      * (BLANK = THE RUN DATE)   *
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
      * ASSESSED TUITION -- ONE  *
      * ROW PER STUDENT TERM,    *
      * CARRYING THE CREDIT      *
      * HOURS AND PROGRAM        *
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
      * SORT WORK FOR THE        *
      * ASSESSMENTS (STUDENT     *
      * ORDER)                   *
      ****************************
       SD SORT-ASSESSED-FILE.
       01 SORT-ASSESSED-RECORD.
           02 SAS-STUDENT-NUMBER     PIC X(6).
           02 SAS-TERM-CODE          PIC X(6).
           02 SAS-BODY               PIC X(65).

       FD ASSESSED-SORTED-FILE.
       01 ASSESSED-SORTED-RECORD.
           02 ASS-STUDENT-NUMBER     PIC X(6).
           02 ASS-TERM-CODE          PIC X(6).
           02 ASS-ASSESSED           PIC 9(7)V99.
           02 ASS-KEYED              PIC 9(4)V99.
           02 ASS-CREDIT-HOURS       PIC 9(3).
           02 ASS-SOURCE             PIC X(1).
           02 ASS-PROGRAM-OF-STUDY   PIC X(6).
           02 ASS-STUDENT-NAME       PIC X(40).

      ****************************
      * DEMOGRAPHIC MASTER --    *
      * ONLY THE HOME STATE IS   *
      * USED HERE                *
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
      * PROGRAM MASTER -- NAMES  *
      * FOR THE PROGRAM TABLE    *
      ****************************
       FD PROGRAM-INPUT-FILE.
       01 PROGRAM-INPUT-RECORD.
           02 PRI-PROGRAM-CODE       PIC X(6).
           02 PRI-PROGRAM-NAME       PIC X(20).

       SD SORT-PROGRAM-FILE.
       01 SORT-PROGRAM-RECORD.
           02 SPR-PROGRAM-CODE       PIC X(6).
           02 SPR-PROGRAM-NAME       PIC X(20).

       FD PROGRAM-SORTED-FILE.
       01 PROGRAM-SORTED-RECORD.
           02 PRS-PROGRAM-CODE       PIC X(6).
           02 PRS-PROGRAM-NAME       PIC X(20).

      ****************************
      * DEGREE AUDIT GRADUATION  *
      * CANDIDATES -- A HEADING  *
      * LINE, THEN THE STUDENT   *
      * NUMBER LEADS EACH LINE   *
      ****************************
       FD GRAD-INPUT-FILE.
       01 GRAD-INPUT-LINE            PIC X(80).

       SD SORT-GRAD-FILE.
       01 SORT-GRAD-RECORD.
           02 SGR-STUDENT-NUMBER     PIC X(6).
           02 SGR-BODY               PIC X(74).

       FD GRAD-SORTED-FILE.
       01 GRAD-SORTED-RECORD.
           02 GRS-STUDENT-NUMBER     PIC X(6).
           02 GRS-BODY               PIC X(74).

      ****************************
      * MULTI-TERM HISTORY FILE  *
      * (ACCUMULATES ACROSS RUNS)*
      ****************************
       FD STUDENT-HISTORY-FILE.
       01 HISTORY-LINE.
           02 HIST-STUDENT-NUMBER    PIC 9(6).
           02 HIST-TERM-CODE         PIC X(6).
           02 HIST-AVERAGE           PIC 999.
           02 HIST-TUITION-OWED      PIC 9(6)V99.
           02 HIST-PROGRAM-CODE      PIC X(6).

      ****************************
      * HISTORY TERMS WITH A     *
      * CHRONOLOGICAL TERM KEY   *
      * (YEAR + SEASON RANK) SO  *
      * THEY SORT IN CALENDAR    *
      * ORDER                    *
      ****************************
       FD HISTORY-KEYED-FILE.
       01 HISTORY-KEYED-RECORD.
           02 HKY-STUDENT-NUMBER     PIC X(6).
           02 HKY-TERM-KEY           PIC X(5).
           02 HKY-TERM-CODE          PIC X(6).

       SD SORT-HISTORY-FILE.
       01 SORT-HISTORY-RECORD.
           02 SHK-STUDENT-NUMBER     PIC X(6).
           02 SHK-TERM-KEY           PIC X(5).
           02 SHK-TERM-CODE          PIC X(6).

       FD HISTORY-SORTED-FILE.
       01 HISTORY-SORTED-RECORD.
           02 HKS-STUDENT-NUMBER     PIC X(6).
           02 HKS-TERM-KEY           PIC X(5).
           02 HKS-TERM-CODE          PIC X(6).

      ****************************
      * FROZEN CENSUS ROWS --    *
      * ONE PER STUDENT PER      *
      * CENSUS TERM, APPENDED    *
      * ONCE AND NEVER REWRITTEN *
      * LOAD F/P, TYPE N/C/R     *
      ****************************
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
           02 CSN-TERM-CODE          PIC X(6).
           02 CSN-CENSUS-DATE        PIC X(8).
           02 CSN-STUDENT-NUMBER     PIC X(6).
           02 CSN-PROGRAM-CODE       PIC X(6).
           02 CSN-CREDIT-HOURS       PIC 9(3).
           02 CSN-LOAD               PIC X(1).
           02 CSN-HOME-STATE         PIC X(2).
           02 CSN-STUDENT-TYPE       PIC X(1).

      ****************************
      * THIS TERM'S CENSUS ROWS  *
      * AND THEIR SORT WORK FOR  *
      * THE PROGRAM AND STATE    *
      * TABLES                   *
      ****************************
       FD TERM-CENSUS-FILE.
       01 TERM-CENSUS-RECORD.
           02 CTM-TERM-CODE          PIC X(6).
           02 CTM-CENSUS-DATE        PIC X(8).
           02 CTM-STUDENT-NUMBER     PIC X(6).
           02 CTM-PROGRAM-CODE       PIC X(6).
           02 CTM-CREDIT-HOURS       PIC 9(3).
           02 CTM-LOAD               PIC X(1).
           02 CTM-HOME-STATE         PIC X(2).
           02 CTM-STUDENT-TYPE       PIC X(1).

       SD SORT-CENSUS-FILE.
       01 SORT-CENSUS-RECORD.
           02 SCN-TERM-CODE          PIC X(6).
           02 SCN-CENSUS-DATE        PIC X(8).
           02 SCN-STUDENT-NUMBER     PIC X(6).
           02 SCN-PROGRAM-CODE       PIC X(6).
           02 SCN-CREDIT-HOURS       PIC 9(3).
           02 SCN-LOAD               PIC X(1).
           02 SCN-HOME-STATE         PIC X(2).
           02 SCN-STUDENT-TYPE       PIC X(1).

       FD CENSUS-SORTED-FILE.
       01 CENSUS-SORTED-RECORD.
           02 CSS-TERM-CODE          PIC X(6).
           02 CSS-CENSUS-DATE        PIC X(8).
           02 CSS-STUDENT-NUMBER     PIC X(6).
           02 CSS-PROGRAM-CODE       PIC X(6).
           02 CSS-CREDIT-HOURS       PIC 9(3).
           02 CSS-LOAD               PIC X(1).
           02 CSS-HOME-STATE         PIC X(2).
           02 CSS-STUDENT-TYPE       PIC X(1).

      ****************************
      * CENSUS TABLES            *
      ****************************
       FD CENSUS-REPORT-FILE.
       01 CENSUS-LINE                PIC X(90).

      ****************************
      * COHORT RETENTION MATRIX  *
      ****************************
       FD RETENTION-REPORT-FILE.
       01 RETENTION-LINE             PIC X(90).

      ****************************
      * COMMA-DELIMITED EXTRACTS *
      * FOR INSTITUTIONAL        *
      * RESEARCH -- A HEADING    *
      * ROW, THEN ONE ROW PER    *
      * STUDENT / PER COHORT     *
      ****************************
       FD CENSUS-EXTRACT-FILE.
       01 CENSUS-EXTRACT-LINE        PIC X(100).

       FD RETENTION-EXTRACT-FILE.
       01 RETENTION-EXTRACT-LINE     PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-ASM-FLG            PIC X    VALUE 'N'.
           05 EOF-DEM-FLG            PIC X    VALUE 'N'.
           05 EOF-PRG-FLG            PIC X    VALUE 'N'.
           05 EOF-GRD-FLG            PIC X    VALUE 'N'.
           05 EOF-HIST-FLG           PIC X    VALUE 'N'.
           05 EOF-HKS-FLG            PIC X    VALUE 'N'.
           05 EOF-SNP-FLG            PIC X    VALUE 'N'.
           05 EOF-CTM-FLG            PIC X    VALUE 'N'.
           05 EOF-CSS-FLG            PIC X    VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-ASSESSED-STATUS         PIC XX.
       01 WS-DEMO-STATUS             PIC XX.
       01 WS-PROGRAM-STATUS          PIC XX.
       01 WS-GRAD-STATUS             PIC XX.
       01 WS-HISTORY-STATUS          PIC XX.
       01 WS-SNAPSHOT-STATUS         PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).
       01 WS-CENSUS-DATE             PIC X(8).

      * run-control scan fields -- the latest entry on the log for the
      * predecessor program and this term decides whether we may run
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-PRED-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-PRED-EVENT          PIC X(5) VALUE SPACES.
           05 WS-PRED-STATUS         PIC X(8) VALUE SPACES.

      * a term of this many credit hours or more is full-time
       01 WS-FULLTIME-HOURS          PIC 9(3) VALUE 12.

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
       01 WS-PREV-REGULAR-KEY        PIC X(5).
       01 WS-NEXT-TERM-KEY           PIC X(5).
       01 WS-NEXT-YEAR-KEY           PIC X(5).

      * flat, ascending-key lookup tables (cap 20000 / 5000, job stops
      * rather than truncates if that is ever not enough)
       01 WS-DEMO-COUNT              PIC 9(5) VALUE 0.
       01 WS-DEMO-TABLE.
         02 DEMO-TABLE-ENTRY     OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-DEMO-COUNT
                                  ASCENDING KEY IS DEMO-NUMBER-RECORD
                                  INDEXED BY DEMO-IDX.
               10 DEMO-NUMBER-RECORD       PIC X(6).
               10 DEMO-STATE-RECORD        PIC X(2).

       01 WS-PROGRAM-COUNT           PIC 9(5) VALUE 0.
       01 WS-PROGRAM-TABLE.
         02 PROGRAM-TABLE-ENTRY  OCCURS 0 TO 5000 TIMES
                                  DEPENDING ON WS-PROGRAM-COUNT
                                  ASCENDING KEY IS PROGRAM-CODE-RECORD
                                  INDEXED BY PROGRAM-IDX.
               10 PROGRAM-CODE-RECORD      PIC X(6).
               10 PROGRAM-NAME-RECORD      PIC X(20).

       01 WS-GRAD-COUNT              PIC 9(5) VALUE 0.
       01 WS-GRAD-TABLE.
         02 GRAD-TABLE-ENTRY     OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-GRAD-COUNT
                                  ASCENDING KEY IS GRAD-NUMBER-RECORD
                                  INDEXED BY GRAD-IDX.
               10 GRAD-NUMBER-RECORD       PIC X(6).

      * every student on the history: the term they first appear in
      * and the latest term they were enrolled in before the census
      * term (blank when there is none) -- built in student order
      * from the sorted history, so it is ascending as loaded
       01 WS-PRIOR-COUNT             PIC 9(5) VALUE 0.
       01 WS-PRIOR-TABLE.
         02 PRIOR-TABLE-ENTRY    OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-PRIOR-COUNT
                                  ASCENDING KEY IS PRIOR-NUMBER-RECORD
                                  INDEXED BY PRIOR-IDX.
               10 PRIOR-NUMBER-RECORD      PIC X(6).
               10 PRIOR-FIRST-TERM-RECORD  PIC X(6).
               10 PRIOR-LAST-KEY-RECORD    PIC X(5).

      * the terms of the student being walked on the sorted history,
      * in calendar order, duplicates dropped
       01 WS-STUDENT-WORK.
           05 WS-STU-NUMBER          PIC X(6)  VALUE SPACES.
           05 WS-STU-FIRST-TERM      PIC X(6)  VALUE SPACES.
           05 WS-STU-TERM-COUNT      PIC 9(3)  VALUE 0.
           05 WS-STU-TERM-KEY        OCCURS 100 TIMES
                                     PIC X(5).
       01 WS-STU-SUB                 PIC 9(3) VALUE 0.
       01 WS-STU-LAST-PRIOR          PIC X(5) VALUE SPACES.
       01 WS-LOOK-KEY                PIC X(5) VALUE SPACES.
       01 WS-LOOK-FOUND-SW           PIC X    VALUE 'N'.

      * one row per cohort (first-appearance term) -- small, so it
      * is kept in arrival order and printed smallest key first
       01 WS-COHORT-COUNT            PIC 9(3) VALUE 0.
       01 WS-COHORT-TABLE.
         02 COHORT-TABLE-ENTRY   OCCURS 0 TO 300 TIMES
                                  DEPENDING ON WS-COHORT-COUNT
                                  INDEXED BY COHORT-IDX.
               10 COHORT-KEY-RECORD        PIC X(5).
               10 COHORT-TERM-RECORD       PIC X(6).
               10 COHORT-SIZE-RECORD       PIC 9(7).
               10 COHORT-NEXT-SW-RECORD    PIC X.
               10 COHORT-NEXT-RECORD       PIC 9(7).
               10 COHORT-YEAR-SW-RECORD    PIC X.
               10 COHORT-YEAR-RECORD       PIC 9(7).
               10 COHORT-GRAD-RECORD       PIC 9(7).
               10 COHORT-PRINTED-RECORD    PIC X.
       01 WS-COHORT-SUB              PIC 9(3) VALUE 0.
       01 WS-PICK-SUB                PIC 9(3) VALUE 0.
       01 WS-PRINTED-COUNT           PIC 9(3) VALUE 0.

       01 WS-SNAPSHOT-WORK.
           05 WS-FROZEN-SW           PIC X    VALUE 'N'.
           05 WS-FROZEN-DATE         PIC X(8) VALUE SPACES.
           05 WS-LAST-ASM-STUDENT    PIC X(6) VALUE SPACES.
           05 WS-LOAD                PIC X(1) VALUE SPACES.
           05 WS-STATE               PIC X(2) VALUE SPACES.
           05 WS-STUDENT-TYPE        PIC X(1) VALUE SPACES.
           05 WS-COHORT-TERM         PIC X(6) VALUE SPACES.

      * census accumulators -- the program and state tables break on
      * the sorted rows; the load and student-type tables add up
      * across the whole term
       01 WS-CENSUS-TOTALS.
           05 WS-HEADCOUNT           PIC 9(7) VALUE 0.
           05 WS-TOT-FT              PIC 9(7) VALUE 0.
           05 WS-TOT-PT              PIC 9(7) VALUE 0.
           05 WS-TOT-FT-HOURS        PIC 9(9) VALUE 0.
           05 WS-TOT-PT-HOURS        PIC 9(9) VALUE 0.
           05 WS-TOT-HOURS           PIC 9(9) VALUE 0.
       01 WS-GROUP-TOTALS.
           05 WS-GRP-ACTIVE-SW       PIC X    VALUE 'N'.
           05 WS-GRP-CODE            PIC X(6) VALUE SPACES.
           05 WS-GRP-FT              PIC 9(7) VALUE 0.
           05 WS-GRP-PT              PIC 9(7) VALUE 0.
           05 WS-GRP-HOURS           PIC 9(9) VALUE 0.
           05 WS-GROUP-COUNT         PIC 9(5) VALUE 0.

       01 WS-TYPE-LABEL-VALUES.
           05 FILLER                 PIC X(10) VALUE 'NEW'.
           05 FILLER                 PIC X(10) VALUE 'CONTINUING'.
           05 FILLER                 PIC X(10) VALUE 'RETURNING'.
       01 WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-VALUES.
           05 WS-TYPE-LABEL          OCCURS 3 TIMES PIC X(10).
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY          OCCURS 3 TIMES.
               10 WS-TYPE-FT         PIC 9(7).
               10 WS-TYPE-PT         PIC 9(7).
               10 WS-TYPE-HOURS      PIC 9(9).
       01 WS-TYPE-SUB                PIC 9(1) VALUE 0.

       01 WS-PCT-WORK                PIC 9(3)V9 VALUE 0.
       01 WS-HOURS-EDIT              PIC 9(3).
       01 WS-COUNT-EDIT              PIC 9(7).
       01 WS-COUNT-TEXT REDEFINES WS-COUNT-EDIT PIC X(7).
       01 WS-HOURS-SHOW              PIC Z9.
       01 WS-EXTRACT-WORK            PIC X(80).

       01 CENSUS-HEADER.
           05 FILLER                 PIC X(24)
              VALUE 'TERM ENROLLMENT CENSUS  '.
           05 FILLER                 PIC X(6)  VALUE 'TERM: '.
           05 CNH-TERM               PIC X(6).
           05 FILLER                 PIC X(15)
              VALUE '  CENSUS DATE: '.
           05 CNH-CENSUS-DATE        PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CNH-SNAPSHOT-NOTE      PIC X(28).

       01 CENSUS-TITLE-LINE.
           05 CTL-TITLE              PIC X(60).

       01 CENSUS-COLUMN-HEADER.
           05 CCH-LABEL              PIC X(8).
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE ' FULL-TIME'.
           05 FILLER                 PIC X(11) VALUE '  PART-TIME'.
           05 FILLER                 PIC X(11) VALUE '  HEADCOUNT'.
           05 FILLER                 PIC X(12) VALUE '  CREDIT HRS'.

       01 CENSUS-DETAIL-LINE.
           05 CDL-CODE               PIC X(10).
           05 CDL-NAME               PIC X(22).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 CDL-FT                 PIC ZZZZZZ9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 CDL-PT                 PIC ZZZZZZ9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 CDL-HEADCOUNT          PIC ZZZZZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 CDL-HOURS              PIC ZZZZZZZZ9.

       01 RETENTION-HEADER.
           05 FILLER                 PIC X(25)
              VALUE 'COHORT RETENTION MATRIX  '.
           05 FILLER                 PIC X(12)
              VALUE 'AS OF TERM: '.
           05 RTH-TERM               PIC X(6).
           05 FILLER                 PIC X(12)
              VALUE '  RUN DATE: '.
           05 RTH-RUN-DATE           PIC X(8).

       01 RETENTION-NOTE-LINE.
           05 FILLER                 PIC X(45)
              VALUE 'COHORT = TERM A STUDENT FIRST APPEARS ON THE '.
           05 FILLER                 PIC X(42)
              VALUE 'HISTORY; N/A = THAT TERM HAS NOT COME YET'.

       01 RETENTION-COLUMN-HEADER.
           05 FILLER                 PIC X(8)  VALUE 'COHORT'.
           05 FILLER                 PIC X(10) VALUE '  STUDENTS'.
           05 FILLER                 PIC X(20)
              VALUE '   NEXT TERM     PCT'.
           05 FILLER                 PIC X(20)
              VALUE '   NEXT YEAR     PCT'.
           05 FILLER                 PIC X(20)
              VALUE '   GRADUATED     PCT'.

       01 RETENTION-DETAIL-LINE.
           05 RDL-TERM               PIC X(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 RDL-SIZE               PIC ZZZZZZ9.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 RDL-NEXT-COUNT         PIC ZZZZZZ9.
           05 RDL-NEXT-COUNT-X REDEFINES RDL-NEXT-COUNT PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RDL-NEXT-PCT           PIC ZZ9.9.
           05 RDL-NEXT-PCT-X REDEFINES RDL-NEXT-PCT PIC X(5).
           05 RDL-NEXT-SIGN          PIC X(1).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 RDL-YEAR-COUNT         PIC ZZZZZZ9.
           05 RDL-YEAR-COUNT-X REDEFINES RDL-YEAR-COUNT PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RDL-YEAR-PCT           PIC ZZ9.9.
           05 RDL-YEAR-PCT-X REDEFINES RDL-YEAR-PCT PIC X(5).
           05 RDL-YEAR-SIGN          PIC X(1).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 RDL-GRAD-COUNT         PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RDL-GRAD-PCT           PIC ZZ9.9.
           05 FILLER                 PIC X(1)  VALUE '%'.

       01 RETENTION-SUMMARY-LINE.
           05 FILLER                 PIC X(9)  VALUE 'COHORTS: '.
           05 RSL-COHORTS            PIC ZZ9.
           05 FILLER                 PIC X(13) VALUE '   STUDENTS: '.
           05 RSL-STUDENTS           PIC ZZZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 100-INITIATE-FILES.
           PERFORM 200-WALK-HISTORY.
           PERFORM 400-TAKE-SNAPSHOT.
           PERFORM 450-WRITE-CENSUS-EXTRACT.
           PERFORM 500-PRINT-CENSUS.
           PERFORM 700-PRINT-RETENTION.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * the census date follows the shared parameter bytes; blank
      * means the census is being taken today.  a run ahead of the
      * census date would freeze the wrong numbers, so it stops
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
           IF RP-RUN-DATE NOT NUMERIC
               DISPLAY "FATAL: RUNPARM.txt RUN DATE " RP-RUN-DATE
                   " IS NOT A YYYYMMDD DATE"
               STOP RUN
           END-IF.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE RP-EXPECTED-TERM TO WS-EXPECTED-TERM.
           IF RP-CENSUS-DATE = SPACES
               MOVE RP-RUN-DATE TO WS-CENSUS-DATE
           ELSE
               IF RP-CENSUS-DATE NOT NUMERIC
                   DISPLAY "FATAL: RUNPARM.txt CENSUS DATE "
                       RP-CENSUS-DATE " IS NOT A YYYYMMDD DATE"
                   STOP RUN
               END-IF
               MOVE RP-CENSUS-DATE TO WS-CENSUS-DATE
           END-IF.
           CLOSE RUNPARM-FILE.
           IF WS-RUN-DATE < WS-CENSUS-DATE
               DISPLAY "FATAL: CENSUS DATE " WS-CENSUS-DATE
                   " HAS NOT BEEN REACHED -- RUN ON OR AFTER IT"
               STOP RUN
           END-IF.
      * the census counts credit hours off the assessment, so it
      * refuses to start until tuitasmt's latest run-control entry
      * for this term is a clean END
       042-CHECK-PREDECESSOR.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "FATAL: RUNCTL.txt IS MISSING -- RUN TUITASMT "
               DISPLAY "FIRST"
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
           MOVE 'CENSUS' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * load the lookups -- demographics and program names may be
      * missing (states and names then print as unknown), and with
      * no graduation candidate list nobody counts as graduated
       100-INITIATE-FILES.
           MOVE WS-EXPECTED-TERM TO WS-TERM-IN.
           PERFORM 600-MAKE-TERM-KEY.
           MOVE WS-KEY-WORK TO WS-EXPECTED-KEY.
           PERFORM 620-PREVIOUS-REGULAR-KEY.
           OPEN INPUT DEMO-INPUT-FILE.
           IF WS-DEMO-STATUS = '00'
               CLOSE DEMO-INPUT-FILE
               SORT SORT-DEMO-FILE
                   ON ASCENDING KEY SDM-STUDENT-NUMBER
                   USING DEMO-INPUT-FILE
                   GIVING DEMO-SORTED-FILE
               OPEN INPUT DEMO-SORTED-FILE
               PERFORM 110-LOAD-ONE-DEMO UNTIL EOF-DEM-FLG = 'Y'
               CLOSE DEMO-SORTED-FILE
           END-IF.
           OPEN INPUT PROGRAM-INPUT-FILE.
           IF WS-PROGRAM-STATUS = '00'
               CLOSE PROGRAM-INPUT-FILE
               SORT SORT-PROGRAM-FILE
                   ON ASCENDING KEY SPR-PROGRAM-CODE
                   USING PROGRAM-INPUT-FILE
                   GIVING PROGRAM-SORTED-FILE
               OPEN INPUT PROGRAM-SORTED-FILE
               PERFORM 120-LOAD-ONE-PROGRAM UNTIL EOF-PRG-FLG = 'Y'
               CLOSE PROGRAM-SORTED-FILE
           END-IF.
           OPEN INPUT GRAD-INPUT-FILE.
           IF WS-GRAD-STATUS = '00'
               CLOSE GRAD-INPUT-FILE
               SORT SORT-GRAD-FILE
                   ON ASCENDING KEY SGR-STUDENT-NUMBER
                   USING GRAD-INPUT-FILE
                   GIVING GRAD-SORTED-FILE
               OPEN INPUT GRAD-SORTED-FILE
               PERFORM 130-LOAD-ONE-GRAD UNTIL EOF-GRD-FLG = 'Y'
               CLOSE GRAD-SORTED-FILE
           END-IF.
       110-LOAD-ONE-DEMO.
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
               MOVE DMS-STATE TO DEMO-STATE-RECORD(WS-DEMO-COUNT).
       120-LOAD-ONE-PROGRAM.
           READ PROGRAM-SORTED-FILE
             AT END MOVE "Y" TO EOF-PRG-FLG
             NOT AT END
               IF WS-PROGRAM-COUNT = 5000
                   DISPLAY "FATAL: PROGRAM.txt HAS MORE THAN 5000 "
                   DISPLAY "ROWS -- WS-PROGRAM-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE PROGRAM-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PROGRAM-COUNT
               MOVE PRS-PROGRAM-CODE
                 TO PROGRAM-CODE-RECORD(WS-PROGRAM-COUNT)
               MOVE PRS-PROGRAM-NAME
                 TO PROGRAM-NAME-RECORD(WS-PROGRAM-COUNT).
      * only lines led by a student number are candidates -- the
      * heading line is skipped
       130-LOAD-ONE-GRAD.
           READ GRAD-SORTED-FILE
             AT END MOVE "Y" TO EOF-GRD-FLG
             NOT AT END
               IF GRS-STUDENT-NUMBER NUMERIC
                   IF WS-GRAD-COUNT = 20000
                       DISPLAY "FATAL: GRAD_CANDIDATES.txt HAS MORE "
                       DISPLAY "THAN 20000 ROWS -- WS-GRAD-TABLE IS "
                       DISPLAY "FULL, INCREASE THE OCCURS BOUND AND "
                       DISPLAY "RECOMPILE"
                       CLOSE GRAD-SORTED-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GRAD-COUNT
                   MOVE GRS-STUDENT-NUMBER
                     TO GRAD-NUMBER-RECORD(WS-GRAD-COUNT)
               END-IF.
      * key every history row by calendar term, sort by student and
      * term key, then walk each student's terms: that gives every
      * student's cohort and the census-type lookup.  with no history
      * at all every census student is new and there are no cohorts
       200-WALK-HISTORY.
           OPEN INPUT STUDENT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               OPEN OUTPUT HISTORY-KEYED-FILE
               PERFORM 210-KEY-ONE-HISTORY UNTIL EOF-HIST-FLG = 'Y'
               CLOSE STUDENT-HISTORY-FILE
               CLOSE HISTORY-KEYED-FILE
               SORT SORT-HISTORY-FILE
                   ON ASCENDING KEY SHK-STUDENT-NUMBER
                                    SHK-TERM-KEY
                   USING HISTORY-KEYED-FILE
                   GIVING HISTORY-SORTED-FILE
               OPEN INPUT HISTORY-SORTED-FILE
               PERFORM 220-READ-HISTORY-SORTED
               PERFORM 230-WALK-ONE-TERM UNTIL EOF-HKS-FLG = 'Y'
               IF WS-STU-TERM-COUNT > 0
                   PERFORM 300-CLOSE-STUDENT
               END-IF
               CLOSE HISTORY-SORTED-FILE
           END-IF.
       210-KEY-ONE-HISTORY.
           READ STUDENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO EOF-HIST-FLG
               NOT AT END
                   MOVE HIST-STUDENT-NUMBER TO HKY-STUDENT-NUMBER
                   MOVE HIST-TERM-CODE TO HKY-TERM-CODE
                   MOVE HIST-TERM-CODE TO WS-TERM-IN
                   PERFORM 600-MAKE-TERM-KEY
                   MOVE WS-KEY-WORK TO HKY-TERM-KEY
                   WRITE HISTORY-KEYED-RECORD
           END-READ.
       220-READ-HISTORY-SORTED.
           READ HISTORY-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-HKS-FLG
           END-READ.
      * a new student number closes out the one before it; the same
      * term twice (the history is appended every cycle) counts once
       230-WALK-ONE-TERM.
           IF HKS-STUDENT-NUMBER NOT = WS-STU-NUMBER
               IF WS-STU-TERM-COUNT > 0
                   PERFORM 300-CLOSE-STUDENT
               END-IF
               MOVE HKS-STUDENT-NUMBER TO WS-STU-NUMBER
               MOVE HKS-TERM-CODE TO WS-STU-FIRST-TERM
               MOVE 0 TO WS-STU-TERM-COUNT
           END-IF.
           IF WS-STU-TERM-COUNT = 0
               PERFORM 235-ADD-STUDENT-TERM
           ELSE
               IF HKS-TERM-KEY
                  NOT = WS-STU-TERM-KEY(WS-STU-TERM-COUNT)
                   PERFORM 235-ADD-STUDENT-TERM
               END-IF
           END-IF.
           PERFORM 220-READ-HISTORY-SORTED.
       235-ADD-STUDENT-TERM.
           IF WS-STU-TERM-COUNT = 100
               DISPLAY "FATAL: STUDENT " HKS-STUDENT-NUMBER
                   " HAS MORE THAN 100 TERMS ON THE HISTORY -- "
               DISPLAY "WS-STU-TERM-KEY IS FULL, INCREASE THE "
                   "OCCURS BOUND AND RECOMPILE"
               CLOSE HISTORY-SORTED-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STU-TERM-COUNT.
           MOVE HKS-TERM-KEY TO WS-STU-TERM-KEY(WS-STU-TERM-COUNT).
      * the student's first term is their cohort: count them in it,
      * and whether they were back the next term, the next year, and
      * on the graduation list.  a later term that has not yet come
      * round leaves that column not applicable for the cohort
       300-CLOSE-STUDENT.
           MOVE SPACES TO WS-STU-LAST-PRIOR.
           PERFORM 310-NOTE-PRIOR-TERM
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-TERM-COUNT.
           IF WS-PRIOR-COUNT = 20000
               DISPLAY "FATAL: STUDENT_HISTORY.txt HAS MORE THAN "
               DISPLAY "20000 STUDENTS -- WS-PRIOR-TABLE IS FULL, "
               DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
               CLOSE HISTORY-SORTED-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PRIOR-COUNT.
           MOVE WS-STU-NUMBER TO PRIOR-NUMBER-RECORD(WS-PRIOR-COUNT).
           MOVE WS-STU-FIRST-TERM
             TO PRIOR-FIRST-TERM-RECORD(WS-PRIOR-COUNT).
           MOVE WS-STU-LAST-PRIOR
             TO PRIOR-LAST-KEY-RECORD(WS-PRIOR-COUNT).
           IF WS-STU-TERM-KEY(1) > WS-EXPECTED-KEY
               CONTINUE
           ELSE
               PERFORM 320-FIND-COHORT
               ADD 1 TO COHORT-SIZE-RECORD(WS-COHORT-SUB)
               MOVE WS-STU-TERM-KEY(1) TO WS-KEY-WORK
               PERFORM 630-NEXT-TERM-KEY
               IF WS-NEXT-TERM-KEY NOT > WS-EXPECTED-KEY
                   MOVE 'Y' TO COHORT-NEXT-SW-RECORD(WS-COHORT-SUB)
                   MOVE WS-NEXT-TERM-KEY TO WS-LOOK-KEY
                   PERFORM 330-LOOK-FOR-TERM
                   IF WS-LOOK-FOUND-SW = 'Y'
                       ADD 1 TO COHORT-NEXT-RECORD(WS-COHORT-SUB)
                   END-IF
               END-IF
               IF WS-NEXT-YEAR-KEY NOT > WS-EXPECTED-KEY
                   MOVE 'Y' TO COHORT-YEAR-SW-RECORD(WS-COHORT-SUB)
                   MOVE WS-NEXT-YEAR-KEY TO WS-LOOK-KEY
                   PERFORM 330-LOOK-FOR-TERM
                   IF WS-LOOK-FOUND-SW = 'Y'
                       ADD 1 TO COHORT-YEAR-RECORD(WS-COHORT-SUB)
                   END-IF
               END-IF
               SET GRAD-IDX TO 1
               SEARCH ALL GRAD-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN GRAD-NUMBER-RECORD(GRAD-IDX) = WS-STU-NUMBER
                       ADD 1 TO COHORT-GRAD-RECORD(WS-COHORT-SUB)
               END-SEARCH
           END-IF.
       310-NOTE-PRIOR-TERM.
           IF WS-STU-TERM-KEY(WS-STU-SUB) < WS-EXPECTED-KEY
               MOVE WS-STU-TERM-KEY(WS-STU-SUB) TO WS-STU-LAST-PRIOR
           END-IF.
       320-FIND-COHORT.
           SET COHORT-IDX TO 1.
           SEARCH COHORT-TABLE-ENTRY
               AT END
                   IF WS-COHORT-COUNT = 300
                       DISPLAY "FATAL: MORE THAN 300 COHORT TERMS ON "
                       DISPLAY "THE HISTORY -- WS-COHORT-TABLE IS "
                       DISPLAY "FULL, INCREASE THE OCCURS BOUND AND "
                       DISPLAY "RECOMPILE"
                       CLOSE HISTORY-SORTED-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COHORT-COUNT
                   MOVE WS-COHORT-COUNT TO WS-COHORT-SUB
                   MOVE WS-STU-TERM-KEY(1)
                     TO COHORT-KEY-RECORD(WS-COHORT-SUB)
                   MOVE WS-STU-FIRST-TERM
                     TO COHORT-TERM-RECORD(WS-COHORT-SUB)
                   MOVE 0 TO COHORT-SIZE-RECORD(WS-COHORT-SUB)
                   MOVE 'N' TO COHORT-NEXT-SW-RECORD(WS-COHORT-SUB)
                   MOVE 0 TO COHORT-NEXT-RECORD(WS-COHORT-SUB)
                   MOVE 'N' TO COHORT-YEAR-SW-RECORD(WS-COHORT-SUB)
                   MOVE 0 TO COHORT-YEAR-RECORD(WS-COHORT-SUB)
                   MOVE 0 TO COHORT-GRAD-RECORD(WS-COHORT-SUB)
                   MOVE 'N' TO COHORT-PRINTED-RECORD(WS-COHORT-SUB)
               WHEN COHORT-KEY-RECORD(COHORT-IDX) = WS-STU-TERM-KEY(1)
                   SET WS-COHORT-SUB TO COHORT-IDX
           END-SEARCH.
       330-LOOK-FOR-TERM.
           MOVE 'N' TO WS-LOOK-FOUND-SW.
           PERFORM 335-COMPARE-ONE-TERM
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-TERM-COUNT.
       335-COMPARE-ONE-TERM.
           IF WS-STU-TERM-KEY(WS-STU-SUB) = WS-LOOK-KEY
               MOVE 'Y' TO WS-LOOK-FOUND-SW
           END-IF.
      * a term already on the snapshot file is frozen -- its rows are
      * reported as they stand.  otherwise this is the census run:
      * every student assessed for the term with credit hours is
      * classified and the rows are appended to the snapshot file
       400-TAKE-SNAPSHOT.
           OPEN OUTPUT TERM-CENSUS-FILE.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS = '00'
               PERFORM 410-COPY-FROZEN-ROW UNTIL EOF-SNP-FLG = 'Y'
               CLOSE SNAPSHOT-FILE
           END-IF.
           IF WS-FROZEN-SW = 'N'
               PERFORM 420-BUILD-SNAPSHOT
           END-IF.
           CLOSE TERM-CENSUS-FILE.
       410-COPY-FROZEN-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO EOF-SNP-FLG
               NOT AT END
                   IF CSN-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-FROZEN-SW
                       MOVE CSN-CENSUS-DATE TO WS-FROZEN-DATE
                       WRITE TERM-CENSUS-RECORD FROM SNAPSHOT-RECORD
                       ADD 1 TO WS-HEADCOUNT
                   END-IF
           END-READ.
       420-BUILD-SNAPSHOT.
           OPEN INPUT ASSESSED-TUITION-FILE.
           IF WS-ASSESSED-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN ASSESSED_TUITION.txt, "
               DISPLAY "FILE STATUS " WS-ASSESSED-STATUS
               STOP RUN
           END-IF.
           CLOSE ASSESSED-TUITION-FILE.
           SORT SORT-ASSESSED-FILE
               ON ASCENDING KEY SAS-STUDENT-NUMBER
                                SAS-TERM-CODE
               USING ASSESSED-TUITION-FILE
               GIVING ASSESSED-SORTED-FILE.
           OPEN EXTEND SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = '00'
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.
           MOVE WS-CENSUS-DATE TO WS-FROZEN-DATE.
           OPEN INPUT ASSESSED-SORTED-FILE.
           PERFORM 430-SNAPSHOT-ONE-STUDENT UNTIL EOF-ASM-FLG = 'Y'.
           CLOSE ASSESSED-SORTED-FILE.
           CLOSE SNAPSHOT-FILE.
      * one row per student: the first assessment row for the term
      * wins if the assessment ever carries the same term twice
       430-SNAPSHOT-ONE-STUDENT.
           READ ASSESSED-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-ASM-FLG
               NOT AT END
                   IF ASS-TERM-CODE = WS-EXPECTED-TERM
                      AND ASS-CREDIT-HOURS NUMERIC
                      AND ASS-CREDIT-HOURS > 0
                      AND ASS-STUDENT-NUMBER NOT = WS-LAST-ASM-STUDENT
                       MOVE ASS-STUDENT-NUMBER TO WS-LAST-ASM-STUDENT
                       PERFORM 440-CLASSIFY-STUDENT
                       MOVE WS-EXPECTED-TERM TO CSN-TERM-CODE
                       MOVE WS-CENSUS-DATE TO CSN-CENSUS-DATE
                       MOVE ASS-STUDENT-NUMBER TO CSN-STUDENT-NUMBER
                       MOVE ASS-PROGRAM-OF-STUDY TO CSN-PROGRAM-CODE
                       MOVE ASS-CREDIT-HOURS TO CSN-CREDIT-HOURS
                       MOVE WS-LOAD TO CSN-LOAD
                       MOVE WS-STATE TO CSN-HOME-STATE
                       MOVE WS-STUDENT-TYPE TO CSN-STUDENT-TYPE
                       WRITE SNAPSHOT-RECORD
                       WRITE TERM-CENSUS-RECORD FROM SNAPSHOT-RECORD
                       ADD 1 TO WS-HEADCOUNT
                   END-IF
           END-READ.
      * load from the credit hours; home state from the demographic
      * master; new when the history has no earlier term, continuing
      * when the latest earlier term is the previous regular term or
      * later, returning when the student sat out in between
       440-CLASSIFY-STUDENT.
           IF ASS-CREDIT-HOURS NOT < WS-FULLTIME-HOURS
               MOVE 'F' TO WS-LOAD
           ELSE
               MOVE 'P' TO WS-LOAD
           END-IF.
           MOVE SPACES TO WS-STATE.
           SET DEMO-IDX TO 1.
           SEARCH ALL DEMO-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN DEMO-NUMBER-RECORD(DEMO-IDX) = ASS-STUDENT-NUMBER
                   MOVE DEMO-STATE-RECORD(DEMO-IDX) TO WS-STATE
           END-SEARCH.
           MOVE 'N' TO WS-STUDENT-TYPE.
           SET PRIOR-IDX TO 1.
           SEARCH ALL PRIOR-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN PRIOR-NUMBER-RECORD(PRIOR-IDX) = ASS-STUDENT-NUMBER
                   IF PRIOR-LAST-KEY-RECORD(PRIOR-IDX) = SPACES
                       MOVE 'N' TO WS-STUDENT-TYPE
                   ELSE
                       IF PRIOR-LAST-KEY-RECORD(PRIOR-IDX)
                          NOT < WS-PREV-REGULAR-KEY
                           MOVE 'C' TO WS-STUDENT-TYPE
                       ELSE
                           MOVE 'R' TO WS-STUDENT-TYPE
                       END-IF
                   END-IF
           END-SEARCH.
      * the census rows for institutional research, in student order,
      * with the student's cohort term alongside
       450-WRITE-CENSUS-EXTRACT.
           OPEN OUTPUT CENSUS-EXTRACT-FILE.
           MOVE SPACES TO CENSUS-EXTRACT-LINE.
           STRING 'TERM,CENSUS_DATE,STUDENT,PROGRAM,CREDIT_HOURS,'
                  DELIMITED BY SIZE
                  'LOAD,HOME_STATE,STUDENT_TYPE,COHORT_TERM'
                  DELIMITED BY SIZE
             INTO CENSUS-EXTRACT-LINE.
           WRITE CENSUS-EXTRACT-LINE.
           OPEN INPUT TERM-CENSUS-FILE.
           PERFORM 460-EXTRACT-ONE-ROW UNTIL EOF-CTM-FLG = 'Y'.
           CLOSE TERM-CENSUS-FILE.
           CLOSE CENSUS-EXTRACT-FILE.
       460-EXTRACT-ONE-ROW.
           READ TERM-CENSUS-FILE
               AT END
                   MOVE 'Y' TO EOF-CTM-FLG
               NOT AT END
                   MOVE SPACES TO WS-COHORT-TERM
                   SET PRIOR-IDX TO 1
                   SEARCH ALL PRIOR-TABLE-ENTRY
                       AT END
                           MOVE WS-EXPECTED-TERM TO WS-COHORT-TERM
                       WHEN PRIOR-NUMBER-RECORD(PRIOR-IDX)
                            = CTM-STUDENT-NUMBER
                           MOVE PRIOR-FIRST-TERM-RECORD(PRIOR-IDX)
                             TO WS-COHORT-TERM
                   END-SEARCH
                   EVALUATE CTM-STUDENT-TYPE
                       WHEN 'C'
                           MOVE 2 TO WS-TYPE-SUB
                       WHEN 'R'
                           MOVE 3 TO WS-TYPE-SUB
                       WHEN OTHER
                           MOVE 1 TO WS-TYPE-SUB
                   END-EVALUATE
                   MOVE CTM-CREDIT-HOURS TO WS-HOURS-EDIT
                   MOVE SPACES TO CENSUS-EXTRACT-LINE
                   STRING CTM-TERM-CODE DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          CTM-CENSUS-DATE DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          CTM-STUDENT-NUMBER DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          CTM-PROGRAM-CODE DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-HOURS-EDIT DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          CTM-LOAD DELIMITED BY SIZE
                          'T,' DELIMITED BY SIZE
                          CTM-HOME-STATE DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-TYPE-LABEL(WS-TYPE-SUB)
                              DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-COHORT-TERM DELIMITED BY SPACE
                     INTO CENSUS-EXTRACT-LINE
                   WRITE CENSUS-EXTRACT-LINE
           END-READ.
      * the census tables -- by program (with the load and student
      * type totals gathered on the same pass), then by home state
       500-PRINT-CENSUS.
           OPEN OUTPUT CENSUS-REPORT-FILE.
           MOVE WS-EXPECTED-TERM TO CNH-TERM.
           MOVE WS-FROZEN-DATE TO CNH-CENSUS-DATE.
           IF WS-FROZEN-SW = 'Y'
               MOVE 'FROZEN SNAPSHOT' TO CNH-SNAPSHOT-NOTE
           ELSE
               MOVE 'SNAPSHOT TAKEN THIS RUN' TO CNH-SNAPSHOT-NOTE
           END-IF.
           MOVE CENSUS-HEADER TO CENSUS-LINE.
           WRITE CENSUS-LINE.
           MOVE 0 TO WS-TYPE-FT(1) WS-TYPE-PT(1) WS-TYPE-HOURS(1).
           MOVE 0 TO WS-TYPE-FT(2) WS-TYPE-PT(2) WS-TYPE-HOURS(2).
           MOVE 0 TO WS-TYPE-FT(3) WS-TYPE-PT(3) WS-TYPE-HOURS(3).
           SORT SORT-CENSUS-FILE
               ON ASCENDING KEY SCN-PROGRAM-CODE
                                SCN-STUDENT-NUMBER
               USING TERM-CENSUS-FILE
               GIVING CENSUS-SORTED-FILE.
           MOVE 'ENROLLMENT BY PROGRAM OF STUDY' TO CTL-TITLE.
           MOVE 'PROGRAM' TO CCH-LABEL.
           PERFORM 590-WRITE-TABLE-HEADING.
           MOVE 'N' TO EOF-CSS-FLG.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           OPEN INPUT CENSUS-SORTED-FILE.
           PERFORM 510-TALLY-BY-PROGRAM UNTIL EOF-CSS-FLG = 'Y'.
           CLOSE CENSUS-SORTED-FILE.
           IF WS-GRP-ACTIVE-SW = 'Y'
               PERFORM 520-WRITE-PROGRAM-LINE
           END-IF.
           PERFORM 595-WRITE-TOTAL-LINE.
           PERFORM 530-PRINT-LOAD-TABLE.
           PERFORM 540-PRINT-TYPE-TABLE.
           SORT SORT-CENSUS-FILE
               ON ASCENDING KEY SCN-HOME-STATE
                                SCN-STUDENT-NUMBER
               USING TERM-CENSUS-FILE
               GIVING CENSUS-SORTED-FILE.
           MOVE 'ENROLLMENT BY HOME STATE' TO CTL-TITLE.
           MOVE 'STATE' TO CCH-LABEL.
           PERFORM 590-WRITE-TABLE-HEADING.
           MOVE 'N' TO EOF-CSS-FLG.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           OPEN INPUT CENSUS-SORTED-FILE.
           PERFORM 550-TALLY-BY-STATE UNTIL EOF-CSS-FLG = 'Y'.
           CLOSE CENSUS-SORTED-FILE.
           IF WS-GRP-ACTIVE-SW = 'Y'
               PERFORM 560-WRITE-STATE-LINE
           END-IF.
           PERFORM 595-WRITE-TOTAL-LINE.
           CLOSE CENSUS-REPORT-FILE.
       510-TALLY-BY-PROGRAM.
           READ CENSUS-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-CSS-FLG
               NOT AT END
                   IF WS-GRP-ACTIVE-SW = 'Y'
                      AND CSS-PROGRAM-CODE NOT = WS-GRP-CODE
                       PERFORM 520-WRITE-PROGRAM-LINE
                   END-IF
                   IF WS-GRP-ACTIVE-SW = 'N'
                       PERFORM 580-START-GROUP
                       MOVE CSS-PROGRAM-CODE TO WS-GRP-CODE
                   END-IF
                   PERFORM 585-ADD-TO-GROUP
                   EVALUATE CSS-STUDENT-TYPE
                       WHEN 'C'
                           MOVE 2 TO WS-TYPE-SUB
                       WHEN 'R'
                           MOVE 3 TO WS-TYPE-SUB
                       WHEN OTHER
                           MOVE 1 TO WS-TYPE-SUB
                   END-EVALUATE
                   ADD CSS-CREDIT-HOURS TO WS-TYPE-HOURS(WS-TYPE-SUB)
                   IF CSS-LOAD = 'F'
                       ADD 1 TO WS-TOT-FT
                       ADD 1 TO WS-TYPE-FT(WS-TYPE-SUB)
                       ADD CSS-CREDIT-HOURS TO WS-TOT-FT-HOURS
                   ELSE
                       ADD 1 TO WS-TOT-PT
                       ADD 1 TO WS-TYPE-PT(WS-TYPE-SUB)
                       ADD CSS-CREDIT-HOURS TO WS-TOT-PT-HOURS
                   END-IF
                   ADD CSS-CREDIT-HOURS TO WS-TOT-HOURS
           END-READ.
       520-WRITE-PROGRAM-LINE.
           MOVE WS-GRP-CODE TO CDL-CODE.
           MOVE 'NOT ON PROGRAM FILE' TO CDL-NAME.
           SET PROGRAM-IDX TO 1.
           SEARCH ALL PROGRAM-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN PROGRAM-CODE-RECORD(PROGRAM-IDX) = WS-GRP-CODE
                   MOVE PROGRAM-NAME-RECORD(PROGRAM-IDX) TO CDL-NAME
           END-SEARCH.
           PERFORM 589-WRITE-GROUP-LINE.
       530-PRINT-LOAD-TABLE.
           MOVE WS-FULLTIME-HOURS TO WS-HOURS-SHOW.
           MOVE SPACES TO CTL-TITLE.
           STRING 'ENROLLMENT BY LOAD -- FULL-TIME IS '
                  DELIMITED BY SIZE
                  WS-HOURS-SHOW DELIMITED BY SIZE
                  ' OR MORE CREDIT HOURS' DELIMITED BY SIZE
             INTO CTL-TITLE.
           MOVE 'LOAD' TO CCH-LABEL.
           PERFORM 590-WRITE-TABLE-HEADING.
           MOVE SPACES TO CENSUS-DETAIL-LINE.
           MOVE 'FULL-TIME' TO CDL-CODE.
           MOVE WS-TOT-FT TO CDL-FT.
           MOVE 0 TO CDL-PT.
           MOVE WS-TOT-FT TO CDL-HEADCOUNT.
           MOVE WS-TOT-FT-HOURS TO CDL-HOURS.
           MOVE CENSUS-DETAIL-LINE TO CENSUS-LINE.
           WRITE CENSUS-LINE.
           MOVE 'PART-TIME' TO CDL-CODE.
           MOVE 0 TO CDL-FT.
           MOVE WS-TOT-PT TO CDL-PT.
           MOVE WS-TOT-PT TO CDL-HEADCOUNT.
           MOVE WS-TOT-PT-HOURS TO CDL-HOURS.
           MOVE CENSUS-DETAIL-LINE TO CENSUS-LINE.
           WRITE CENSUS-LINE.
           PERFORM 595-WRITE-TOTAL-LINE.
       540-PRINT-TYPE-TABLE.
           MOVE 'ENROLLMENT BY STUDENT TYPE' TO CTL-TITLE.
           MOVE 'TYPE' TO CCH-LABEL.
           PERFORM 590-WRITE-TABLE-HEADING.
           PERFORM 545-WRITE-TYPE-LINE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 3.
           PERFORM 595-WRITE-TOTAL-LINE.
       545-WRITE-TYPE-LINE.
           MOVE SPACES TO CENSUS-DETAIL-LINE.
           MOVE WS-TYPE-LABEL(WS-TYPE-SUB) TO CDL-CODE.
           MOVE WS-TYPE-FT(WS-TYPE-SUB) TO CDL-FT.
           MOVE WS-TYPE-PT(WS-TYPE-SUB) TO CDL-PT.
           COMPUTE CDL-HEADCOUNT =
               WS-TYPE-FT(WS-TYPE-SUB) + WS-TYPE-PT(WS-TYPE-SUB).
           MOVE WS-TYPE-HOURS(WS-TYPE-SUB) TO CDL-HOURS.
           MOVE CENSUS-DETAIL-LINE TO CENSUS-LINE.
           WRITE CENSUS-LINE.
       550-TALLY-BY-STATE.
           READ CENSUS-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-CSS-FLG
               NOT AT END
                   IF WS-GRP-ACTIVE-SW = 'Y'
                      AND CSS-HOME-STATE NOT = WS-GRP-CODE
                       PERFORM 560-WRITE-STATE-LINE
                   END-IF
                   IF WS-GRP-ACTIVE-SW = 'N'
                       PERFORM 580-START-GROUP
                       MOVE CSS-HOME-STATE TO WS-GRP-CODE
                   END-IF
                   PERFORM 585-ADD-TO-GROUP
           END-READ.
       560-WRITE-STATE-LINE.
           IF WS-GRP-CODE = SPACES
               MOVE 'UNKNOWN' TO CDL-CODE
               MOVE 'NO HOME STATE ON FILE' TO CDL-NAME
           ELSE
               MOVE WS-GRP-CODE TO CDL-CODE
               MOVE SPACES TO CDL-NAME
           END-IF.
           PERFORM 589-WRITE-GROUP-LINE.
       580-START-GROUP.
           MOVE 'Y' TO WS-GRP-ACTIVE-SW.
           MOVE 0 TO WS-GRP-FT.
           MOVE 0 TO WS-GRP-PT.
           MOVE 0 TO WS-GRP-HOURS.
       585-ADD-TO-GROUP.
           IF CSS-LOAD = 'F'
               ADD 1 TO WS-GRP-FT
           ELSE
               ADD 1 TO WS-GRP-PT
           END-IF.
           ADD CSS-CREDIT-HOURS TO WS-GRP-HOURS.
       589-WRITE-GROUP-LINE.
           MOVE WS-GRP-FT TO CDL-FT.
           MOVE WS-GRP-PT TO CDL-PT.
           COMPUTE CDL-HEADCOUNT = WS-GRP-FT + WS-GRP-PT.
           MOVE WS-GRP-HOURS TO CDL-HOURS.
           MOVE CENSUS-DETAIL-LINE TO CENSUS-LINE.
           WRITE CENSUS-LINE.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
       590-WRITE-TABLE-HEADING.
           MOVE SPACES TO CENSUS-LINE.
           WRITE CENSUS-LINE.
           MOVE CENSUS-TITLE-LINE TO CENSUS-LINE.
           WRITE CENSUS-LINE.
           MOVE CENSUS-COLUMN-HEADER TO CENSUS-LINE.
           WRITE CENSUS-LINE.
       595-WRITE-TOTAL-LINE.
           MOVE SPACES TO CENSUS-DETAIL-LINE.
           MOVE 'TOTAL' TO CDL-CODE.
           MOVE WS-TOT-FT TO CDL-FT.
           MOVE WS-TOT-PT TO CDL-PT.
           MOVE WS-HEADCOUNT TO CDL-HEADCOUNT.
           MOVE WS-TOT-HOURS TO CDL-HOURS.
           MOVE CENSUS-DETAIL-LINE TO CENSUS-LINE.
           WRITE CENSUS-LINE.
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
      * the regular term before the census term -- a student last
      * enrolled in it, or in a session since, is continuing
       620-PREVIOUS-REGULAR-KEY.
           MOVE WS-EXPECTED-KEY TO WS-KEY-WORK.
           EVALUATE WS-KW-RANK
               WHEN 4
                   MOVE 2 TO WS-KW-RANK
               WHEN 3
                   MOVE 2 TO WS-KW-RANK
               WHEN 2
                   SUBTRACT 1 FROM WS-KW-YEAR
                   MOVE 4 TO WS-KW-RANK
               WHEN 1
                   SUBTRACT 1 FROM WS-KW-YEAR
                   MOVE 4 TO WS-KW-RANK
               WHEN OTHER
                   SUBTRACT 1 FROM WS-KW-YEAR
           END-EVALUATE.
           MOVE WS-KEY-WORK TO WS-PREV-REGULAR-KEY.
      * from the cohort key in WS-KEY-WORK: the next regular term
      * (fall goes to the following spring, spring and summer go to
      * fall, winter goes to spring) and the same term a year on
       630-NEXT-TERM-KEY.
           ADD 1 TO WS-KW-YEAR.
           MOVE WS-KEY-WORK TO WS-NEXT-YEAR-KEY.
           SUBTRACT 1 FROM WS-KW-YEAR.
           EVALUATE WS-KW-RANK
               WHEN 4
                   ADD 1 TO WS-KW-YEAR
                   MOVE 2 TO WS-KW-RANK
               WHEN 3
                   MOVE 4 TO WS-KW-RANK
               WHEN 2
                   MOVE 4 TO WS-KW-RANK
               WHEN 1
                   MOVE 2 TO WS-KW-RANK
               WHEN OTHER
                   ADD 1 TO WS-KW-YEAR
           END-EVALUATE.
           MOVE WS-KEY-WORK TO WS-NEXT-TERM-KEY.
      * the retention matrix, oldest cohort first, and its extract
       700-PRINT-RETENTION.
           OPEN OUTPUT RETENTION-REPORT-FILE.
           OPEN OUTPUT RETENTION-EXTRACT-FILE.
           MOVE WS-EXPECTED-TERM TO RTH-TERM.
           MOVE WS-RUN-DATE TO RTH-RUN-DATE.
           MOVE RETENTION-HEADER TO RETENTION-LINE.
           WRITE RETENTION-LINE.
           MOVE RETENTION-NOTE-LINE TO RETENTION-LINE.
           WRITE RETENTION-LINE.
           MOVE SPACES TO RETENTION-LINE.
           WRITE RETENTION-LINE.
           MOVE RETENTION-COLUMN-HEADER TO RETENTION-LINE.
           WRITE RETENTION-LINE.
           MOVE SPACES TO RETENTION-EXTRACT-LINE.
           STRING 'COHORT_TERM,STUDENTS,NEXT_TERM,NEXT_YEAR,'
                  DELIMITED BY SIZE
                  'GRADUATED' DELIMITED BY SIZE
             INTO RETENTION-EXTRACT-LINE.
           WRITE RETENTION-EXTRACT-LINE.
           MOVE 0 TO WS-PRINTED-COUNT.
           MOVE 0 TO WS-GROUP-COUNT.
           PERFORM 710-PRINT-NEXT-COHORT
               UNTIL WS-PRINTED-COUNT = WS-COHORT-COUNT.
           MOVE SPACES TO RETENTION-LINE.
           WRITE RETENTION-LINE.
           MOVE WS-COHORT-COUNT TO RSL-COHORTS.
           MOVE WS-GROUP-COUNT TO RSL-STUDENTS.
           MOVE RETENTION-SUMMARY-LINE TO RETENTION-LINE.
           WRITE RETENTION-LINE.
           CLOSE RETENTION-REPORT-FILE.
           CLOSE RETENTION-EXTRACT-FILE.
      * pick the earliest cohort not yet printed
       710-PRINT-NEXT-COHORT.
           MOVE 0 TO WS-PICK-SUB.
           PERFORM 715-CONSIDER-COHORT
               VARYING WS-COHORT-SUB FROM 1 BY 1
               UNTIL WS-COHORT-SUB > WS-COHORT-COUNT.
           MOVE 'Y' TO COHORT-PRINTED-RECORD(WS-PICK-SUB).
           ADD 1 TO WS-PRINTED-COUNT.
           ADD COHORT-SIZE-RECORD(WS-PICK-SUB) TO WS-GROUP-COUNT.
           PERFORM 720-WRITE-COHORT-LINE.
       715-CONSIDER-COHORT.
           IF COHORT-PRINTED-RECORD(WS-COHORT-SUB) = 'N'
               IF WS-PICK-SUB = 0
                   MOVE WS-COHORT-SUB TO WS-PICK-SUB
               ELSE
                   IF COHORT-KEY-RECORD(WS-COHORT-SUB)
                      < COHORT-KEY-RECORD(WS-PICK-SUB)
                       MOVE WS-COHORT-SUB TO WS-PICK-SUB
                   END-IF
               END-IF
           END-IF.
       720-WRITE-COHORT-LINE.
           MOVE COHORT-TERM-RECORD(WS-PICK-SUB) TO RDL-TERM.
           MOVE COHORT-SIZE-RECORD(WS-PICK-SUB) TO RDL-SIZE.
           MOVE SPACES TO RETENTION-EXTRACT-LINE.
           MOVE COHORT-SIZE-RECORD(WS-PICK-SUB) TO WS-COUNT-EDIT.
           STRING COHORT-TERM-RECORD(WS-PICK-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
             INTO RETENTION-EXTRACT-LINE.
           IF COHORT-NEXT-SW-RECORD(WS-PICK-SUB) = 'Y'
               MOVE COHORT-NEXT-RECORD(WS-PICK-SUB) TO RDL-NEXT-COUNT
               COMPUTE WS-PCT-WORK ROUNDED =
                   COHORT-NEXT-RECORD(WS-PICK-SUB) * 100
                   / COHORT-SIZE-RECORD(WS-PICK-SUB)
               MOVE WS-PCT-WORK TO RDL-NEXT-PCT
               MOVE '%' TO RDL-NEXT-SIGN
               MOVE COHORT-NEXT-RECORD(WS-PICK-SUB) TO WS-COUNT-EDIT
           ELSE
               MOVE '    N/A' TO RDL-NEXT-COUNT-X
               MOVE SPACES TO RDL-NEXT-PCT-X
               MOVE SPACE TO RDL-NEXT-SIGN
               MOVE 'N/A' TO WS-COUNT-TEXT
           END-IF.
           PERFORM 730-APPEND-EXTRACT-COUNT.
           IF COHORT-YEAR-SW-RECORD(WS-PICK-SUB) = 'Y'
               MOVE COHORT-YEAR-RECORD(WS-PICK-SUB) TO RDL-YEAR-COUNT
               COMPUTE WS-PCT-WORK ROUNDED =
                   COHORT-YEAR-RECORD(WS-PICK-SUB) * 100
                   / COHORT-SIZE-RECORD(WS-PICK-SUB)
               MOVE WS-PCT-WORK TO RDL-YEAR-PCT
               MOVE '%' TO RDL-YEAR-SIGN
               MOVE COHORT-YEAR-RECORD(WS-PICK-SUB) TO WS-COUNT-EDIT
           ELSE
               MOVE '    N/A' TO RDL-YEAR-COUNT-X
               MOVE SPACES TO RDL-YEAR-PCT-X
               MOVE SPACE TO RDL-YEAR-SIGN
               MOVE 'N/A' TO WS-COUNT-TEXT
           END-IF.
           PERFORM 730-APPEND-EXTRACT-COUNT.
           MOVE COHORT-GRAD-RECORD(WS-PICK-SUB) TO RDL-GRAD-COUNT.
           COMPUTE WS-PCT-WORK ROUNDED =
               COHORT-GRAD-RECORD(WS-PICK-SUB) * 100
               / COHORT-SIZE-RECORD(WS-PICK-SUB).
           MOVE WS-PCT-WORK TO RDL-GRAD-PCT.
           MOVE COHORT-GRAD-RECORD(WS-PICK-SUB) TO WS-COUNT-EDIT.
           PERFORM 730-APPEND-EXTRACT-COUNT.
           MOVE RETENTION-DETAIL-LINE TO RETENTION-LINE.
           WRITE RETENTION-LINE.
           WRITE RETENTION-EXTRACT-LINE.
       730-APPEND-EXTRACT-COUNT.
           MOVE RETENTION-EXTRACT-LINE TO WS-EXTRACT-WORK.
           MOVE SPACES TO RETENTION-EXTRACT-LINE.
           STRING WS-EXTRACT-WORK DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SPACE
             INTO RETENTION-EXTRACT-LINE.
       900-FINISH-RUN.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----TERM ENROLLMENT CENSUS COMPLETE----".
           DISPLAY "CENSUS TERM:   " WS-EXPECTED-TERM.
           DISPLAY "CENSUS DATE:   " WS-FROZEN-DATE.
           IF WS-FROZEN-SW = 'Y'
               DISPLAY "SNAPSHOT:      FROZEN"
           ELSE
               DISPLAY "SNAPSHOT:      TAKEN THIS RUN"
           END-IF.
           DISPLAY "HEADCOUNT:     " WS-HEADCOUNT.
           DISPLAY "COHORTS:       " WS-COHORT-COUNT.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
      * census headcount
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'CENSUS' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           MOVE 'COMPLETE' TO RCT-STATUS.
           MOVE WS-HEADCOUNT TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM census.
