      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: instructor grade roster posting -- reads
      *          GRADE_ROSTER.txt (each roster opens with an H line
      *          carrying the course, term and instructor id, followed
      *          by one D line per student with the grade), checks
      *          every line against who is actually enrolled in that
      *          course for that term on the keyed student master, and
      *          queues one 'G' transaction on GRDTRAN.txt for every
      *          grade that actually moves, carrying just the student,
      *          term, course and new average, for the next master
      *          update to post into that course's slot alone.  a
      *          grade already queued and not yet taken is what the
      *          roster is measured against, so a rerun queues nothing
      *          twice and a corrected roster that puts a grade back
      *          to what is on file queues the change back.  the
      *          queue is appended to until a promoted master update
      *          has taken its records, and GENPROMO then drops them
      *          from the front of it.  the posting report lists,
      *          roster by roster, students on the roster but not
      *          enrolled, enrolled students with no grade and
      *          out-of-range grades
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grdpost.

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
           SELECT ROSTER-INPUT-FILE
           ASSIGN TO "..\GRADE_ROSTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT GRADE-STAGE-FILE
           ASSIGN TO "..\GRDSTAGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-GRADE-FILE
           ASSIGN TO "..\SRTGRD.TMP".
           SELECT GRADE-SORTED-FILE
           ASSIGN TO "..\GRDSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-WORK-FILE
           ASSIGN TO "..\GRDEXCP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-EXCEPTION-FILE
           ASSIGN TO "..\SRTGEXC.TMP".
           SELECT EXCEPTION-SORTED-FILE
           ASSIGN TO "..\GEXCSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO "..\STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRAN-OUTPUT-FILE
           ASSIGN TO "..\GRDTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT SORT-PENDING-FILE
           ASSIGN TO "..\SRTGPND.TMP".
           SELECT PENDING-SORTED-FILE
           ASSIGN TO "..\GPNDSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-REPORT-FILE
           ASSIGN TO "..\GRADE_POSTING_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- ONLY THE RUN     *
      * DATE AND EXPECTED TERM   *
      * MATTER TO GRADE POSTING  *
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
      * INSTRUCTOR ROSTERS -- AN *
      * H LINE PER COURSE AND    *
      * TERM, THEN ONE D LINE    *
      * PER STUDENT GRADED       *
      ****************************
       FD ROSTER-INPUT-FILE.
       01 ROSTER-HEADER-RECORD.
           02 RSH-RECORD-TYPE        PIC X(1).
           02 RSH-COURSE-CODE        PIC X(7).
           02 RSH-TERM-CODE          PIC X(6).
           02 RSH-INSTRUCTOR-ID      PIC X(6).
       01 ROSTER-DETAIL-RECORD.
           02 RSD-RECORD-TYPE        PIC X(1).
           02 RSD-STUDENT-NUMBER     PIC X(6).
           02 RSD-GRADE              PIC X(3).
           02 FILLER                 PIC X(10).

      ****************************
      * GOOD ROSTER LINES, EACH  *
      * CARRYING ITS COURSE,     *
      * TERM AND ROSTER NUMBER   *
      ****************************
       FD GRADE-STAGE-FILE.
       01 GRADE-STAGE-RECORD.
           02 GSG-STUDENT-NUMBER     PIC X(6).
           02 GSG-TERM-CODE          PIC X(6).
           02 GSG-COURSE-CODE        PIC X(7).
           02 GSG-GRADE              PIC X(3).
           02 GSG-ROSTER-NUMBER      PIC 9(3).

      ****************************
      * SORT WORK FOR THE GRADES *
      * (KEYED LIKE THE MASTER,  *
      * THEN BY COURSE)          *
      ****************************
       SD SORT-GRADE-FILE.
       01 SORT-GRADE-RECORD.
           02 SGR-STUDENT-NUMBER     PIC X(6).
           02 SGR-TERM-CODE          PIC X(6).
           02 SGR-COURSE-CODE        PIC X(7).
           02 SGR-GRADE              PIC X(3).
           02 SGR-ROSTER-NUMBER      PIC 9(3).

       FD GRADE-SORTED-FILE.
       01 GRADE-SORTED-RECORD.
           02 GRS-KEY.
             03 GRS-STUDENT-NUMBER   PIC X(6).
             03 GRS-TERM-CODE        PIC X(6).
           02 GRS-COURSE-CODE        PIC X(7).
           02 GRS-GRADE              PIC X(3).
           02 GRS-ROSTER-NUMBER      PIC 9(3).

      ****************************
      * ROSTER EXCEPTIONS AS     *
      * THEY ARE FOUND, SORTED   *
      * BACK INTO ROSTER ORDER   *
      * FOR THE REPORT           *
      ****************************
       FD EXCEPTION-WORK-FILE.
       01 EXCEPTION-WORK-RECORD.
           02 EXW-ROSTER-NUMBER      PIC 9(3).
           02 EXW-STUDENT-NUMBER     PIC X(6).
           02 EXW-GRADE              PIC X(3).
           02 EXW-REASON             PIC X(20).

       SD SORT-EXCEPTION-FILE.
       01 SORT-EXCEPTION-RECORD.
           02 SEX-ROSTER-NUMBER      PIC 9(3).
           02 SEX-STUDENT-NUMBER     PIC X(6).
           02 SEX-BODY               PIC X(23).

       FD EXCEPTION-SORTED-FILE.
       01 EXCEPTION-SORTED-RECORD.
           02 EXS-ROSTER-NUMBER      PIC 9(3).
           02 EXS-STUDENT-NUMBER     PIC X(6).
           02 EXS-GRADE              PIC X(3).
           02 EXS-REASON             PIC X(20).

      ****************************
      * KEYED STUDENT MASTER --  *
      * THE KEY LEADS THE RECORD *
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
      * GRADE TRANSACTIONS FOR   *
      * THE MASTER UPDATE -- ONE *
      * PER GRADE THAT MOVED,    *
      * QUEUED BEHIND ANY NOT    *
      * YET TAKEN BY A PROMOTED  *
      * UPDATE                   *
      ****************************
       FD TRAN-OUTPUT-FILE.
       01 TRAN-OUTPUT-RECORD.
           02 TRO-ACTION             PIC X(1).
           02 TRO-STUDENT-NUMBER     PIC X(6).
           02 TRO-COURSE-CODE        PIC X(7).
           02 TRO-COURSE-AVERAGE     PIC X(3).
           02 FILLER                 PIC X(92).
           02 TRO-TERM-CODE          PIC X(6).
           02 TRO-AUTH-CODE          PIC X(8).

      ****************************
      * SORT WORK FOR WHAT IS    *
      * STILL QUEUED (KEYED BY   *
      * STU NUMBER, TERM AND     *
      * COURSE, QUEUE ORDER KEPT *
      * WITHIN A KEY)            *
      ****************************
       SD SORT-PENDING-FILE.
       01 SORT-PENDING-RECORD.
           02 SPN-ACTION             PIC X(1).
           02 SPN-STUDENT-NUMBER     PIC X(6).
           02 SPN-COURSE-CODE        PIC X(7).
           02 SPN-COURSE-AVERAGE     PIC X(3).
           02 FILLER                 PIC X(92).
           02 SPN-TERM-CODE          PIC X(6).
           02 SPN-AUTH-CODE          PIC X(8).

       FD PENDING-SORTED-FILE.
       01 PENDING-SORTED-RECORD.
           02 PNS-ACTION             PIC X(1).
           02 PNS-STUDENT-NUMBER     PIC X(6).
           02 PNS-COURSE-CODE        PIC X(7).
           02 PNS-COURSE-AVERAGE     PIC X(3).
           02 FILLER                 PIC X(92).
           02 PNS-TERM-CODE          PIC X(6).
           02 PNS-AUTH-CODE          PIC X(8).

       FD POSTING-REPORT-FILE.
       01 POSTING-LINE               PIC X(90).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-RST-FLG            PIC X    VALUE 'N'.
           05 EOF-MST-FLG            PIC X    VALUE 'N'.
           05 EOF-GRD-FLG            PIC X    VALUE 'N'.
           05 EOF-EXC-FLG            PIC X    VALUE 'N'.
           05 EOF-PND-FLG            PIC X    VALUE 'N'.
           05 WS-COURSE-INDEX        PIC 9(3) VALUE 0.
           05 WS-GRADE-WORK          PIC 9(3) VALUE 0.

       01 WS-MASTER-STATUS           PIC XX.
       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-ROSTER-STATUS           PIC XX.
       01 WS-TRAN-STATUS             PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).

      * run-control scan fields -- the latest entry on the log for the
      * predecessor program and this term decides whether we may run
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-PRED-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-PRED-EVENT          PIC X(5) VALUE SPACES.
           05 WS-PRED-STATUS         PIC X(8) VALUE SPACES.

      * grades run 000 through 100
       01 WS-HIGHEST-GRADE           PIC 9(3) VALUE 100.

      * one entry per roster header in file order -- the subscript is
      * the roster number carried on every staged line and exception
      * (cap 500, job stops rather than truncates if that is ever not
      * enough).  a second roster for a course/term already read is
      * kept for the report but none of its lines are posted
       01 WS-RST-COUNT               PIC 9(3) VALUE 0.
       01 WS-RST-TABLE.
           05 WS-RST-ENTRY           OCCURS 500 TIMES.
               10 WS-RST-KEY.
                   15 WS-RST-COURSE  PIC X(7).
                   15 WS-RST-TERM    PIC X(6).
               10 WS-RST-INSTRUCTOR  PIC X(6).
               10 WS-RST-DUP-SW      PIC X(1).
               10 WS-RST-LINES       PIC 9(5).
               10 WS-RST-POSTED      PIC 9(5).
               10 WS-RST-UNCHANGED   PIC 9(5).
               10 WS-RST-NOT-ENROLL  PIC 9(5).
               10 WS-RST-NO-GRADE    PIC 9(5).
               10 WS-RST-BAD-GRADE   PIC 9(5).
               10 WS-RST-DUP-LINE    PIC 9(5).
       01 WS-RST-SUB                 PIC 9(3) VALUE 0.
       01 WS-RST-FOUND               PIC 9(3) VALUE 0.
       01 WS-RST-CURRENT             PIC 9(3) VALUE 0.
       01 WS-RST-LOOKUP.
           05 WS-RST-LOOKUP-COURSE   PIC X(7).
           05 WS-RST-LOOKUP-TERM     PIC X(6).

      * match keys -- HIGH-VALUES stands in for end of file on either
      * stream
       01 WS-MST-KEY.
           05 WS-MST-STUDENT         PIC X(6).
           05 WS-MST-TERM            PIC X(6).
       01 WS-GRD-KEY.
           05 WS-GRD-STUDENT         PIC X(6).
           05 WS-GRD-TERM            PIC X(6).
       01 WS-PREV-GRD-LINE           PIC X(19) VALUE SPACES.
       01 WS-THIS-GRD-LINE.
           05 WS-THIS-GRD-KEY        PIC X(12) VALUE SPACES.
           05 WS-THIS-GRD-COURSE     PIC X(7)  VALUE SPACES.

      * the grade lines for the master record being posted, with a
      * switch set once a line finds its course in one of the slots
      * (cap 20 distinct courses per student/term)
       01 WS-LIN-COUNT               PIC 9(3) VALUE 0.
       01 WS-LIN-TABLE.
           05 WS-LIN-ENTRY           OCCURS 20 TIMES.
               10 WS-LIN-COURSE      PIC X(7).
               10 WS-LIN-GRADE       PIC X(3).
               10 WS-LIN-ROSTER      PIC 9(3).
       01 WS-LIN-SUB                 PIC 9(3) VALUE 0.
       01 WS-LIN-FOUND-SW            PIC X    VALUE 'N'.
       01 WS-SLOT-FOUND-SW           PIC X    VALUE 'N'.

      * the newest grade GRDTRAN.txt still holds for the master update
      * for each student/term/course, in key order -- a queued grade
      * stands in for the one on the master when a roster line is
      * compared (cap 5000, job stops rather than truncates if that
      * is ever not enough)
       01 WS-PND-COUNT               PIC 9(5) VALUE 0.
       01 WS-PND-TABLE.
           05 WS-PND-ENTRY           OCCURS 0 TO 5000 TIMES
                                     DEPENDING ON WS-PND-COUNT
                                     ASCENDING KEY IS WS-PND-KEY
                                     INDEXED BY PND-IDX.
               10 WS-PND-KEY.
                   15 WS-PND-STUDENT PIC X(6).
                   15 WS-PND-TERM    PIC X(6).
                   15 WS-PND-COURSE  PIC X(7).
               10 WS-PND-AVERAGE     PIC X(3).
       01 WS-PND-LOOKUP.
           05 WS-PND-LOOKUP-STUDENT  PIC X(6).
           05 WS-PND-LOOKUP-TERM     PIC X(6).
           05 WS-PND-LOOKUP-COURSE   PIC X(7).
       01 WS-ON-FILE-AVERAGE         PIC X(3) VALUE SPACES.

       01 WS-POST-TOTALS.
           05 WS-ROSTER-LINE-COUNTER PIC 9(5) VALUE 0.
           05 WS-POSTED-COUNTER      PIC 9(5) VALUE 0.
           05 WS-EXCEPTION-COUNTER   PIC 9(5) VALUE 0.
           05 WS-TRAN-COUNTER        PIC 9(5) VALUE 0.

       01 POSTING-REPORT-HEADER.
           05 FILLER                 PIC X(33)
              VALUE 'GRADE ROSTER POSTING     RUN DATE'.
           05 FILLER                 PIC X(2)  VALUE ': '.
           05 PRH-RUN-DATE           PIC X(8).

       01 ROSTER-HEADER-LINE.
           05 FILLER                 PIC X(8)  VALUE 'ROSTER: '.
           05 RHL-COURSE             PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'TERM: '.
           05 RHL-TERM               PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'INSTRUCTOR: '.
           05 RHL-INSTRUCTOR         PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RHL-NOTE               PIC X(30).

       01 ROSTER-COLUMN-HEADER.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'GRADE'.
           05 FILLER                 PIC X(20) VALUE 'EXCEPTION'.

       01 ROSTER-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 RDL-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 RDL-GRADE              PIC X(3).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 RDL-REASON             PIC X(20).

       01 ROSTER-TOTAL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'LINES: '.
           05 RTL-LINES              PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'POSTED: '.
           05 RTL-POSTED             PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'UNCHANGED: '.
           05 RTL-UNCHANGED          PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'DUPLICATE: '.
           05 RTL-DUP-LINE           PIC ZZZZ9.

       01 ROSTER-TOTAL-LINE-2.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'NOT ENROLLED: '.
           05 RTL-NOT-ENROLL         PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'NO GRADE: '.
           05 RTL-NO-GRADE           PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'OUT OF RANGE: '.
           05 RTL-BAD-GRADE          PIC ZZZZ9.

       01 POSTING-TOTAL-LINE.
           05 FILLER                 PIC X(9)  VALUE 'ROSTERS: '.
           05 PTL-ROSTERS            PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'LINES: '.
           05 PTL-LINES              PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'POSTED: '.
           05 PTL-POSTED             PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'EXCEPTIONS: '.
           05 PTL-EXCEPTIONS         PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'TRANSACTIONS: '.
           05 PTL-TRANS              PIC ZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 100-INITIATE-FILES.
           PERFORM 300-MATCH-GRADES
               UNTIL WS-MST-KEY = HIGH-VALUES
                 AND WS-GRD-KEY = HIGH-VALUES.
           PERFORM 500-WRITE-POSTING-REPORT.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * grade posting only needs the run date and expected term from
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
      * the enrollment check reads the keyed master, so refuse to
      * start until stuload's latest run-control entry for this term
      * is a clean END
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
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR STULOAD AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: STULOAD DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
       044-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'STULOAD'
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
                       MOVE RCT-STATUS TO WS-PRED-STATUS
                   END-IF
           END-READ.
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'GRDPOST' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * read every roster, staging the good lines and writing the bad
      * ones straight to the exception work file, then sort the staged
      * grades into master key order and prime both streams.  grades
      * still queued from earlier runs are loaded first, before the
      * queue is opened to be added to
       100-INITIATE-FILES.
           OPEN INPUT ROSTER-INPUT-FILE.
           IF WS-ROSTER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN GRADE_ROSTER.txt, FILE "
               DISPLAY "STATUS " WS-ROSTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT GRADE-STAGE-FILE.
           OPEN OUTPUT EXCEPTION-WORK-FILE.
           PERFORM 110-READ-ROSTER-LINE UNTIL EOF-RST-FLG = 'Y'.
           CLOSE ROSTER-INPUT-FILE.
           CLOSE GRADE-STAGE-FILE.
           SORT SORT-GRADE-FILE
               ON ASCENDING KEY SGR-STUDENT-NUMBER
                                SGR-TERM-CODE
                                SGR-COURSE-CODE
               USING GRADE-STAGE-FILE
               GIVING GRADE-SORTED-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN STUMAST.DAT, FILE STATUS "
                   WS-MASTER-STATUS
               DISPLAY "RUN THE MASTER LOAD FIRST"
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-SORTED-FILE.
           OPEN INPUT TRAN-OUTPUT-FILE.
           IF WS-TRAN-STATUS = '00'
               CLOSE TRAN-OUTPUT-FILE
               SORT SORT-PENDING-FILE
                   ON ASCENDING KEY SPN-STUDENT-NUMBER
                                    SPN-TERM-CODE
                                    SPN-COURSE-CODE
                   WITH DUPLICATES IN ORDER
                   USING TRAN-OUTPUT-FILE
                   GIVING PENDING-SORTED-FILE
               OPEN INPUT PENDING-SORTED-FILE
               PERFORM 160-LOAD-PENDING UNTIL EOF-PND-FLG = 'Y'
               CLOSE PENDING-SORTED-FILE
           END-IF.
           OPEN EXTEND TRAN-OUTPUT-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               OPEN OUTPUT TRAN-OUTPUT-FILE
           END-IF.
           PERFORM 200-READ-MASTER.
           PERFORM 210-READ-GRADE.
       110-READ-ROSTER-LINE.
           READ ROSTER-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-RST-FLG
               NOT AT END
                   EVALUATE RSH-RECORD-TYPE
                       WHEN 'H'
                           PERFORM 120-OPEN-ROSTER
                       WHEN 'D'
                           PERFORM 130-STAGE-ROSTER-LINE
                       WHEN OTHER
                           IF ROSTER-HEADER-RECORD NOT = SPACES
                               DISPLAY "FATAL: GRADE_ROSTER.txt HAS A "
                                   "LINE THAT IS NEITHER H NOR D"
                               STOP RUN
                           END-IF
                   END-EVALUATE
           END-READ.
      * a roster for a course/term already read is flagged so its
      * lines are counted and reported but never posted
       120-OPEN-ROSTER.
           IF WS-RST-COUNT = 500
               DISPLAY "FATAL: GRADE_ROSTER.txt HAS MORE THAN 500 "
               DISPLAY "ROSTERS -- WS-RST-TABLE IS FULL, "
               DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
               STOP RUN
           END-IF.
           MOVE RSH-COURSE-CODE TO WS-RST-LOOKUP-COURSE.
           MOVE RSH-TERM-CODE TO WS-RST-LOOKUP-TERM.
           PERFORM 140-FIND-ROSTER.
           ADD 1 TO WS-RST-COUNT.
           MOVE WS-RST-COUNT TO WS-RST-CURRENT.
           MOVE RSH-COURSE-CODE TO WS-RST-COURSE(WS-RST-CURRENT).
           MOVE RSH-TERM-CODE TO WS-RST-TERM(WS-RST-CURRENT).
           MOVE RSH-INSTRUCTOR-ID TO WS-RST-INSTRUCTOR(WS-RST-CURRENT).
           IF WS-RST-FOUND > 0
               MOVE 'Y' TO WS-RST-DUP-SW(WS-RST-CURRENT)
           ELSE
               MOVE 'N' TO WS-RST-DUP-SW(WS-RST-CURRENT)
           END-IF.
           MOVE 0 TO WS-RST-LINES(WS-RST-CURRENT).
           MOVE 0 TO WS-RST-POSTED(WS-RST-CURRENT).
           MOVE 0 TO WS-RST-UNCHANGED(WS-RST-CURRENT).
           MOVE 0 TO WS-RST-NOT-ENROLL(WS-RST-CURRENT).
           MOVE 0 TO WS-RST-NO-GRADE(WS-RST-CURRENT).
           MOVE 0 TO WS-RST-BAD-GRADE(WS-RST-CURRENT).
           MOVE 0 TO WS-RST-DUP-LINE(WS-RST-CURRENT).
      * a grade must be three digits no higher than the top grade --
      * anything else is reported and left off the master
       130-STAGE-ROSTER-LINE.
           IF WS-RST-CURRENT = 0
               DISPLAY "FATAL: GRADE_ROSTER.txt HAS A STUDENT LINE "
               DISPLAY "BEFORE ANY ROSTER HEADER"
               STOP RUN
           END-IF.
           ADD 1 TO WS-ROSTER-LINE-COUNTER.
           ADD 1 TO WS-RST-LINES(WS-RST-CURRENT).
           IF WS-RST-DUP-SW(WS-RST-CURRENT) NOT = 'Y'
               IF RSD-GRADE NUMERIC
                   MOVE RSD-GRADE TO WS-GRADE-WORK
               ELSE
                   MOVE 999 TO WS-GRADE-WORK
               END-IF
               IF WS-GRADE-WORK > WS-HIGHEST-GRADE
                   ADD 1 TO WS-RST-BAD-GRADE(WS-RST-CURRENT)
                   MOVE WS-RST-CURRENT TO EXW-ROSTER-NUMBER
                   MOVE RSD-STUDENT-NUMBER TO EXW-STUDENT-NUMBER
                   MOVE RSD-GRADE TO EXW-GRADE
                   MOVE 'GRADE OUT OF RANGE' TO EXW-REASON
                   PERFORM 150-WRITE-EXCEPTION
               ELSE
                   MOVE RSD-STUDENT-NUMBER TO GSG-STUDENT-NUMBER
                   MOVE WS-RST-TERM(WS-RST-CURRENT) TO GSG-TERM-CODE
                   MOVE WS-RST-COURSE(WS-RST-CURRENT)
                     TO GSG-COURSE-CODE
                   MOVE RSD-GRADE TO GSG-GRADE
                   MOVE WS-RST-CURRENT TO GSG-ROSTER-NUMBER
                   WRITE GRADE-STAGE-RECORD
               END-IF
           END-IF.
      * serial scan of the rosters read so far for a course/term --
      * duplicates never match, so WS-RST-FOUND is the one posting
      * roster or zero
       140-FIND-ROSTER.
           MOVE 0 TO WS-RST-FOUND.
           PERFORM 145-CHECK-ONE-ROSTER
               VARYING WS-RST-SUB FROM 1 BY 1
               UNTIL WS-RST-SUB > WS-RST-COUNT
                  OR WS-RST-FOUND > 0.
       145-CHECK-ONE-ROSTER.
           IF WS-RST-KEY(WS-RST-SUB) = WS-RST-LOOKUP
              AND WS-RST-DUP-SW(WS-RST-SUB) NOT = 'Y'
               MOVE WS-RST-SUB TO WS-RST-FOUND
           END-IF.
       150-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNTER.
           WRITE EXCEPTION-WORK-RECORD.
      * a later grade queued for the same student/term/course replaces
      * the earlier one, as it will when the master update posts them
       160-LOAD-PENDING.
           READ PENDING-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-PND-FLG
               NOT AT END
                   IF PNS-ACTION = 'G'
                       PERFORM 165-KEEP-PENDING-GRADE
                   END-IF
           END-READ.
       165-KEEP-PENDING-GRADE.
           MOVE PNS-STUDENT-NUMBER TO WS-PND-LOOKUP-STUDENT.
           MOVE PNS-TERM-CODE TO WS-PND-LOOKUP-TERM.
           MOVE PNS-COURSE-CODE TO WS-PND-LOOKUP-COURSE.
           IF WS-PND-COUNT > 0
               IF WS-PND-KEY(WS-PND-COUNT) = WS-PND-LOOKUP
                   MOVE PNS-COURSE-AVERAGE
                     TO WS-PND-AVERAGE(WS-PND-COUNT)
               ELSE
                   PERFORM 167-ADD-PENDING-GRADE
               END-IF
           ELSE
               PERFORM 167-ADD-PENDING-GRADE
           END-IF.
       167-ADD-PENDING-GRADE.
           IF WS-PND-COUNT = 5000
               DISPLAY "FATAL: GRDTRAN.txt HAS MORE THAN 5000 "
               DISPLAY "QUEUED GRADES -- WS-PND-TABLE IS FULL, "
               DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
               CLOSE PENDING-SORTED-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PND-COUNT.
           MOVE WS-PND-LOOKUP TO WS-PND-KEY(WS-PND-COUNT).
           MOVE PNS-COURSE-AVERAGE TO WS-PND-AVERAGE(WS-PND-COUNT).
       200-READ-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO EOF-MST-FLG
                   MOVE HIGH-VALUES TO WS-MST-KEY
               NOT AT END
                   MOVE STM-MASTER-KEY TO WS-MST-KEY
           END-READ.
       210-READ-GRADE.
           READ GRADE-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-GRD-FLG
                   MOVE HIGH-VALUES TO WS-GRD-KEY
               NOT AT END
                   MOVE GRS-KEY TO WS-GRD-KEY
           END-READ.
      * a grade line whose student/term sorts ahead of the master has
      * no enrollment at all; otherwise post the master record with
      * whatever lines belong to it -- possibly none, which still
      * has to be checked for rostered courses left ungraded
       300-MATCH-GRADES.
           IF WS-GRD-KEY < WS-MST-KEY
               PERFORM 310-REJECT-NOT-ENROLLED
               PERFORM 210-READ-GRADE
           ELSE
               PERFORM 330-POST-MASTER-RECORD
           END-IF.
       310-REJECT-NOT-ENROLLED.
           MOVE GRS-KEY TO WS-THIS-GRD-KEY.
           MOVE GRS-COURSE-CODE TO WS-THIS-GRD-COURSE.
           IF WS-THIS-GRD-LINE = WS-PREV-GRD-LINE
               MOVE 'DUPLICATE LINE' TO EXW-REASON
               ADD 1 TO WS-RST-DUP-LINE(GRS-ROSTER-NUMBER)
           ELSE
               MOVE 'NOT ENROLLED' TO EXW-REASON
               ADD 1 TO WS-RST-NOT-ENROLL(GRS-ROSTER-NUMBER)
           END-IF.
           MOVE WS-THIS-GRD-LINE TO WS-PREV-GRD-LINE.
           MOVE GRS-ROSTER-NUMBER TO EXW-ROSTER-NUMBER.
           MOVE GRS-STUDENT-NUMBER TO EXW-STUDENT-NUMBER.
           MOVE GRS-GRADE TO EXW-GRADE.
           PERFORM 150-WRITE-EXCEPTION.
      * gather this student/term's grade lines, post each one into
      * its course's slot, and flag rostered courses with no line
       330-POST-MASTER-RECORD.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 335-COLLECT-GRADE-LINE
               UNTIL WS-GRD-KEY NOT = WS-MST-KEY.
           PERFORM 340-POST-ONE-LINE
               VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > WS-LIN-COUNT.
           PERFORM 350-CHECK-UNGRADED-SLOT
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX > 5.
           PERFORM 200-READ-MASTER.
      * the same student twice on one roster keeps the first line
       335-COLLECT-GRADE-LINE.
           MOVE GRS-KEY TO WS-THIS-GRD-KEY.
           MOVE GRS-COURSE-CODE TO WS-THIS-GRD-COURSE.
           IF WS-THIS-GRD-LINE = WS-PREV-GRD-LINE
               ADD 1 TO WS-RST-DUP-LINE(GRS-ROSTER-NUMBER)
               MOVE GRS-ROSTER-NUMBER TO EXW-ROSTER-NUMBER
               MOVE GRS-STUDENT-NUMBER TO EXW-STUDENT-NUMBER
               MOVE GRS-GRADE TO EXW-GRADE
               MOVE 'DUPLICATE LINE' TO EXW-REASON
               PERFORM 150-WRITE-EXCEPTION
           ELSE
               IF WS-LIN-COUNT = 20
                   DISPLAY "FATAL: STUDENT " GRS-STUDENT-NUMBER
                       " TERM " GRS-TERM-CODE " IS ON MORE THAN 20 "
                   DISPLAY "ROSTERS -- INCREASE THE OCCURS BOUND AND "
                   DISPLAY "RECOMPILE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LIN-COUNT
               MOVE GRS-COURSE-CODE TO WS-LIN-COURSE(WS-LIN-COUNT)
               MOVE GRS-GRADE TO WS-LIN-GRADE(WS-LIN-COUNT)
               MOVE GRS-ROSTER-NUMBER TO WS-LIN-ROSTER(WS-LIN-COUNT)
           END-IF.
           MOVE WS-THIS-GRD-LINE TO WS-PREV-GRD-LINE.
           PERFORM 210-READ-GRADE.
       340-POST-ONE-LINE.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 345-POST-INTO-SLOT
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX > 5
                  OR WS-SLOT-FOUND-SW = 'Y'.
           IF WS-SLOT-FOUND-SW = 'N'
               ADD 1 TO WS-RST-NOT-ENROLL(WS-LIN-ROSTER(WS-LIN-SUB))
               MOVE WS-LIN-ROSTER(WS-LIN-SUB) TO EXW-ROSTER-NUMBER
               MOVE STM-STUDENT-NUMBER TO EXW-STUDENT-NUMBER
               MOVE WS-LIN-GRADE(WS-LIN-SUB) TO EXW-GRADE
               MOVE 'NOT ENROLLED' TO EXW-REASON
               PERFORM 150-WRITE-EXCEPTION
           END-IF.
      * only the matching course's average slot is touched, and a
      * grade that moves is queued for the master update.  what the
      * grade moves from is the newest one still queued for the
      * course, or the master's when nothing is
       345-POST-INTO-SLOT.
           IF STM-COURSE-CODE(WS-COURSE-INDEX)
                = WS-LIN-COURSE(WS-LIN-SUB)
               MOVE 'Y' TO WS-SLOT-FOUND-SW
               PERFORM 347-FIND-ON-FILE-GRADE
               IF WS-ON-FILE-AVERAGE = WS-LIN-GRADE(WS-LIN-SUB)
                   ADD 1 TO WS-RST-UNCHANGED(WS-LIN-ROSTER(WS-LIN-SUB))
               ELSE
                   MOVE WS-LIN-GRADE(WS-LIN-SUB)
                     TO STM-COURSE-AVERAGE(WS-COURSE-INDEX)
                   PERFORM 360-WRITE-GRADE-TRAN
                   ADD 1 TO WS-RST-POSTED(WS-LIN-ROSTER(WS-LIN-SUB))
                   ADD 1 TO WS-POSTED-COUNTER
               END-IF
           END-IF.
       347-FIND-ON-FILE-GRADE.
           MOVE STM-COURSE-AVERAGE(WS-COURSE-INDEX)
             TO WS-ON-FILE-AVERAGE.
           MOVE STM-STUDENT-NUMBER TO WS-PND-LOOKUP-STUDENT.
           MOVE STM-TERM-CODE TO WS-PND-LOOKUP-TERM.
           MOVE STM-COURSE-CODE(WS-COURSE-INDEX)
             TO WS-PND-LOOKUP-COURSE.
           SEARCH ALL WS-PND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PND-KEY(PND-IDX) = WS-PND-LOOKUP
                   MOVE WS-PND-AVERAGE(PND-IDX) TO WS-ON-FILE-AVERAGE
           END-SEARCH.
      * an enrolled course with a roster this run but no line for the
      * student on it
       350-CHECK-UNGRADED-SLOT.
           IF STM-COURSE-CODE(WS-COURSE-INDEX) NOT = SPACES
               MOVE STM-COURSE-CODE(WS-COURSE-INDEX)
                 TO WS-RST-LOOKUP-COURSE
               MOVE STM-TERM-CODE TO WS-RST-LOOKUP-TERM
               PERFORM 140-FIND-ROSTER
               IF WS-RST-FOUND > 0
                   MOVE 'N' TO WS-LIN-FOUND-SW
                   PERFORM 355-CHECK-ONE-LINE
                       VARYING WS-LIN-SUB FROM 1 BY 1
                       UNTIL WS-LIN-SUB > WS-LIN-COUNT
                          OR WS-LIN-FOUND-SW = 'Y'
                   IF WS-LIN-FOUND-SW = 'N'
                       ADD 1 TO WS-RST-NO-GRADE(WS-RST-FOUND)
                       MOVE WS-RST-FOUND TO EXW-ROSTER-NUMBER
                       MOVE STM-STUDENT-NUMBER TO EXW-STUDENT-NUMBER
                       MOVE SPACES TO EXW-GRADE
                       MOVE 'ENROLLED, NO GRADE' TO EXW-REASON
                       PERFORM 150-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       355-CHECK-ONE-LINE.
           IF WS-LIN-COURSE(WS-LIN-SUB)
                = STM-COURSE-CODE(WS-COURSE-INDEX)
               MOVE 'Y' TO WS-LIN-FOUND-SW
           END-IF.
      * one grade, authorized by the instructor whose roster moved it
       360-WRITE-GRADE-TRAN.
           MOVE SPACES TO TRAN-OUTPUT-RECORD.
           MOVE 'G' TO TRO-ACTION.
           MOVE STM-STUDENT-NUMBER TO TRO-STUDENT-NUMBER.
           MOVE STM-COURSE-CODE(WS-COURSE-INDEX) TO TRO-COURSE-CODE.
           MOVE WS-LIN-GRADE(WS-LIN-SUB) TO TRO-COURSE-AVERAGE.
           MOVE STM-TERM-CODE TO TRO-TERM-CODE.
           MOVE WS-RST-INSTRUCTOR(WS-LIN-ROSTER(WS-LIN-SUB))
             TO TRO-AUTH-CODE.
           WRITE TRAN-OUTPUT-RECORD.
           ADD 1 TO WS-TRAN-COUNTER.
      * the posting report -- every roster in the order it was read,
      * its exceptions in student order, then its counts
       500-WRITE-POSTING-REPORT.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE GRADE-SORTED-FILE.
           CLOSE TRAN-OUTPUT-FILE.
           CLOSE EXCEPTION-WORK-FILE.
           SORT SORT-EXCEPTION-FILE
               ON ASCENDING KEY SEX-ROSTER-NUMBER
                                SEX-STUDENT-NUMBER
               USING EXCEPTION-WORK-FILE
               GIVING EXCEPTION-SORTED-FILE.
           OPEN INPUT EXCEPTION-SORTED-FILE.
           OPEN OUTPUT POSTING-REPORT-FILE.
           MOVE WS-RUN-DATE TO PRH-RUN-DATE.
           MOVE POSTING-REPORT-HEADER TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM 520-READ-EXCEPTION.
           PERFORM 510-REPORT-ONE-ROSTER
               VARYING WS-RST-SUB FROM 1 BY 1
               UNTIL WS-RST-SUB > WS-RST-COUNT.
           CLOSE EXCEPTION-SORTED-FILE.
       510-REPORT-ONE-ROSTER.
           MOVE SPACES TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE WS-RST-COURSE(WS-RST-SUB) TO RHL-COURSE.
           MOVE WS-RST-TERM(WS-RST-SUB) TO RHL-TERM.
           MOVE WS-RST-INSTRUCTOR(WS-RST-SUB) TO RHL-INSTRUCTOR.
           IF WS-RST-DUP-SW(WS-RST-SUB) = 'Y'
               MOVE 'DUPLICATE ROSTER - NOT POSTED' TO RHL-NOTE
           ELSE
               MOVE SPACES TO RHL-NOTE
           END-IF.
           MOVE ROSTER-HEADER-LINE TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE ROSTER-COLUMN-HEADER TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM 530-WRITE-EXCEPTION-LINE
               UNTIL EXS-ROSTER-NUMBER NOT = WS-RST-SUB.
           MOVE WS-RST-LINES(WS-RST-SUB) TO RTL-LINES.
           MOVE WS-RST-POSTED(WS-RST-SUB) TO RTL-POSTED.
           MOVE WS-RST-UNCHANGED(WS-RST-SUB) TO RTL-UNCHANGED.
           MOVE WS-RST-DUP-LINE(WS-RST-SUB) TO RTL-DUP-LINE.
           MOVE ROSTER-TOTAL-LINE TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE WS-RST-NOT-ENROLL(WS-RST-SUB) TO RTL-NOT-ENROLL.
           MOVE WS-RST-NO-GRADE(WS-RST-SUB) TO RTL-NO-GRADE.
           MOVE WS-RST-BAD-GRADE(WS-RST-SUB) TO RTL-BAD-GRADE.
           MOVE ROSTER-TOTAL-LINE-2 TO POSTING-LINE.
           WRITE POSTING-LINE.
      * roster number 999 marks end of file -- no roster gets that far
       520-READ-EXCEPTION.
           READ EXCEPTION-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-EXC-FLG
                   MOVE 999 TO EXS-ROSTER-NUMBER
           END-READ.
       530-WRITE-EXCEPTION-LINE.
           MOVE EXS-STUDENT-NUMBER TO RDL-STUDENT-NUMBER.
           MOVE EXS-GRADE TO RDL-GRADE.
           MOVE EXS-REASON TO RDL-REASON.
           MOVE ROSTER-DETAIL-LINE TO POSTING-LINE.
           WRITE POSTING-LINE.
           PERFORM 520-READ-EXCEPTION.
       900-FINISH-RUN.
           MOVE SPACES TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE WS-RST-COUNT TO PTL-ROSTERS.
           MOVE WS-ROSTER-LINE-COUNTER TO PTL-LINES.
           MOVE WS-POSTED-COUNTER TO PTL-POSTED.
           MOVE WS-EXCEPTION-COUNTER TO PTL-EXCEPTIONS.
           MOVE WS-TRAN-COUNTER TO PTL-TRANS.
           MOVE POSTING-TOTAL-LINE TO POSTING-LINE.
           WRITE POSTING-LINE.
           CLOSE POSTING-REPORT-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----GRADE POSTING COMPLETE----".
           DISPLAY "ROSTERS READ:    " WS-RST-COUNT.
           DISPLAY "ROSTER LINES:    " WS-ROSTER-LINE-COUNTER.
           DISPLAY "GRADES POSTED:   " WS-POSTED-COUNTER.
           DISPLAY "EXCEPTIONS:      " WS-EXCEPTION-COUNTER.
           DISPLAY "TRANSACTIONS:    " WS-TRAN-COUNTER.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
      * grade transaction count so the operator report can see it
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'GRDPOST' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           MOVE 'COMPLETE' TO RCT-STATUS.
           MOVE WS-TRAN-COUNTER TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM grdpost.
