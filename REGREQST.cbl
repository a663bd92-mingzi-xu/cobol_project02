      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: registration request processing -- reads the course
      *          requests in REGREQ.txt (student, term, course and the
      *          time the request was made) together with last run's
      *          waitlist, and grants seats strictly in request-time
      *          order against CAPACITY.txt, the enrollment already
      *          on the keyed student master and the enrollments still
      *          queued on REGTRAN.txt from earlier runs, which also
      *          count as already enrolled.  a student on the
      *          registration hold extract COLLECTS leaves behind, or
      *          one who has not passed every prerequisite PREREQ.txt
      *          lists for the course, is refused.  every granted
      *          course is queued on REGTRAN.txt as an 'E' transaction
      *          that the next master update puts into the first empty
      *          slot of the student's term record, behind an 'A' of
      *          the bare term record when the student has none yet;
      *          the queue is appended to until a promoted master
      *          update has taken its records, and GENPROMO then drops
      *          them from the front of it.  every refusal lands on
      *          the denial report with its reason, and a request for
      *          a full section goes onto WAITLIST_NEW.txt, closed by a
      *          count and student number hash trailer and promoted
      *          through GENPROMO, so it is tried again, ahead of
      *          newer requests, on the next run after drops have
      *          opened seats
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. regreqst.

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
           SELECT REQUEST-INPUT-FILE
           ASSIGN TO "..\REGREQ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT WAITLIST-INPUT-FILE
           ASSIGN TO "..\WAITLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT REQUEST-STAGE-FILE
           ASSIGN TO "..\REGSTAGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-STAGE-FILE
           ASSIGN TO "..\SRTRSTG.TMP".
           SELECT STAGE-SORTED-FILE
           ASSIGN TO "..\RSTGSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUEST-WORK-FILE
           ASSIGN TO "..\REGWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
           ASSIGN TO "..\SRTRWRK.TMP".
           SELECT WORK-SORTED-FILE
           ASSIGN TO "..\RWRKSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE
           ASSIGN TO "..\STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CAPACITY-INPUT-FILE
           ASSIGN TO "..\CAPACITY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.
           SELECT SORT-CAPACITY-FILE
           ASSIGN TO "..\SRTRCAP.TMP".
           SELECT CAPACITY-SORTED-FILE
           ASSIGN TO "..\RCAPSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-INPUT-FILE
           ASSIGN TO "..\REGHOLD_EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SORT-HOLD-FILE
           ASSIGN TO "..\SRTHOLD.TMP".
           SELECT HOLD-SORTED-FILE
           ASSIGN TO "..\HOLDSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREREQ-INPUT-FILE
           ASSIGN TO "..\PREREQ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT SORT-PREREQ-FILE
           ASSIGN TO "..\SRTPRQ.TMP".
           SELECT PREREQ-SORTED-FILE
           ASSIGN TO "..\PRQSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAN-OUTPUT-FILE
           ASSIGN TO "..\REGTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT SORT-PENDING-FILE
           ASSIGN TO "..\SRTPND.TMP".
           SELECT PENDING-SORTED-FILE
           ASSIGN TO "..\PNDSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITLIST-NEW-FILE
           ASSIGN TO "..\WAITLIST_NEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DENIAL-REPORT-FILE
           ASSIGN TO "..\REGISTRATION_DENIALS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- ONLY THE RUN     *
      * DATE AND EXPECTED TERM   *
      * MATTER TO REGISTRATION   *
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
      * COURSE REQUESTS -- ONE   *
      * COURSE PER LINE, STAMPED *
      * YYYYMMDDHHMMSS WITH THE  *
      * TIME IT WAS MADE         *
      ****************************
       FD REQUEST-INPUT-FILE.
       01 REQUEST-INPUT-RECORD.
           02 RRQ-STUDENT-NUMBER     PIC X(6).
           02 RRQ-TERM-CODE          PIC X(6).
           02 RRQ-COURSE-CODE        PIC X(7).
           02 RRQ-REQUEST-STAMP      PIC X(14).

      ****************************
      * LAST RUN'S WAITLIST --   *
      * SAME LAYOUT AS A REQUEST,*
      * STILL CARRYING ITS       *
      * ORIGINAL REQUEST TIME;   *
      * MISSING ON THE VERY      *
      * FIRST RUN                *
      ****************************
       FD WAITLIST-INPUT-FILE.
       01 WAITLIST-INPUT-RECORD      PIC X(33).

      ****************************
      * REQUESTS AND WAITLIST    *
      * ENTRIES TOGETHER, EACH   *
      * FLAGGED WITH WHERE IT    *
      * CAME FROM                *
      ****************************
       FD REQUEST-STAGE-FILE.
       01 REQUEST-STAGE-RECORD.
           02 RSG-REQUEST-IMAGE      PIC X(33).
           02 RSG-SOURCE             PIC X(1).

      ****************************
      * SORT WORK FOR THE STAGED *
      * REQUESTS (KEYED BY STU   *
      * NUMBER, TERM, COURSE,    *
      * THEN REQUEST TIME)       *
      ****************************
       SD SORT-STAGE-FILE.
       01 SORT-STAGE-RECORD.
           02 SSG-STUDENT-NUMBER     PIC X(6).
           02 SSG-TERM-CODE          PIC X(6).
           02 SSG-COURSE-CODE        PIC X(7).
           02 SSG-REQUEST-STAMP      PIC X(14).
           02 SSG-SOURCE             PIC X(1).

       FD STAGE-SORTED-FILE.
       01 STAGE-SORTED-RECORD.
           02 STG-STUDENT-NUMBER     PIC X(6).
           02 STG-TERM-CODE          PIC X(6).
           02 STG-COURSE-CODE        PIC X(7).
           02 STG-REQUEST-STAMP      PIC X(14).
           02 STG-SOURCE             PIC X(1).

      ****************************
      * SCREENED REQUESTS -- THE *
      * VERDICT IS SPACES WHEN   *
      * THE REQUEST MAY COMPETE  *
      * FOR A SEAT               *
      ****************************
       FD REQUEST-WORK-FILE.
       01 REQUEST-WORK-RECORD.
           02 RWK-REQUEST-STAMP      PIC X(14).
           02 RWK-STUDENT-NUMBER     PIC X(6).
           02 RWK-COURSE-CODE        PIC X(7).
           02 RWK-TERM-CODE          PIC X(6).
           02 RWK-SOURCE             PIC X(1).
           02 RWK-VERDICT            PIC X(20).
           02 RWK-MISSING-PREREQ     PIC X(7).

      ****************************
      * SORT WORK FOR THE SEAT   *
      * PASS (KEYED BY REQUEST   *
      * TIME, FIRST COME FIRST   *
      * SERVED)                  *
      ****************************
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           02 SWK-REQUEST-STAMP      PIC X(14).
           02 SWK-STUDENT-NUMBER     PIC X(6).
           02 SWK-COURSE-CODE        PIC X(7).
           02 SWK-BODY               PIC X(34).

       FD WORK-SORTED-FILE.
       01 WORK-SORTED-RECORD.
           02 WKS-REQUEST-STAMP      PIC X(14).
           02 WKS-STUDENT-NUMBER     PIC X(6).
           02 WKS-COURSE-CODE        PIC X(7).
           02 WKS-TERM-CODE          PIC X(6).
           02 WKS-SOURCE             PIC X(1).
               88 WKS-FROM-WAITLIST  VALUE 'W'.
           02 WKS-VERDICT            PIC X(20).
           02 WKS-MISSING-PREREQ     PIC X(7).

      ****************************
      * KEYED STUDENT MASTER --  *
      * THE KEY LEADS THE RECORD *
      * SO SEQUENTIAL READS COME *
      * BACK A STUDENT'S TERMS   *
      * TOGETHER, IN TERM ORDER  *
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
      * SECTION CAPACITY FILE -- *
      * SEATS PER COURSE PER TERM*
      ****************************
       FD CAPACITY-INPUT-FILE.
       01 CAPACITY-INPUT-RECORD.
           02 CAP-COURSE-CODE        PIC X(7).
           02 CAP-TERM-CODE          PIC X(6).
           02 CAP-SEATS              PIC 9(5).

      ****************************
      * SORT WORK FOR CAPACITY   *
      * (KEYED LOOKUP BUILD)     *
      ****************************
       SD SORT-CAPACITY-FILE.
       01 SORT-CAPACITY-RECORD.
           02 SCP-COURSE-CODE        PIC X(7).
           02 SCP-TERM-CODE          PIC X(6).
           02 SCP-SEATS              PIC X(5).

       FD CAPACITY-SORTED-FILE.
       01 CAPACITY-SORTED-RECORD.
           02 CPS-COURSE-CODE        PIC X(7).
           02 CPS-TERM-CODE          PIC X(6).
           02 CPS-SEATS              PIC X(5).

      ****************************
      * REGISTRATION HOLDS FROM  *
      * THE COLLECTIONS RUN --   *
      * STUDENT NUMBER LEADS     *
      * EVERY DETAIL LINE        *
      ****************************
       FD HOLD-INPUT-FILE.
       01 HOLD-INPUT-LINE            PIC X(80).

      ****************************
      *  SORT WORK FOR THE HOLDS *
      *  (KEYED LOOKUP BUILD)    *
      ****************************
       SD SORT-HOLD-FILE.
       01 SORT-HOLD-RECORD.
           02 SHD-STUDENT-NUMBER     PIC X(6).
           02 SHD-BODY               PIC X(74).

       FD HOLD-SORTED-FILE.
       01 HOLD-SORTED-RECORD.
           02 HDS-STUDENT-NUMBER     PIC X(6).
           02 HDS-BODY               PIC X(74).

      ****************************
      * PREREQUISITES -- ONE     *
      * REQUIRED COURSE PER LINE,*
      * KEYED BY THE COURSE THAT *
      * REQUIRES IT              *
      ****************************
       FD PREREQ-INPUT-FILE.
       01 PREREQ-INPUT-RECORD.
           02 PRE-COURSE-CODE        PIC X(7).
           02 PRE-REQUIRED-CODE      PIC X(7).

      ****************************
      * SORT WORK FOR THE PREREQS*
      * (KEYED LOOKUP BUILD)     *
      ****************************
       SD SORT-PREREQ-FILE.
       01 SORT-PREREQ-RECORD.
           02 SPQ-COURSE-CODE        PIC X(7).
           02 SPQ-REQUIRED-CODE      PIC X(7).

       FD PREREQ-SORTED-FILE.
       01 PREREQ-SORTED-RECORD.
           02 PQS-COURSE-CODE        PIC X(7).
           02 PQS-REQUIRED-CODE      PIC X(7).

      ****************************
      * ENROLLMENT TRANSACTIONS  *
      * FOR THE MASTER UPDATE -- *
      * QUEUED BEHIND ANY NOT    *
      * YET TAKEN BY A PROMOTED  *
      * UPDATE.  AN (A)DD HOLDS  *
      * A WHOLE TERM RECORD, AN  *
      * (E)NROLL ONE COURSE SLOT *
      ****************************
       FD TRAN-OUTPUT-FILE.
       01 TRAN-OUTPUT-RECORD.
           02 TRO-ACTION             PIC X(1).
           02 TRO-STUDENT-IMAGE.
             03 FILLER               PIC X(58).
             03 TRO-COURSE-DATA.
               04 TRO-COURSES        OCCURS 5 TIMES.
                 05 TRO-COURSE-CODE  PIC X(7).
                 05 TRO-COURSE-AVG   PIC X(3).
             03 FILLER               PIC X(6).
           02 TRO-AUTH-CODE          PIC X(8).
       01 TRAN-SLOT-RECORD.
           02 TRS-ACTION             PIC X(1).
           02 TRS-STUDENT-NUMBER     PIC X(6).
           02 TRS-COURSE-CODE        PIC X(7).
           02 TRS-COURSE-AVERAGE     PIC X(3).
           02 FILLER                 PIC X(92).
           02 TRS-TERM-CODE          PIC X(6).
           02 TRS-AUTH-CODE          PIC X(8).

      ****************************
      * SORT WORK FOR WHAT IS    *
      * STILL QUEUED (KEYED BY   *
      * STU NUMBER AND TERM)     *
      ****************************
       SD SORT-PENDING-FILE.
       01 SORT-PENDING-RECORD.
           02 SPN-ACTION             PIC X(1).
           02 SPN-STUDENT-NUMBER     PIC X(6).
           02 SPN-COURSE-CODE        PIC X(7).
           02 FILLER                 PIC X(95).
           02 SPN-TERM-CODE          PIC X(6).
           02 SPN-AUTH-CODE          PIC X(8).

       FD PENDING-SORTED-FILE.
       01 PENDING-SORTED-RECORD.
           02 PNS-ACTION             PIC X(1).
           02 PNS-STUDENT-NUMBER     PIC X(6).
           02 PNS-COURSE-CODE        PIC X(7).
           02 FILLER                 PIC X(95).
           02 PNS-TERM-CODE          PIC X(6).
           02 PNS-AUTH-CODE          PIC X(8).

      ****************************
      * THE ROLLED-FORWARD       *
      * WAITLIST, ORIGINAL       *
      * REQUEST TIMES INTACT --  *
      * CLOSED BY A TRAILER OF   *
      * COUNT AND STUDENT NUMBER *
      * HASH                     *
      ****************************
       FD WAITLIST-NEW-FILE.
       01 WAITLIST-NEW-RECORD        PIC X(33).
       01 WAITLIST-NEW-TRAILER.
           02 WLT-TRL-RECORD-TYPE    PIC X(1).
           02 WLT-TRL-RECORD-COUNT   PIC 9(7).
           02 WLT-TRL-HASH-TOTAL     PIC 9(11).

      ****************************
      * EVERY REQUEST NOT        *
      * GRANTED, AND WHY         *
      ****************************
       FD DENIAL-REPORT-FILE.
       01 DENIAL-LINE                PIC X(90).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-REQ-FLG            PIC X    VALUE 'N'.
           05 EOF-WLT-FLG            PIC X    VALUE 'N'.
           05 EOF-STG-FLG            PIC X    VALUE 'N'.
           05 EOF-WRK-FLG            PIC X    VALUE 'N'.
           05 EOF-MST-FLG            PIC X    VALUE 'N'.
           05 EOF-CAP-FLG            PIC X    VALUE 'N'.
           05 EOF-HLD-FLG            PIC X    VALUE 'N'.
           05 EOF-PRQ-FLG            PIC X    VALUE 'N'.
           05 EOF-PND-FLG            PIC X    VALUE 'N'.
           05 WS-COURSE-INDEX        PIC 9(3) VALUE 0.
           05 WS-GRADE-WORK          PIC 9(3) VALUE 0.
           05 WS-HASH-STUDENT        PIC 9(6) VALUE 0.

       01 WS-MASTER-STATUS           PIC XX.
       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-REQUEST-STATUS          PIC XX.
       01 WS-WAITLIST-STATUS         PIC XX.
       01 WS-CAPACITY-STATUS         PIC XX.
       01 WS-HOLD-STATUS             PIC XX.
       01 WS-PREREQ-STATUS           PIC XX.
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

      * a prerequisite is met when its recorded average clears the
      * same line the degree audit counts as a completed course
       01 WS-PASSING-GRADE           PIC 9(3) VALUE 60.

      * new enrollments go onto the master with an empty grade
       01 WS-NO-GRADE-YET            PIC X(3) VALUE '000'.

      * flat, ascending-key capacity table with a running seat count
      * per course/term -- the master's enrollment first, then the
      * enrollments still queued for the master update, then every
      * seat this run grants (cap 5000, job stops rather than
      * truncates if that is ever not enough)
       01 WS-CAP-COUNT               PIC 9(5) VALUE 0.
       01 WS-CAP-TABLE.
         02 CAP-TABLE-ENTRY      OCCURS 0 TO 5000 TIMES
                                  DEPENDING ON WS-CAP-COUNT
                                  ASCENDING KEY IS CAP-KEY-RECORD
                                  INDEXED BY CAP-IDX.
               10 CAP-KEY-RECORD.
                   15 CAP-COURSE-RECORD    PIC X(7).
                   15 CAP-TERM-RECORD      PIC X(6).
               10 CAP-SEATS-RECORD         PIC 9(5).
               10 CAP-ENROLL-COUNT         PIC 9(5).
       01 WS-CAP-FOUND-SW            PIC X    VALUE 'N'.

       01 WS-LOOKUP-KEY.
           05 WS-LOOKUP-COURSE       PIC X(7).
           05 WS-LOOKUP-TERM         PIC X(6).

      * flat, ascending-key table of students on registration hold
      * (cap 20000, job stops rather than truncates if that is ever
      * not enough)
       01 WS-HOLD-COUNT              PIC 9(5) VALUE 0.
       01 WS-HOLD-TABLE.
         02 HOLD-TABLE-ENTRY     OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-HOLD-COUNT
                                  ASCENDING KEY IS HOLD-STUDENT-RECORD
                                  INDEXED BY HOLD-IDX.
               10 HOLD-STUDENT-RECORD      PIC X(6).
       01 WS-HOLD-FOUND-SW           PIC X    VALUE 'N'.

      * flat prerequisite table in course order (cap 5000) -- the
      * screen walks a course's rows with a serial scan
       01 WS-PRQ-COUNT               PIC 9(5) VALUE 0.
       01 WS-PRQ-TABLE.
         02 PRQ-TABLE-ENTRY      OCCURS 0 TO 5000 TIMES
                                  DEPENDING ON WS-PRQ-COUNT
                                  INDEXED BY PRQ-IDX.
               10 PRQ-COURSE-RECORD        PIC X(7).
               10 PRQ-REQUIRED-RECORD      PIC X(7).
       01 WS-PRQ-SUB                 PIC 9(5) VALUE 0.

      * what REGTRAN.txt still holds for the master update, in
      * student/term order so the screen pass can walk it alongside
      * the student/term table -- a key of HIGH-VALUES stands in for
      * the end of it (cap 5000)
       01 WS-PND-COUNT               PIC 9(5) VALUE 0.
       01 WS-PND-TABLE.
         02 PND-TABLE-ENTRY      OCCURS 0 TO 5000 TIMES
                                  DEPENDING ON WS-PND-COUNT
                                  INDEXED BY PND-IDX.
               10 PND-KEY-RECORD.
                   15 PND-STUDENT-RECORD   PIC X(6).
                   15 PND-TERM-RECORD      PIC X(6).
               10 PND-COURSE-RECORD        PIC X(7).
               10 PND-ACTION-RECORD        PIC X(1).
       01 WS-PND-SUB                 PIC 9(5) VALUE 0.
       01 WS-PND-KEY                 PIC X(12) VALUE SPACES.
       01 WS-PND-FOUND-SW            PIC X    VALUE 'N'.

      * hold areas for the student match -- a student number of
      * HIGH-VALUES stands in for end of file on either stream
       01 WS-MST-STUDENT             PIC X(6).
       01 WS-STG-HOLD.
           05 WS-STG-KEY.
               10 WS-STG-STUDENT     PIC X(6).
               10 WS-STG-TERM        PIC X(6).
               10 WS-STG-COURSE      PIC X(7).
           05 WS-STG-STAMP           PIC X(14).
           05 WS-STG-SOURCE          PIC X(1).
       01 WS-PREV-STG-KEY            PIC X(19) VALUE SPACES.
       01 WS-CURR-STUDENT            PIC X(6).

      * everything the master says about the student being screened
      * -- the terms on file, the latest name and program, and every
      * course passed in any term
       01 WS-STUDENT-WORK.
           05 WS-STU-NAME            PIC X(40).
           05 WS-STU-PROGRAM         PIC X(6).
           05 WS-STU-TERM-COUNT      PIC 9(3) VALUE 0.
           05 WS-STU-TERM-ENTRY      OCCURS 60 TIMES.
               10 WS-STU-TERM        PIC X(6).
               10 WS-STU-TUITION     PIC X(6).
               10 WS-STU-COURSE-DATA PIC X(50).
           05 WS-STU-PASSED-COUNT    PIC 9(3) VALUE 0.
           05 WS-STU-PASSED-COURSE   OCCURS 300 TIMES
                                     PIC X(7).
       01 WS-STU-SUB                 PIC 9(3) VALUE 0.
       01 WS-STU-FOUND-SW            PIC X    VALUE 'N'.
       01 WS-COLLECT-COURSE          PIC X(7) VALUE SPACES.
       01 WS-CHECK-COURSE            PIC X(7) VALUE SPACES.

      * one entry per student/term that has a request this run,
      * built in key order by the screen pass so the seat pass can
      * binary-search it -- the image starts as the term's master
      * record (or a fresh term for the student) and every granted
      * course fills its next empty slot, marked as granted this run
      * (cap 5000)
       01 WS-LOD-COUNT               PIC 9(5) VALUE 0.
       01 WS-LOD-TABLE.
         02 LOD-TABLE-ENTRY      OCCURS 0 TO 5000 TIMES
                                  DEPENDING ON WS-LOD-COUNT
                                  ASCENDING KEY IS LOD-KEY-RECORD
                                  INDEXED BY LOD-IDX.
               10 LOD-KEY-RECORD.
                   15 LOD-STUDENT-RECORD   PIC X(6).
                   15 LOD-TERM-RECORD      PIC X(6).
               10 LOD-EXISTS-SW            PIC X(1).
               10 LOD-GRANTED-COUNT        PIC 9(1).
               10 LOD-GRANTED-SLOTS.
                   15 LOD-SLOT-GRANTED     PIC X(1) OCCURS 5 TIMES.
               10 LOD-IMAGE.
                   15 LOD-STUDENT-NUMBER   PIC X(6).
                   15 LOD-TUITION-OWED     PIC X(6).
                   15 LOD-STUDENT-NAME     PIC X(40).
                   15 LOD-PROGRAM          PIC X(6).
                   15 LOD-COURSE-DATA.
                     20 LOD-COURSES        OCCURS 5 TIMES.
                       25 LOD-COURSE-CODE  PIC X(7).
                       25 LOD-COURSE-AVG   PIC X(3).
                   15 LOD-TERM-CODE        PIC X(6).
       01 WS-LOD-SUB                 PIC 9(5) VALUE 0.
       01 WS-LOD-KEY.
           05 WS-LOD-STUDENT         PIC X(6).
           05 WS-LOD-TERM            PIC X(6).
       01 WS-EMPTY-SLOT              PIC 9(1) VALUE 0.

      * the slot view of a course-data block being searched
       01 WS-SLOT-DATA.
           05 WS-SLOT-ENTRY          OCCURS 5 TIMES.
               10 WS-SLOT-COURSE     PIC X(7).
               10 WS-SLOT-AVERAGE    PIC X(3).

       01 WS-VERDICT                 PIC X(20) VALUE SPACES.
       01 WS-MISSING-PREREQ          PIC X(7)  VALUE SPACES.

       01 WS-REG-TOTALS.
           05 WS-REQUEST-COUNTER     PIC 9(5) VALUE 0.
           05 WS-CARRIED-COUNTER     PIC 9(5) VALUE 0.
           05 WS-GRANTED-COUNTER     PIC 9(5) VALUE 0.
           05 WS-PROMOTED-COUNTER    PIC 9(5) VALUE 0.
           05 WS-WAITLISTED-COUNTER  PIC 9(5) VALUE 0.
           05 WS-DENIED-COUNTER      PIC 9(5) VALUE 0.
           05 WS-TRAN-COUNTER        PIC 9(5) VALUE 0.
           05 WS-QUEUED-COUNTER      PIC 9(5) VALUE 0.
           05 WS-WAITLIST-NEW-HASH   PIC 9(11) VALUE 0.

       01 DENIAL-REPORT-HEADER.
           05 FILLER                 PIC X(33)
              VALUE 'REGISTRATION DENIALS     RUN DATE'.
           05 FILLER                 PIC X(2)  VALUE ': '.
           05 DRH-RUN-DATE           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'TERM:'.
           05 DRH-TERM               PIC X(6).

       01 DENIAL-COLUMN-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'TERM'.
           05 FILLER                 PIC X(9)  VALUE 'COURSE'.
           05 FILLER                 PIC X(16) VALUE 'REQUESTED'.
           05 FILLER                 PIC X(4)  VALUE 'SRC'.
           05 FILLER                 PIC X(22) VALUE 'REASON'.
           05 FILLER                 PIC X(7)  VALUE 'PREREQ'.

       01 DENIAL-DETAIL-LINE.
           05 DNL-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 DNL-TERM-CODE          PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DNL-COURSE-CODE        PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DNL-REQUEST-STAMP      PIC X(14).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DNL-SOURCE             PIC X(1).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 DNL-REASON             PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DNL-MISSING-PREREQ     PIC X(7).

       01 DENIAL-TOTAL-LINE.
           05 FILLER                 PIC X(10) VALUE 'REQUESTS: '.
           05 DNT-REQUESTS           PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'WAITLIST: '.
           05 DNT-CARRIED            PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(9)  VALUE 'GRANTED: '.
           05 DNT-GRANTED            PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'PROMOTED: '.
           05 DNT-PROMOTED           PIC ZZZZ9.

       01 DENIAL-TOTAL-LINE-2.
           05 FILLER                 PIC X(12) VALUE 'WAITLISTED: '.
           05 DNT-WAITLISTED         PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'DENIED: '.
           05 DNT-DENIED             PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'TRANSACTIONS: '.
           05 DNT-TRANS              PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'QUEUED: '.
           05 DNT-QUEUED             PIC ZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 050-STAGE-REQUESTS.
           PERFORM 100-INITIATE-FILES.
           PERFORM 300-SCREEN-STUDENT
               UNTIL WS-MST-STUDENT = HIGH-VALUES
                 AND WS-STG-STUDENT = HIGH-VALUES.
           PERFORM 400-CLOSE-SCREEN-PASS.
           PERFORM 500-ALLOCATE-SEATS.
           PERFORM 700-WRITE-TRANSACTIONS.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * registration only needs the run date and expected term from
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
      * registration enforces the holds collections writes and reads
      * the master the chain loads, so it refuses to start until
      * collects' latest run-control entry for this term is a clean
      * END -- by then the whole nightly chain has finished
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
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR COLLECTS AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: COLLECTS DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
       044-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'COLLECTS'
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
                       MOVE RCT-STATUS TO WS-PRED-STATUS
                   END-IF
           END-READ.
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'REGREQST' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * this run's requests and last run's waitlist go into one
      * staging file, each flagged with where it came from -- the
      * waitlist is simply absent on the very first run
       050-STAGE-REQUESTS.
           OPEN INPUT REQUEST-INPUT-FILE.
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN REGREQ.txt, FILE STATUS "
                   WS-REQUEST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REQUEST-STAGE-FILE.
           PERFORM 060-STAGE-ONE-REQUEST UNTIL EOF-REQ-FLG = 'Y'.
           CLOSE REQUEST-INPUT-FILE.
           OPEN INPUT WAITLIST-INPUT-FILE.
           IF WS-WAITLIST-STATUS = '00'
               PERFORM 070-STAGE-ONE-WAITLIST UNTIL EOF-WLT-FLG = 'Y'
               CLOSE WAITLIST-INPUT-FILE
           END-IF.
           CLOSE REQUEST-STAGE-FILE.
       060-STAGE-ONE-REQUEST.
           READ REQUEST-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-REQ-FLG
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNTER
                   MOVE REQUEST-INPUT-RECORD TO RSG-REQUEST-IMAGE
                   MOVE 'R' TO RSG-SOURCE
                   WRITE REQUEST-STAGE-RECORD
           END-READ.
       070-STAGE-ONE-WAITLIST.
           READ WAITLIST-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-WLT-FLG
               NOT AT END
                   ADD 1 TO WS-CARRIED-COUNTER
                   MOVE WAITLIST-INPUT-RECORD TO RSG-REQUEST-IMAGE
                   MOVE 'W' TO RSG-SOURCE
                   WRITE REQUEST-STAGE-RECORD
           END-READ.
      * load the capacity, hold and prerequisite lookups and what is
      * still queued for the master update, sort the staged requests
      * into student order, and prime the screen pass's two streams
       100-INITIATE-FILES.
           OPEN INPUT CAPACITY-INPUT-FILE.
           IF WS-CAPACITY-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN CAPACITY.txt, FILE STATUS "
                   WS-CAPACITY-STATUS
               STOP RUN
           END-IF.
           CLOSE CAPACITY-INPUT-FILE.
           SORT SORT-CAPACITY-FILE
               ON ASCENDING KEY SCP-COURSE-CODE
                                SCP-TERM-CODE
               USING CAPACITY-INPUT-FILE
               GIVING CAPACITY-SORTED-FILE.
           OPEN INPUT CAPACITY-SORTED-FILE.
           PERFORM 110-LOAD-CAPACITY UNTIL EOF-CAP-FLG = 'Y'.
           CLOSE CAPACITY-SORTED-FILE.
           OPEN INPUT HOLD-INPUT-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN REGHOLD_EXTRACT.txt, FILE "
               DISPLAY "STATUS " WS-HOLD-STATUS
               DISPLAY "RUN THE COLLECTIONS STEP FIRST"
               STOP RUN
           END-IF.
           CLOSE HOLD-INPUT-FILE.
           SORT SORT-HOLD-FILE
               ON ASCENDING KEY SHD-STUDENT-NUMBER
               USING HOLD-INPUT-FILE
               GIVING HOLD-SORTED-FILE.
           OPEN INPUT HOLD-SORTED-FILE.
           PERFORM 120-LOAD-HOLD UNTIL EOF-HLD-FLG = 'Y'.
           CLOSE HOLD-SORTED-FILE.
           OPEN INPUT PREREQ-INPUT-FILE.
           IF WS-PREREQ-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN PREREQ.txt, FILE STATUS "
                   WS-PREREQ-STATUS
               STOP RUN
           END-IF.
           CLOSE PREREQ-INPUT-FILE.
           SORT SORT-PREREQ-FILE
               ON ASCENDING KEY SPQ-COURSE-CODE
                                SPQ-REQUIRED-CODE
               USING PREREQ-INPUT-FILE
               GIVING PREREQ-SORTED-FILE.
           OPEN INPUT PREREQ-SORTED-FILE.
           PERFORM 130-LOAD-PREREQ UNTIL EOF-PRQ-FLG = 'Y'.
           CLOSE PREREQ-SORTED-FILE.
           OPEN INPUT TRAN-OUTPUT-FILE.
           IF WS-TRAN-STATUS = '00'
               CLOSE TRAN-OUTPUT-FILE
               SORT SORT-PENDING-FILE
                   ON ASCENDING KEY SPN-STUDENT-NUMBER
                                    SPN-TERM-CODE
                   USING TRAN-OUTPUT-FILE
                   GIVING PENDING-SORTED-FILE
               OPEN INPUT PENDING-SORTED-FILE
               PERFORM 140-LOAD-PENDING UNTIL EOF-PND-FLG = 'Y'
               CLOSE PENDING-SORTED-FILE
           END-IF.
           MOVE 0 TO WS-PND-SUB.
           PERFORM 358-NEXT-PENDING.
           SORT SORT-STAGE-FILE
               ON ASCENDING KEY SSG-STUDENT-NUMBER
                                SSG-TERM-CODE
                                SSG-COURSE-CODE
                                SSG-REQUEST-STAMP
               USING REQUEST-STAGE-FILE
               GIVING STAGE-SORTED-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN STUMAST.DAT, FILE STATUS "
                   WS-MASTER-STATUS
               DISPLAY "RUN THE MASTER LOAD FIRST"
               STOP RUN
           END-IF.
           OPEN INPUT STAGE-SORTED-FILE.
           OPEN OUTPUT REQUEST-WORK-FILE.
           PERFORM 200-READ-MASTER.
           PERFORM 220-READ-STAGED.
       110-LOAD-CAPACITY.
           READ CAPACITY-SORTED-FILE
             AT END MOVE "Y" TO EOF-CAP-FLG
             NOT AT END
               IF WS-CAP-COUNT = 5000
                   DISPLAY "FATAL: CAPACITY.txt HAS MORE THAN 5000 "
                   DISPLAY "ROWS -- WS-CAP-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE CAPACITY-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAP-COUNT
               MOVE CPS-COURSE-CODE
                 TO CAP-COURSE-RECORD(WS-CAP-COUNT)
               MOVE CPS-TERM-CODE
                 TO CAP-TERM-RECORD(WS-CAP-COUNT)
               IF CPS-SEATS NUMERIC
                   MOVE CPS-SEATS TO CAP-SEATS-RECORD(WS-CAP-COUNT)
               ELSE
                   MOVE 0 TO CAP-SEATS-RECORD(WS-CAP-COUNT)
               END-IF
               MOVE 0 TO CAP-ENROLL-COUNT(WS-CAP-COUNT).
      * only detail lines carry a numeric student number -- the
      * column header and any blank line are skipped
       120-LOAD-HOLD.
           READ HOLD-SORTED-FILE
             AT END MOVE "Y" TO EOF-HLD-FLG
             NOT AT END
               IF HDS-STUDENT-NUMBER NUMERIC
                   IF WS-HOLD-COUNT = 20000
                       DISPLAY "FATAL: REGHOLD_EXTRACT.txt HAS MORE "
                       DISPLAY "THAN 20000 ROWS -- WS-HOLD-TABLE IS "
                       DISPLAY "FULL, INCREASE THE OCCURS BOUND AND "
                       DISPLAY "RECOMPILE"
                       CLOSE HOLD-SORTED-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HDS-STUDENT-NUMBER
                     TO HOLD-STUDENT-RECORD(WS-HOLD-COUNT)
               END-IF.
       130-LOAD-PREREQ.
           READ PREREQ-SORTED-FILE
             AT END MOVE "Y" TO EOF-PRQ-FLG
             NOT AT END
               IF WS-PRQ-COUNT = 5000
                   DISPLAY "FATAL: PREREQ.txt HAS MORE THAN 5000 "
                   DISPLAY "ROWS -- WS-PRQ-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE PREREQ-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRQ-COUNT
               MOVE PQS-COURSE-CODE
                 TO PRQ-COURSE-RECORD(WS-PRQ-COUNT)
               MOVE PQS-REQUIRED-CODE
                 TO PRQ-REQUIRED-RECORD(WS-PRQ-COUNT).
      * a queued enrollment has a seat as surely as one on the master,
      * so it is counted against its section here
       140-LOAD-PENDING.
           READ PENDING-SORTED-FILE
             AT END MOVE "Y" TO EOF-PND-FLG
             NOT AT END
               IF PNS-ACTION = 'A' OR PNS-ACTION = 'E'
                   IF WS-PND-COUNT = 5000
                       DISPLAY "FATAL: REGTRAN.txt HAS MORE THAN 5000 "
                       DISPLAY "QUEUED ROWS -- WS-PND-TABLE IS FULL, "
                       DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                       CLOSE PENDING-SORTED-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PND-COUNT
                   MOVE PNS-STUDENT-NUMBER
                     TO PND-STUDENT-RECORD(WS-PND-COUNT)
                   MOVE PNS-TERM-CODE TO PND-TERM-RECORD(WS-PND-COUNT)
                   MOVE PNS-COURSE-CODE
                     TO PND-COURSE-RECORD(WS-PND-COUNT)
                   MOVE PNS-ACTION TO PND-ACTION-RECORD(WS-PND-COUNT)
               END-IF
               IF PNS-ACTION = 'E'
                   ADD 1 TO WS-QUEUED-COUNTER
                   MOVE PNS-COURSE-CODE TO WS-LOOKUP-COURSE
                   MOVE PNS-TERM-CODE TO WS-LOOKUP-TERM
                   PERFORM 230-SEARCH-CAPACITY
                   IF WS-CAP-FOUND-SW = 'Y'
                       ADD 1 TO CAP-ENROLL-COUNT(CAP-IDX)
                   END-IF
               END-IF.
      * every master record read also counts its filled course slots
      * against the capacity table, so the seat pass starts from the
      * enrollment already on file
       200-READ-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO EOF-MST-FLG
                   MOVE HIGH-VALUES TO WS-MST-STUDENT
               NOT AT END
                   MOVE STM-STUDENT-NUMBER TO WS-MST-STUDENT
                   PERFORM 210-TALLY-ONE-SLOT
                       VARYING WS-COURSE-INDEX FROM 1 BY 1
                       UNTIL WS-COURSE-INDEX > 5
           END-READ.
       210-TALLY-ONE-SLOT.
           IF STM-COURSE-CODE(WS-COURSE-INDEX) NOT = SPACES
               MOVE STM-COURSE-CODE(WS-COURSE-INDEX)
                 TO WS-LOOKUP-COURSE
               MOVE STM-TERM-CODE TO WS-LOOKUP-TERM
               PERFORM 230-SEARCH-CAPACITY
               IF WS-CAP-FOUND-SW = 'Y'
                   ADD 1 TO CAP-ENROLL-COUNT(CAP-IDX)
               END-IF
           END-IF.
       220-READ-STAGED.
           READ STAGE-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-STG-FLG
                   MOVE HIGH-VALUES TO WS-STG-STUDENT
               NOT AT END
                   MOVE STG-STUDENT-NUMBER TO WS-STG-STUDENT
                   MOVE STG-TERM-CODE TO WS-STG-TERM
                   MOVE STG-COURSE-CODE TO WS-STG-COURSE
                   MOVE STG-REQUEST-STAMP TO WS-STG-STAMP
                   MOVE STG-SOURCE TO WS-STG-SOURCE
           END-READ.
      * binary-search the capacity table for the course/term pair --
      * CAP-IDX is left on the row found
       230-SEARCH-CAPACITY.
           MOVE 'N' TO WS-CAP-FOUND-SW.
           SET CAP-IDX TO 1.
           SEARCH ALL CAP-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN CAP-KEY-RECORD(CAP-IDX) = WS-LOOKUP-KEY
                   MOVE 'Y' TO WS-CAP-FOUND-SW
           END-SEARCH.
      * one pass per student -- collect everything the master holds
      * for the student, then screen each of the student's requests
       300-SCREEN-STUDENT.
           MOVE WS-MST-STUDENT TO WS-CURR-STUDENT.
           IF WS-STG-STUDENT < WS-CURR-STUDENT
               MOVE WS-STG-STUDENT TO WS-CURR-STUDENT
           END-IF.
           MOVE SPACES TO WS-STU-NAME.
           MOVE SPACES TO WS-STU-PROGRAM.
           MOVE 0 TO WS-STU-TERM-COUNT.
           MOVE 0 TO WS-STU-PASSED-COUNT.
           PERFORM 310-COLLECT-MASTER-TERM
               UNTIL WS-MST-STUDENT NOT = WS-CURR-STUDENT.
           PERFORM 330-SCREEN-ONE-REQUEST
               UNTIL WS-STG-STUDENT NOT = WS-CURR-STUDENT.
      * later terms overwrite the name and program, so a brand-new
      * term is opened under the student's most recent program
       310-COLLECT-MASTER-TERM.
           IF WS-STU-TERM-COUNT = 60
               DISPLAY "FATAL: STUDENT " WS-CURR-STUDENT " HAS MORE "
               DISPLAY "THAN 60 TERMS ON FILE -- INCREASE THE OCCURS "
               DISPLAY "BOUND AND RECOMPILE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-STU-TERM-COUNT.
           MOVE STM-TERM-CODE TO WS-STU-TERM(WS-STU-TERM-COUNT).
           MOVE STM-TUITION-OWED TO WS-STU-TUITION(WS-STU-TERM-COUNT).
           MOVE STM-COURSE-DATA
             TO WS-STU-COURSE-DATA(WS-STU-TERM-COUNT).
           MOVE STM-STUDENT-NAME TO WS-STU-NAME.
           MOVE STM-PROGRAM-OF-STUDY TO WS-STU-PROGRAM.
           PERFORM 315-COLLECT-ONE-COURSE
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX > 5.
           PERFORM 200-READ-MASTER.
      * a passed course is collected once however often it was taken
       315-COLLECT-ONE-COURSE.
           IF STM-COURSE-CODE(WS-COURSE-INDEX) NOT = SPACES
              AND STM-COURSE-AVERAGE(WS-COURSE-INDEX) NUMERIC
               MOVE STM-COURSE-AVERAGE(WS-COURSE-INDEX)
                 TO WS-GRADE-WORK
               IF WS-GRADE-WORK NOT < WS-PASSING-GRADE
                   MOVE STM-COURSE-CODE(WS-COURSE-INDEX)
                     TO WS-CHECK-COURSE
                   PERFORM 320-FIND-PASSED-COURSE
                   IF WS-STU-FOUND-SW = 'N'
                       PERFORM 318-ADD-PASSED-COURSE
                   END-IF
               END-IF
           END-IF.
       318-ADD-PASSED-COURSE.
           IF WS-STU-PASSED-COUNT = 300
               DISPLAY "FATAL: STUDENT " WS-CURR-STUDENT " HAS MORE "
               DISPLAY "THAN 300 PASSED COURSES -- INCREASE THE "
               DISPLAY "OCCURS BOUND AND RECOMPILE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-STU-PASSED-COUNT.
           MOVE WS-CHECK-COURSE
             TO WS-STU-PASSED-COURSE(WS-STU-PASSED-COUNT).
      * serial scan of the student's passed courses for WS-CHECK-COURSE
       320-FIND-PASSED-COURSE.
           MOVE 'N' TO WS-STU-FOUND-SW.
           PERFORM 325-CHECK-ONE-PASSED
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-PASSED-COUNT
                  OR WS-STU-FOUND-SW = 'Y'.
       325-CHECK-ONE-PASSED.
           IF WS-STU-PASSED-COURSE(WS-STU-SUB) = WS-CHECK-COURSE
               MOVE 'Y' TO WS-STU-FOUND-SW
           END-IF.
      * screen one request in severity order -- the first test it
      * fails decides its reason.  a repeat of the same student, term
      * and course loses to the earliest request for it, which is
      * also how a waitlisted request keeps its place over a re-keyed
      * copy of itself
       330-SCREEN-ONE-REQUEST.
           MOVE SPACES TO WS-VERDICT.
           MOVE SPACES TO WS-MISSING-PREREQ.
           MOVE WS-STG-COURSE TO WS-LOOKUP-COURSE.
           MOVE WS-STG-TERM TO WS-LOOKUP-TERM.
           PERFORM 230-SEARCH-CAPACITY.
           PERFORM 340-SEARCH-HOLD.
           EVALUATE TRUE
               WHEN WS-STG-STUDENT NOT NUMERIC
                 OR WS-STG-STAMP NOT NUMERIC
                 OR WS-STG-COURSE = SPACES
                 OR WS-STG-TERM = SPACES
                   MOVE 'BAD REQUEST' TO WS-VERDICT
               WHEN WS-STG-KEY = WS-PREV-STG-KEY
                   MOVE 'DUPLICATE REQUEST' TO WS-VERDICT
               WHEN WS-HOLD-FOUND-SW = 'Y'
                   MOVE 'REGISTRATION HOLD' TO WS-VERDICT
               WHEN WS-STU-TERM-COUNT = 0
                   MOVE 'NOT ON MASTER' TO WS-VERDICT
               WHEN WS-CAP-FOUND-SW = 'N'
                   MOVE 'NO SECTION OFFERED' TO WS-VERDICT
               WHEN OTHER
                   PERFORM 350-OPEN-LOAD-ENTRY
                   PERFORM 360-CHECK-ENROLLED
                   IF WS-VERDICT = SPACES
                       PERFORM 370-CHECK-PREREQS
                   END-IF
           END-EVALUATE.
           MOVE WS-STG-KEY TO WS-PREV-STG-KEY.
           MOVE WS-STG-STAMP TO RWK-REQUEST-STAMP.
           MOVE WS-STG-STUDENT TO RWK-STUDENT-NUMBER.
           MOVE WS-STG-COURSE TO RWK-COURSE-CODE.
           MOVE WS-STG-TERM TO RWK-TERM-CODE.
           MOVE WS-STG-SOURCE TO RWK-SOURCE.
           MOVE WS-VERDICT TO RWK-VERDICT.
           MOVE WS-MISSING-PREREQ TO RWK-MISSING-PREREQ.
           WRITE REQUEST-WORK-RECORD.
           PERFORM 220-READ-STAGED.
       340-SEARCH-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           SET HOLD-IDX TO 1.
           SEARCH ALL HOLD-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN HOLD-STUDENT-RECORD(HOLD-IDX) = WS-STG-STUDENT
                   MOVE 'Y' TO WS-HOLD-FOUND-SW
           END-SEARCH.
      * requests arrive in student/term order, so a student/term not
      * already at the tail of the table is new and appends in key
      * order -- its image is the term's master record if there is
      * one, otherwise a fresh term under the latest name and program,
      * with whatever is still queued for the student/term laid over
      * it
       350-OPEN-LOAD-ENTRY.
           MOVE WS-STG-STUDENT TO WS-LOD-STUDENT.
           MOVE WS-STG-TERM TO WS-LOD-TERM.
           IF WS-LOD-COUNT = 0
               PERFORM 352-ADD-LOAD-ENTRY
           ELSE
               IF LOD-KEY-RECORD(WS-LOD-COUNT) NOT = WS-LOD-KEY
                   PERFORM 352-ADD-LOAD-ENTRY
               END-IF
           END-IF.
       352-ADD-LOAD-ENTRY.
           IF WS-LOD-COUNT = 5000
               DISPLAY "FATAL: MORE THAN 5000 STUDENT TERMS REQUESTED "
               DISPLAY "-- WS-LOD-TABLE IS FULL, INCREASE THE OCCURS "
               DISPLAY "BOUND AND RECOMPILE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOD-COUNT.
           MOVE WS-LOD-KEY TO LOD-KEY-RECORD(WS-LOD-COUNT).
           MOVE 0 TO LOD-GRANTED-COUNT(WS-LOD-COUNT).
           MOVE ALL 'N' TO LOD-GRANTED-SLOTS(WS-LOD-COUNT).
           MOVE 'N' TO LOD-EXISTS-SW(WS-LOD-COUNT).
           MOVE WS-STG-STUDENT TO LOD-STUDENT-NUMBER(WS-LOD-COUNT).
           MOVE '000000' TO LOD-TUITION-OWED(WS-LOD-COUNT).
           MOVE WS-STU-NAME TO LOD-STUDENT-NAME(WS-LOD-COUNT).
           MOVE WS-STU-PROGRAM TO LOD-PROGRAM(WS-LOD-COUNT).
           MOVE SPACES TO LOD-COURSE-DATA(WS-LOD-COUNT).
           MOVE WS-STG-TERM TO LOD-TERM-CODE(WS-LOD-COUNT).
           PERFORM 355-MATCH-MASTER-TERM
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-TERM-COUNT.
           PERFORM 358-NEXT-PENDING
               UNTIL WS-PND-KEY NOT < WS-LOD-KEY.
           PERFORM 356-APPLY-PENDING
               UNTIL WS-PND-KEY NOT = WS-LOD-KEY.
       355-MATCH-MASTER-TERM.
           IF WS-STU-TERM(WS-STU-SUB) = WS-STG-TERM
               MOVE 'Y' TO LOD-EXISTS-SW(WS-LOD-COUNT)
               MOVE WS-STU-TUITION(WS-STU-SUB)
                 TO LOD-TUITION-OWED(WS-LOD-COUNT)
               MOVE WS-STU-COURSE-DATA(WS-STU-SUB)
                 TO LOD-COURSE-DATA(WS-LOD-COUNT)
           END-IF.
      * a queued add means the term is already on its way to the
      * master, and a queued enrollment takes the first empty slot
      * just as the master update will give it -- neither is written
      * again, since neither is marked as granted this run
       356-APPLY-PENDING.
           IF PND-ACTION-RECORD(WS-PND-SUB) = 'A'
               MOVE 'Y' TO LOD-EXISTS-SW(WS-LOD-COUNT)
           END-IF.
           IF PND-ACTION-RECORD(WS-PND-SUB) = 'E'
               MOVE 0 TO WS-EMPTY-SLOT
               MOVE 'N' TO WS-PND-FOUND-SW
               PERFORM 357-CHECK-PENDING-SLOT
                   VARYING WS-COURSE-INDEX FROM 5 BY -1
                   UNTIL WS-COURSE-INDEX < 1
               IF WS-PND-FOUND-SW = 'N' AND WS-EMPTY-SLOT > 0
                   MOVE PND-COURSE-RECORD(WS-PND-SUB)
                     TO LOD-COURSE-CODE(WS-LOD-COUNT, WS-EMPTY-SLOT)
                   MOVE WS-NO-GRADE-YET
                     TO LOD-COURSE-AVG(WS-LOD-COUNT, WS-EMPTY-SLOT)
               END-IF
           END-IF.
           PERFORM 358-NEXT-PENDING.
       357-CHECK-PENDING-SLOT.
           IF LOD-COURSE-CODE(WS-LOD-COUNT, WS-COURSE-INDEX) = SPACES
               MOVE WS-COURSE-INDEX TO WS-EMPTY-SLOT
           END-IF.
           IF LOD-COURSE-CODE(WS-LOD-COUNT, WS-COURSE-INDEX)
                = PND-COURSE-RECORD(WS-PND-SUB)
               MOVE 'Y' TO WS-PND-FOUND-SW
           END-IF.
       358-NEXT-PENDING.
           ADD 1 TO WS-PND-SUB.
           IF WS-PND-SUB > WS-PND-COUNT
               MOVE HIGH-VALUES TO WS-PND-KEY
           ELSE
               MOVE PND-KEY-RECORD(WS-PND-SUB) TO WS-PND-KEY
           END-IF.
      * the course is already in one of the term's slots, on the
      * master or still queued for it
       360-CHECK-ENROLLED.
           MOVE LOD-COURSE-DATA(WS-LOD-COUNT) TO WS-SLOT-DATA.
           PERFORM 365-CHECK-ONE-SLOT
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX > 5.
       365-CHECK-ONE-SLOT.
           IF WS-SLOT-COURSE(WS-COURSE-INDEX) = WS-STG-COURSE
               MOVE 'ALREADY ENROLLED' TO WS-VERDICT
           END-IF.
      * every prerequisite row for the course must be on the
      * student's passed list -- the first one missing is reported
       370-CHECK-PREREQS.
           PERFORM 375-CHECK-ONE-PREREQ
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
                  OR WS-VERDICT NOT = SPACES.
       375-CHECK-ONE-PREREQ.
           IF PRQ-COURSE-RECORD(WS-PRQ-SUB) = WS-STG-COURSE
               MOVE PRQ-REQUIRED-RECORD(WS-PRQ-SUB) TO WS-CHECK-COURSE
               PERFORM 320-FIND-PASSED-COURSE
               IF WS-STU-FOUND-SW = 'N'
                   MOVE 'PREREQ NOT MET' TO WS-VERDICT
                   MOVE WS-CHECK-COURSE TO WS-MISSING-PREREQ
               END-IF
           END-IF.
       400-CLOSE-SCREEN-PASS.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE STAGE-SORTED-FILE.
           CLOSE REQUEST-WORK-FILE.
      * pass two -- first come, first served.  the screened requests
      * are re-sorted by request time and each one that survived the
      * screen either takes a seat, or goes onto the new waitlist
      * when the section is full
       500-ALLOCATE-SEATS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWK-REQUEST-STAMP
                                SWK-STUDENT-NUMBER
                                SWK-COURSE-CODE
               USING REQUEST-WORK-FILE
               GIVING WORK-SORTED-FILE.
           OPEN INPUT WORK-SORTED-FILE.
           OPEN OUTPUT WAITLIST-NEW-FILE.
           OPEN OUTPUT DENIAL-REPORT-FILE.
           MOVE WS-RUN-DATE TO DRH-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO DRH-TERM.
           MOVE DENIAL-REPORT-HEADER TO DENIAL-LINE.
           WRITE DENIAL-LINE.
           MOVE DENIAL-COLUMN-HEADER TO DENIAL-LINE.
           WRITE DENIAL-LINE.
           PERFORM 510-ALLOCATE-ONE-REQUEST UNTIL EOF-WRK-FLG = 'Y'.
           CLOSE WORK-SORTED-FILE.
           MOVE SPACES TO WAITLIST-NEW-TRAILER.
           MOVE 'T' TO WLT-TRL-RECORD-TYPE.
           MOVE WS-WAITLISTED-COUNTER TO WLT-TRL-RECORD-COUNT.
           MOVE WS-WAITLIST-NEW-HASH TO WLT-TRL-HASH-TOTAL.
           WRITE WAITLIST-NEW-TRAILER.
           CLOSE WAITLIST-NEW-FILE.
       510-ALLOCATE-ONE-REQUEST.
           READ WORK-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-WRK-FLG
               NOT AT END
                   IF WKS-VERDICT NOT = SPACES
                       MOVE WKS-VERDICT TO WS-VERDICT
                       PERFORM 560-WRITE-DENIAL
                   ELSE
                       PERFORM 520-TRY-FOR-SEAT
                   END-IF
           END-READ.
      * a student/term with no empty slot left cannot take another
      * course; otherwise the seat goes to this request if the
      * section still has one
       520-TRY-FOR-SEAT.
           MOVE WKS-COURSE-CODE TO WS-LOOKUP-COURSE.
           MOVE WKS-TERM-CODE TO WS-LOOKUP-TERM.
           PERFORM 230-SEARCH-CAPACITY.
           MOVE WKS-STUDENT-NUMBER TO WS-LOD-STUDENT.
           MOVE WKS-TERM-CODE TO WS-LOD-TERM.
           SET LOD-IDX TO 1.
           SEARCH ALL LOD-TABLE-ENTRY
               AT END
                   DISPLAY "FATAL: SCREENED REQUEST FOR STUDENT "
                       WKS-STUDENT-NUMBER " TERM " WKS-TERM-CODE
                   DISPLAY "HAS NO STUDENT/TERM ENTRY -- RERUN"
                   STOP RUN
               WHEN LOD-KEY-RECORD(LOD-IDX) = WS-LOD-KEY
                   CONTINUE
           END-SEARCH.
           MOVE 0 TO WS-EMPTY-SLOT.
           PERFORM 525-FIND-EMPTY-SLOT
               VARYING WS-COURSE-INDEX FROM 5 BY -1
               UNTIL WS-COURSE-INDEX < 1.
           EVALUATE TRUE
               WHEN WS-EMPTY-SLOT = 0
                   MOVE 'COURSE LOAD FULL' TO WS-VERDICT
                   PERFORM 560-WRITE-DENIAL
               WHEN CAP-ENROLL-COUNT(CAP-IDX)
                      < CAP-SEATS-RECORD(CAP-IDX)
                   PERFORM 530-GRANT-SEAT
               WHEN OTHER
                   PERFORM 540-WAITLIST-REQUEST
           END-EVALUATE.
      * walked from the last slot down, so the first empty slot wins
       525-FIND-EMPTY-SLOT.
           IF LOD-COURSE-CODE(LOD-IDX, WS-COURSE-INDEX) = SPACES
               MOVE WS-COURSE-INDEX TO WS-EMPTY-SLOT
           END-IF.
       530-GRANT-SEAT.
           ADD 1 TO CAP-ENROLL-COUNT(CAP-IDX).
           ADD 1 TO LOD-GRANTED-COUNT(LOD-IDX).
           MOVE WKS-COURSE-CODE
             TO LOD-COURSE-CODE(LOD-IDX, WS-EMPTY-SLOT).
           MOVE WS-NO-GRADE-YET
             TO LOD-COURSE-AVG(LOD-IDX, WS-EMPTY-SLOT).
           MOVE 'Y' TO LOD-SLOT-GRANTED(LOD-IDX, WS-EMPTY-SLOT).
           ADD 1 TO WS-GRANTED-COUNTER.
           IF WKS-FROM-WAITLIST
               ADD 1 TO WS-PROMOTED-COUNTER
           END-IF.
      * the waitlist entry keeps its original request time, so it is
      * served ahead of anything requested later when seats open up
       540-WAITLIST-REQUEST.
           ADD 1 TO WS-WAITLISTED-COUNTER.
           MOVE WKS-STUDENT-NUMBER TO RRQ-STUDENT-NUMBER.
           MOVE WKS-TERM-CODE TO RRQ-TERM-CODE.
           MOVE WKS-COURSE-CODE TO RRQ-COURSE-CODE.
           MOVE WKS-REQUEST-STAMP TO RRQ-REQUEST-STAMP.
           WRITE WAITLIST-NEW-RECORD FROM REQUEST-INPUT-RECORD.
           IF WKS-STUDENT-NUMBER NUMERIC
               MOVE WKS-STUDENT-NUMBER TO WS-HASH-STUDENT
               ADD WS-HASH-STUDENT TO WS-WAITLIST-NEW-HASH
           END-IF.
           MOVE 'WAITLISTED - FULL' TO WS-VERDICT.
           PERFORM 560-WRITE-DENIAL.
       560-WRITE-DENIAL.
           IF WS-VERDICT NOT = 'WAITLISTED - FULL'
               ADD 1 TO WS-DENIED-COUNTER
           END-IF.
           MOVE WKS-STUDENT-NUMBER TO DNL-STUDENT-NUMBER.
           MOVE WKS-TERM-CODE TO DNL-TERM-CODE.
           MOVE WKS-COURSE-CODE TO DNL-COURSE-CODE.
           MOVE WKS-REQUEST-STAMP TO DNL-REQUEST-STAMP.
           MOVE WKS-SOURCE TO DNL-SOURCE.
           MOVE WS-VERDICT TO DNL-REASON.
           MOVE WKS-MISSING-PREREQ TO DNL-MISSING-PREREQ.
           MOVE DENIAL-DETAIL-LINE TO DENIAL-LINE.
           WRITE DENIAL-LINE.
      * pass three -- for each student/term granted anything, an
      * add of the bare term record when the master has none, then
      * one enrollment per granted course, all authorized as the
      * registration run.  REGTRAN.txt is appended to, so whatever is
      * still queued from an earlier run is kept ahead of these
       700-WRITE-TRANSACTIONS.
           OPEN EXTEND TRAN-OUTPUT-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               OPEN OUTPUT TRAN-OUTPUT-FILE
           END-IF.
           PERFORM 710-WRITE-ONE-TRANSACTION
               VARYING WS-LOD-SUB FROM 1 BY 1
               UNTIL WS-LOD-SUB > WS-LOD-COUNT.
           CLOSE TRAN-OUTPUT-FILE.
       710-WRITE-ONE-TRANSACTION.
           IF LOD-GRANTED-COUNT(WS-LOD-SUB) > 0
               IF LOD-EXISTS-SW(WS-LOD-SUB) = 'N'
                   PERFORM 720-WRITE-NEW-TERM
               END-IF
               PERFORM 730-WRITE-ENROLLMENT
                   VARYING WS-COURSE-INDEX FROM 1 BY 1
                   UNTIL WS-COURSE-INDEX > 5
           END-IF.
      * the new term goes on with no courses -- every slot empty in
      * the form the master edit accepts, a blank course with a zero
      * average -- and the enrollments that follow it fill the slots
       720-WRITE-NEW-TERM.
           MOVE 'A' TO TRO-ACTION.
           MOVE LOD-IMAGE(WS-LOD-SUB) TO TRO-STUDENT-IMAGE.
           MOVE SPACES TO TRO-COURSE-DATA.
           PERFORM 725-EMPTY-ONE-SLOT
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX > 5.
           MOVE 'REGREQST' TO TRO-AUTH-CODE.
           WRITE TRAN-OUTPUT-RECORD.
           ADD 1 TO WS-TRAN-COUNTER.
       725-EMPTY-ONE-SLOT.
           MOVE WS-NO-GRADE-YET TO TRO-COURSE-AVG(WS-COURSE-INDEX).
       730-WRITE-ENROLLMENT.
           IF LOD-SLOT-GRANTED(WS-LOD-SUB, WS-COURSE-INDEX) = 'Y'
               MOVE SPACES TO TRAN-SLOT-RECORD
               MOVE 'E' TO TRS-ACTION
               MOVE LOD-STUDENT-NUMBER(WS-LOD-SUB)
                 TO TRS-STUDENT-NUMBER
               MOVE LOD-COURSE-CODE(WS-LOD-SUB, WS-COURSE-INDEX)
                 TO TRS-COURSE-CODE
               MOVE LOD-COURSE-AVG(WS-LOD-SUB, WS-COURSE-INDEX)
                 TO TRS-COURSE-AVERAGE
               MOVE LOD-TERM-CODE(WS-LOD-SUB) TO TRS-TERM-CODE
               MOVE 'REGREQST' TO TRS-AUTH-CODE
               WRITE TRAN-SLOT-RECORD
               ADD 1 TO WS-TRAN-COUNTER
           END-IF.
       900-FINISH-RUN.
           MOVE SPACES TO DENIAL-LINE.
           WRITE DENIAL-LINE.
           MOVE WS-REQUEST-COUNTER TO DNT-REQUESTS.
           MOVE WS-CARRIED-COUNTER TO DNT-CARRIED.
           MOVE WS-GRANTED-COUNTER TO DNT-GRANTED.
           MOVE WS-PROMOTED-COUNTER TO DNT-PROMOTED.
           MOVE DENIAL-TOTAL-LINE TO DENIAL-LINE.
           WRITE DENIAL-LINE.
           MOVE WS-WAITLISTED-COUNTER TO DNT-WAITLISTED.
           MOVE WS-DENIED-COUNTER TO DNT-DENIED.
           MOVE WS-TRAN-COUNTER TO DNT-TRANS.
           MOVE WS-QUEUED-COUNTER TO DNT-QUEUED.
           MOVE DENIAL-TOTAL-LINE-2 TO DENIAL-LINE.
           WRITE DENIAL-LINE.
           CLOSE DENIAL-REPORT-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----REGISTRATION RUN COMPLETE----".
           DISPLAY "REQUESTS READ:   " WS-REQUEST-COUNTER.
           DISPLAY "WAITLIST IN:     " WS-CARRIED-COUNTER.
           DISPLAY "SEATS GRANTED:   " WS-GRANTED-COUNTER.
           DISPLAY "PROMOTED:        " WS-PROMOTED-COUNTER.
           DISPLAY "WAITLISTED:      " WS-WAITLISTED-COUNTER.
           DISPLAY "DENIED:          " WS-DENIED-COUNTER.
           DISPLAY "QUEUED EARLIER:  " WS-QUEUED-COUNTER.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
      * granted-seat count so the operator report can see it
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'REGREQST' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           MOVE 'COMPLETE' TO RCT-STATUS.
           MOVE WS-GRANTED-COUNTER TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM regreqst.
