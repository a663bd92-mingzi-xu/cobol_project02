      *          corrections from STUTRAN.txt against STUFILE.txt,
      *          writing a new master (with its control records
      *          recomputed) and an update report of every
      *          transaction applied or rejected.  the grades queued
      *          by grade posting on GRDTRAN.txt and the enrollments
      *          queued by registration on REGTRAN.txt are applied in
      *          the same pass, after the keyed transactions, one
      *          course slot at a time; the new master's trailer
      *          records how many of each queue it took, and GENPROMO
      *          drops exactly those when it promotes the new master.
      *          every applied transaction must carry an
      *          operator/authorization code, and leaves the before
      *          and after value of each field it changed on
      *          AUDIT_TRAIL_NEW.txt, which the same promotion adds to
      *          the cumulative audit trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAN-INPUT-FILE
           ASSIGN TO "..\STUTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT GRADE-TRAN-FILE
           ASSIGN TO "..\GRDTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDTRAN-STATUS.
           SELECT REG-TRAN-FILE
           ASSIGN TO "..\REGTRAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGTRAN-STATUS.
           SELECT TRAN-STAGE-FILE
           ASSIGN TO "..\STRNSTG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER-FILE
           ASSIGN TO "..\STUFILE_NEW.txt"
           SELECT UPDATE-REPORT-FILE
           ASSIGN TO "..\STUUPDT_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE
           ASSIGN TO "..\AUDIT_TRAIL_NEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-MASTER-FILE
           ASSIGN TO "..\SRTSMST.TMP".
           SELECT MASTER-SORTED-FILE
      * ENROLLMENT TRANSACTIONS  *
      * (A)DD (D)ROP (C)ORRECT,  *
      * EACH CARRYING A FULL     *
      * STUDENT RECORD IMAGE AND *
      * THE OPERATOR OR          *
      * AUTHORIZATION CODE THAT  *
      * ASKED FOR IT.  A (G)RADE *
      * OR (E)NROLL TRANSACTION  *
      * CARRIES ONLY THE STUDENT *
      * NUMBER, COURSE, AVERAGE  *
      * AND TERM, AND TOUCHES    *
      * ONLY THAT COURSE'S SLOT  *
      ****************************
       FD TRAN-INPUT-FILE.
       01 TRAN-INPUT-RECORD.
           02 TRF-ACTION             PIC X(1).
           02 TRF-STUDENT-IMAGE      PIC X(114).
           02 TRF-AUTH-CODE          PIC X(8).
       01 TRAN-SLOT-RECORD.
           02 TRS-ACTION             PIC X(1).
           02 TRS-STUDENT-NUMBER     PIC X(6).
           02 TRS-COURSE-CODE        PIC X(7).
           02 TRS-COURSE-AVERAGE     PIC X(3).
           02 FILLER                 PIC X(92).
           02 TRS-TERM-CODE          PIC X(6).
           02 TRS-AUTH-CODE          PIC X(8).

      ****************************
      * GRADE AND ENROLLMENT     *
      * QUEUES -- SAME LAYOUT AS *
      * STUTRAN.txt, APPENDED TO *
      * BY GRDPOST AND REGREQST  *
      * UNTIL A PROMOTED UPDATE  *
      * HAS TAKEN THEM; EITHER   *
      * MAY BE MISSING           *
      ****************************
       FD GRADE-TRAN-FILE.
       01 GRADE-TRAN-RECORD          PIC X(123).

       FD REG-TRAN-FILE.
       01 REG-TRAN-RECORD            PIC X(123).

      ****************************
      * EVERY TRANSACTION FOR    *
      * THE RUN -- KEYED FIRST,  *
      * THEN GRADES, THEN        *
      * ENROLLMENTS -- NUMBERED  *
      * SO A KEY'S TRANSACTIONS  *
      * ARE APPLIED IN THAT      *
      * ORDER                    *
      ****************************
       FD TRAN-STAGE-FILE.
       01 TRAN-STAGE-RECORD.
           02 STG-TRAN-DATA          PIC X(123).
           02 STG-STAGE-SEQ          PIC 9(7).

      ****************************
      *    NEW STUDENT MASTER    *
      * HEADER AND A TRAILER     *
      * WHOSE COUNT AND HASH ARE *
      * RECOMPUTED FROM WHAT WAS *
      * ACTUALLY WRITTEN, AND    *
      * HOW MANY QUEUED GRADE    *
      * AND ENROLLMENT RECORDS   *
      * THE RUN TOOK             *
      ****************************
       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD          PIC X(114).
           02 NTT-RECORD-TYPE        PIC X(1).
           02 NTT-RECORD-COUNT       PIC 9(7).
           02 NTT-HASH-TOTAL         PIC 9(9)V99.
           02 NTT-GRADE-TAKEN        PIC 9(7).
           02 NTT-REG-TAKEN          PIC 9(7).
           02 FILLER                 PIC X(81).

      ****************************
      * UPDATE REPORT -- EVERY   *
       FD UPDATE-REPORT-FILE.
       01 UPDATE-LINE                PIC X(90).

      ****************************
      * THIS RUN'S AUDIT LINES --*
      * ONE LINE PER FIELD EVERY *
      * APPLIED TRANSACTION      *
      * CHANGED; ADDED TO THE    *
      * CUMULATIVE AUDIT_TRAIL   *
      * ONLY WHEN THE NEW MASTER *
      * IS PROMOTED              *
      ****************************
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD.
           02 AUD-RUN-DATE           PIC X(8).
           02 AUD-AUTH-CODE          PIC X(8).
           02 AUD-ACTION             PIC X(1).
           02 AUD-STUDENT-NUMBER     PIC X(6).
           02 AUD-TERM-CODE          PIC X(6).
           02 AUD-FIELD-NAME         PIC X(14).
           02 AUD-SLOT               PIC 9(1).
           02 AUD-COURSE-CODE        PIC X(7).
           02 AUD-BEFORE-VALUE       PIC X(40).
           02 AUD-AFTER-VALUE        PIC X(40).
           02 AUD-TERM-CLOSED        PIC X(1).

      ****************************
      * SORT WORK FOR THE MASTER *
      * (KEYED BY STU NUMBER AND *
           02 STR-STUDENT-NUMBER     PIC X(6).
           02 STR-BODY               PIC X(102).
           02 STR-TERM-CODE          PIC X(6).
           02 STR-AUTH-CODE          PIC X(8).
           02 STR-STAGE-SEQ          PIC 9(7).

       FD TRAN-SORTED-FILE.
       01 TRAN-SORTED-RECORD.
             03 TSR-STUDENT-NUMBER   PIC X(6).
             03 TSR-BODY             PIC X(102).
             03 TSR-TERM-CODE        PIC X(6).
           02 TSR-AUTH-CODE          PIC X(8).
           02 TSR-STAGE-SEQ          PIC 9(7).

      *------------------ WORKING-STORAGE -----------------------

       01 WS-FIELDS.
           05 EOF-MST-FLG            PIC X VALUE 'N'.
           05 EOF-TRN-FLG            PIC X VALUE 'N'.
           05 EOF-KEY-FLG            PIC X VALUE 'N'.
           05 EOF-GTR-FLG            PIC X VALUE 'N'.
           05 EOF-RTR-FLG            PIC X VALUE 'N'.
           05 WS-CURR-EXISTS-SW      PIC X VALUE 'N'.

       01 WS-TRAN-STATUS             PIC XX.
       01 WS-GRDTRAN-STATUS          PIC XX.
       01 WS-REGTRAN-STATUS          PIC XX.

      * what went onto the stage file from each source -- the queue
      * counts travel on the new master's trailer
       01 WS-STAGE-COUNTS.
           05 WS-STAGE-SEQ           PIC 9(7) VALUE 0.
           05 WS-KEYED-TAKEN         PIC 9(7) VALUE 0.
           05 WS-GRADE-TAKEN         PIC 9(7) VALUE 0.
           05 WS-REG-TAKEN           PIC 9(7) VALUE 0.

      * hold areas for the balanced match -- a key of HIGH-VALUES
      * stands in for end of file on either side
       01 WS-MST-HOLD.
               10 FILLER             PIC X(12).
               10 WS-TRN-NAME        PIC X(40).
               10 FILLER             PIC X(62).
           05 WS-TRN-SLOT-VIEW REDEFINES WS-TRN-IMAGE.
               10 FILLER             PIC X(6).
               10 WS-TRN-COURSE      PIC X(7).
               10 WS-TRN-AVERAGE     PIC X(3).
               10 FILLER             PIC X(98).
           05 WS-TRN-AUTH-CODE       PIC X(8).

      * the master record being built for the current key group
       01 WS-CURR-ENTRY.
               10 WS-CURR-NUMBER     PIC X(6).
               10 WS-CURR-TERM       PIC X(6).
           05 WS-CURR-IMAGE          PIC X(114).
           05 WS-CURR-SLOT-VIEW REDEFINES WS-CURR-IMAGE.
               10 FILLER             PIC X(58).
               10 WS-CURR-COURSES    OCCURS 5 TIMES.
                   15 WS-CURR-COURSE-CODE PIC X(7).
                   15 WS-CURR-COURSE-AVG  PIC X(3).
               10 FILLER             PIC X(6).

      * slot search for a grade or enrollment transaction -- the slot
      * already holding the course, and the first empty one
       01 WS-SCAN-SLOT               PIC 9(1) VALUE 0.
       01 WS-MATCH-SLOT              PIC 9(1) VALUE 0.
       01 WS-FREE-SLOT               PIC 9(1) VALUE 0.

       01 WS-APPLIED-COUNTER         PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNTER        PIC 9(5) VALUE 0.
       01 WS-AUDIT-COUNTER           PIC 9(7) VALUE 0.

      * the current record as it stood before and after an applied
      * transaction, broken into fields so the audit trail can list
      * exactly which ones moved
       01 WS-BEFORE-IMAGE.
           05 WS-BFR-NUMBER          PIC X(6).
           05 WS-BFR-TUITION         PIC X(6).
           05 WS-BFR-NAME            PIC X(40).
           05 WS-BFR-PROGRAM         PIC X(6).
           05 WS-BFR-COURSES         OCCURS 5 TIMES.
               10 WS-BFR-COURSE-CODE PIC X(7).
               10 WS-BFR-COURSE-AVG  PIC X(3).
           05 WS-BFR-TERM            PIC X(6).
       01 WS-AFTER-IMAGE.
           05 WS-AFT-NUMBER          PIC X(6).
           05 WS-AFT-TUITION         PIC X(6).
           05 WS-AFT-NAME            PIC X(40).
           05 WS-AFT-PROGRAM         PIC X(6).
           05 WS-AFT-COURSES         OCCURS 5 TIMES.
               10 WS-AFT-COURSE-CODE PIC X(7).
               10 WS-AFT-COURSE-AVG  PIC X(3).
           05 WS-AFT-TERM            PIC X(6).
       01 WS-AUDIT-SLOT              PIC 9(1) VALUE 0.

      * a course slot changed outright is logged as code and grade
       01 WS-SLOT-VALUE.
           05 WS-SLOT-VALUE-CODE     PIC X(7).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-SLOT-VALUE-AVG      PIC X(3).

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).

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
       01 WS-TRAN-TERM-KEY           PIC X(5).

      * run-control scan fields -- the latest entry on the log for the
      * predecessor program and this term decides whether we may run
       01 WS-RUNCTL-STATUS           PIC XX.
           05 FILLER                 PIC X(8)  VALUE 'STATUS'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE 'REASON'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'AUTH'.

       01 UPDATE-DETAIL-LINE.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 UPDATE-STATUS          PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 UPDATE-REASON          PIC X(15).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 UPDATE-AUTH-CODE       PIC X(8).

       01 UPDATE-TOTAL-LINE.
           05 FILLER                 PIC X(9)  VALUE 'APPLIED: '.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'REJECTED: '.
           05 UPDATE-REJECTED-COUNT  PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'AUDIT LINES: '.
           05 UPDATE-AUDIT-COUNT     PIC ZZZZZZ9.

       01 UPDATE-SOURCE-LINE.
           05 FILLER                 PIC X(7)  VALUE 'KEYED: '.
           05 UPDATE-KEYED-COUNT     PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'GRADES: '.
           05 UPDATE-GRADE-COUNT     PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'ENROLLMENTS: '.
           05 UPDATE-REG-COUNT       PIC ZZZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

           END-READ.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE RP-EXPECTED-TERM TO WS-EXPECTED-TERM.
           MOVE WS-EXPECTED-TERM TO WS-TERM-IN.
           PERFORM 600-MAKE-TERM-KEY.
           MOVE WS-KEY-WORK TO WS-EXPECTED-KEY.
           CLOSE RUNPARM-FILE.
      * the chain runs prgmaint, stuupdt, stuload then project02 --
      * refuse to start until the predecessor's latest run-control
                               FROM STUDENT-MASTER-RECORD
                   END-EVALUATE
           END-READ.
      * the keyed transactions, then whatever grade posting and
      * registration have queued, go onto one stage file numbered in
      * that order.  the keyed file must be there, even if empty; a
      * queue nobody has written to yet is simply not there
       080-STAGE-TRANSACTIONS.
           OPEN INPUT TRAN-INPUT-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN STUTRAN.txt, FILE STATUS "
                   WS-TRAN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT TRAN-STAGE-FILE.
           PERFORM 082-STAGE-KEYED UNTIL EOF-KEY-FLG = 'Y'.
           CLOSE TRAN-INPUT-FILE.
           OPEN INPUT GRADE-TRAN-FILE.
           IF WS-GRDTRAN-STATUS = '00'
               PERFORM 084-STAGE-GRADE UNTIL EOF-GTR-FLG = 'Y'
               CLOSE GRADE-TRAN-FILE
           END-IF.
           OPEN INPUT REG-TRAN-FILE.
           IF WS-REGTRAN-STATUS = '00'
               PERFORM 086-STAGE-ENROLLMENT UNTIL EOF-RTR-FLG = 'Y'
               CLOSE REG-TRAN-FILE
           END-IF.
           CLOSE TRAN-STAGE-FILE.
       082-STAGE-KEYED.
           READ TRAN-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-KEY-FLG
               NOT AT END
                   ADD 1 TO WS-KEYED-TAKEN
                   MOVE TRAN-INPUT-RECORD TO STG-TRAN-DATA
                   PERFORM 088-WRITE-STAGE
           END-READ.
       084-STAGE-GRADE.
           READ GRADE-TRAN-FILE
               AT END
                   MOVE 'Y' TO EOF-GTR-FLG
               NOT AT END
                   ADD 1 TO WS-GRADE-TAKEN
                   MOVE GRADE-TRAN-RECORD TO STG-TRAN-DATA
                   PERFORM 088-WRITE-STAGE
           END-READ.
       086-STAGE-ENROLLMENT.
           READ REG-TRAN-FILE
               AT END
                   MOVE 'Y' TO EOF-RTR-FLG
               NOT AT END
                   ADD 1 TO WS-REG-TAKEN
                   MOVE REG-TRAN-RECORD TO STG-TRAN-DATA
                   PERFORM 088-WRITE-STAGE
           END-READ.
       088-WRITE-STAGE.
           ADD 1 TO WS-STAGE-SEQ.
           MOVE WS-STAGE-SEQ TO STG-STAGE-SEQ.
           WRITE TRAN-STAGE-RECORD.
      * sort the master and the transactions by student number and
      * term so the two streams can be matched a key group at a time
      * -- within a key the stage numbering keeps the transactions in
      * the order they were staged
       100-INITIATE-FILES.
           SORT SORT-MASTER-FILE
               ON ASCENDING KEY SMS-STUDENT-NUMBER
                                SMS-TERM-CODE
               USING FEED-DATA-FILE
               GIVING MASTER-SORTED-FILE.
           PERFORM 080-STAGE-TRANSACTIONS.
           SORT SORT-TRAN-FILE
               ON ASCENDING KEY STR-STUDENT-NUMBER
                                STR-TERM-CODE
                                STR-STAGE-SEQ
               USING TRAN-STAGE-FILE
               GIVING TRAN-SORTED-FILE.
           OPEN INPUT MASTER-SORTED-FILE.
           OPEN INPUT TRAN-SORTED-FILE.
           OPEN OUTPUT UPDATE-REPORT-FILE.
           MOVE UPDATE-HEADER TO UPDATE-LINE.
           WRITE UPDATE-LINE.
           OPEN OUTPUT AUDIT-TRAIL-FILE.
           PERFORM 200-READ-MASTER.
           PERFORM 210-READ-TRAN.
       200-READ-MASTER.
                   MOVE HIGH-VALUES TO WS-TRN-KEY
                   MOVE SPACES TO WS-TRN-ACTION
                   MOVE SPACES TO WS-TRN-IMAGE
                   MOVE SPACES TO WS-TRN-AUTH-CODE
               NOT AT END
                   MOVE TSR-ACTION TO WS-TRN-ACTION
                   MOVE TSR-STUDENT-NUMBER TO WS-TRN-NUMBER
                   MOVE TSR-TERM-CODE TO WS-TRN-TERM
                   MOVE TSR-STUDENT-IMAGE TO WS-TRN-IMAGE
                   MOVE TSR-AUTH-CODE TO WS-TRN-AUTH-CODE
           END-READ.
      * one pass per key -- a master key with no transactions copies
      * straight across, otherwise every transaction for the key is
      * validate and apply one transaction against the current key,
      * writing one report line either way -- an add takes the whole
      * transaction image, a correction replaces the record in place,
      * a drop removes it, and a grade or an enrollment changes just
      * the one course slot.  nothing is applied without an
      * authorization code, and whatever is applied is audited
       320-APPLY-TRAN.
           MOVE SPACES TO UPDATE-REASON.
           MOVE WS-CURR-IMAGE TO WS-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN WS-TRN-NUMBER NOT NUMERIC
                   MOVE 'REJECTED' TO UPDATE-STATUS
                   MOVE 'BAD KEY' TO UPDATE-REASON
               WHEN WS-TRN-AUTH-CODE = SPACES
                   MOVE 'REJECTED' TO UPDATE-STATUS
                   MOVE 'NO AUTH CODE' TO UPDATE-REASON
               WHEN (WS-TRN-ACTION = 'G' OR WS-TRN-ACTION = 'E')
                AND WS-TRN-COURSE = SPACES
                   MOVE 'REJECTED' TO UPDATE-STATUS
                   MOVE 'NO COURSE CODE' TO UPDATE-REASON
               WHEN WS-TRN-ACTION = 'A'
                   IF WS-CURR-EXISTS-SW = 'Y'
                       MOVE 'REJECTED' TO UPDATE-STATUS
                       MOVE SPACES TO WS-CURR-IMAGE
                       MOVE 'APPLIED' TO UPDATE-STATUS
                   END-IF
               WHEN WS-TRN-ACTION = 'G'
                   IF WS-CURR-EXISTS-SW = 'N'
                       MOVE 'REJECTED' TO UPDATE-STATUS
                       MOVE 'NOT ON FILE' TO UPDATE-REASON
                   ELSE
                       PERFORM 322-POST-GRADE
                   END-IF
               WHEN WS-TRN-ACTION = 'E'
                   IF WS-CURR-EXISTS-SW = 'N'
                       MOVE 'REJECTED' TO UPDATE-STATUS
                       MOVE 'NOT ON FILE' TO UPDATE-REASON
                   ELSE
                       PERFORM 324-ENROLL-COURSE
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED' TO UPDATE-STATUS
                   MOVE 'BAD ACTION' TO UPDATE-REASON
           END-EVALUATE.
           IF UPDATE-STATUS = 'APPLIED'
               ADD 1 TO WS-APPLIED-COUNTER
               PERFORM 330-AUDIT-CHANGES
           ELSE
               ADD 1 TO WS-REJECTED-COUNTER
           END-IF.
           MOVE WS-TRN-ACTION TO UPDATE-ACTION.
           MOVE WS-TRN-NUMBER TO UPDATE-STUDENT-NUMBER.
           MOVE WS-TRN-TERM TO UPDATE-TERM-CODE.
      * a slot transaction has no name -- its course and average are
      * shown in the name column instead
           IF WS-TRN-ACTION = 'G' OR WS-TRN-ACTION = 'E'
               MOVE WS-TRN-COURSE TO WS-SLOT-VALUE-CODE
               MOVE WS-TRN-AVERAGE TO WS-SLOT-VALUE-AVG
               MOVE WS-SLOT-VALUE TO UPDATE-STUDENT-NAME
           ELSE
               MOVE WS-TRN-NAME TO UPDATE-STUDENT-NAME
           END-IF.
           MOVE WS-TRN-AUTH-CODE TO UPDATE-AUTH-CODE.
           MOVE UPDATE-DETAIL-LINE TO UPDATE-LINE.
           WRITE UPDATE-LINE.
           PERFORM 210-READ-TRAN.
      * a grade goes into the slot holding its course -- a course the
      * record no longer carries (dropped since the roster was
      * posted) is refused
       322-POST-GRADE.
           PERFORM 326-FIND-COURSE-SLOT.
           IF WS-MATCH-SLOT = 0
               MOVE 'REJECTED' TO UPDATE-STATUS
               MOVE 'NOT ENROLLED' TO UPDATE-REASON
           ELSE
               MOVE WS-TRN-AVERAGE
                 TO WS-CURR-COURSE-AVG(WS-MATCH-SLOT)
               MOVE 'APPLIED' TO UPDATE-STATUS
           END-IF.
      * an enrollment takes the first empty slot, unless the course
      * is already on the record or every slot is in use
       324-ENROLL-COURSE.
           PERFORM 326-FIND-COURSE-SLOT.
           MOVE 0 TO WS-FREE-SLOT.
           PERFORM 328-CHECK-FREE-SLOT
               VARYING WS-SCAN-SLOT FROM 5 BY -1
               UNTIL WS-SCAN-SLOT < 1.
           EVALUATE TRUE
               WHEN WS-MATCH-SLOT > 0
                   MOVE 'REJECTED' TO UPDATE-STATUS
                   MOVE 'COURSE ON FILE' TO UPDATE-REASON
               WHEN WS-FREE-SLOT = 0
                   MOVE 'REJECTED' TO UPDATE-STATUS
                   MOVE 'NO FREE SLOT' TO UPDATE-REASON
               WHEN OTHER
                   MOVE WS-TRN-COURSE
                     TO WS-CURR-COURSE-CODE(WS-FREE-SLOT)
                   MOVE WS-TRN-AVERAGE
                     TO WS-CURR-COURSE-AVG(WS-FREE-SLOT)
                   MOVE 'APPLIED' TO UPDATE-STATUS
           END-EVALUATE.
       326-FIND-COURSE-SLOT.
           MOVE 0 TO WS-MATCH-SLOT.
           PERFORM 327-CHECK-COURSE-SLOT
               VARYING WS-SCAN-SLOT FROM 1 BY 1
               UNTIL WS-SCAN-SLOT > 5
                  OR WS-MATCH-SLOT > 0.
       327-CHECK-COURSE-SLOT.
           IF WS-CURR-COURSE-CODE(WS-SCAN-SLOT) = WS-TRN-COURSE
               MOVE WS-SCAN-SLOT TO WS-MATCH-SLOT
           END-IF.
      * walked from the last slot down, so the first empty slot wins
       328-CHECK-FREE-SLOT.
           IF WS-CURR-COURSE-CODE(WS-SCAN-SLOT) = SPACES
               MOVE WS-SCAN-SLOT TO WS-FREE-SLOT
           END-IF.
      * compare the record before and after the transaction field by
      * field -- an add audits from spaces, a drop audits to spaces.
      * a term that falls before the expected term on the calendar
      * is already closed, and every line for it says so
       330-AUDIT-CHANGES.
           MOVE WS-CURR-IMAGE TO WS-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-TRN-AUTH-CODE TO AUD-AUTH-CODE.
           MOVE WS-TRN-ACTION TO AUD-ACTION.
           MOVE WS-TRN-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE WS-TRN-TERM TO AUD-TERM-CODE.
           MOVE WS-TRN-TERM TO WS-TERM-IN.
           PERFORM 600-MAKE-TERM-KEY.
           MOVE WS-KEY-WORK TO WS-TRAN-TERM-KEY.
           IF WS-TRAN-TERM-KEY < WS-EXPECTED-KEY
               MOVE 'Y' TO AUD-TERM-CLOSED
           ELSE
               MOVE 'N' TO AUD-TERM-CLOSED
           END-IF.
           MOVE 0 TO AUD-SLOT.
           MOVE SPACES TO AUD-COURSE-CODE.
           IF WS-BFR-TUITION NOT = WS-AFT-TUITION
               MOVE 'TUITION-OWED' TO AUD-FIELD-NAME
               MOVE WS-BFR-TUITION TO AUD-BEFORE-VALUE
               MOVE WS-AFT-TUITION TO AUD-AFTER-VALUE
               PERFORM 340-WRITE-AUDIT
           END-IF.
           IF WS-BFR-NAME NOT = WS-AFT-NAME
               MOVE 'STUDENT-NAME' TO AUD-FIELD-NAME
               MOVE WS-BFR-NAME TO AUD-BEFORE-VALUE
               MOVE WS-AFT-NAME TO AUD-AFTER-VALUE
               PERFORM 340-WRITE-AUDIT
           END-IF.
           IF WS-BFR-PROGRAM NOT = WS-AFT-PROGRAM
               MOVE 'PROGRAM' TO AUD-FIELD-NAME
               MOVE WS-BFR-PROGRAM TO AUD-BEFORE-VALUE
               MOVE WS-AFT-PROGRAM TO AUD-AFTER-VALUE
               PERFORM 340-WRITE-AUDIT
           END-IF.
           PERFORM 335-AUDIT-ONE-SLOT
               VARYING WS-AUDIT-SLOT FROM 1 BY 1
               UNTIL WS-AUDIT-SLOT > 5.
      * the same course with a different average is a grade change;
      * a different course in the slot is logged as the whole slot
       335-AUDIT-ONE-SLOT.
           MOVE WS-AUDIT-SLOT TO AUD-SLOT.
           IF WS-BFR-COURSE-CODE(WS-AUDIT-SLOT)
                = WS-AFT-COURSE-CODE(WS-AUDIT-SLOT)
               IF WS-BFR-COURSE-AVG(WS-AUDIT-SLOT)
                    NOT = WS-AFT-COURSE-AVG(WS-AUDIT-SLOT)
                   MOVE 'COURSE-AVERAGE' TO AUD-FIELD-NAME
                   MOVE WS-AFT-COURSE-CODE(WS-AUDIT-SLOT)
                     TO AUD-COURSE-CODE
                   MOVE WS-BFR-COURSE-AVG(WS-AUDIT-SLOT)
                     TO AUD-BEFORE-VALUE
                   MOVE WS-AFT-COURSE-AVG(WS-AUDIT-SLOT)
                     TO AUD-AFTER-VALUE
                   PERFORM 340-WRITE-AUDIT
               END-IF
           ELSE
               MOVE 'COURSE-SLOT' TO AUD-FIELD-NAME
               IF WS-AFT-COURSE-CODE(WS-AUDIT-SLOT) = SPACES
                   MOVE WS-BFR-COURSE-CODE(WS-AUDIT-SLOT)
                     TO AUD-COURSE-CODE
               ELSE
                   MOVE WS-AFT-COURSE-CODE(WS-AUDIT-SLOT)
                     TO AUD-COURSE-CODE
               END-IF
               MOVE WS-BFR-COURSE-CODE(WS-AUDIT-SLOT)
                 TO WS-SLOT-VALUE-CODE
               MOVE WS-BFR-COURSE-AVG(WS-AUDIT-SLOT)
                 TO WS-SLOT-VALUE-AVG
               MOVE WS-SLOT-VALUE TO AUD-BEFORE-VALUE
               MOVE WS-AFT-COURSE-CODE(WS-AUDIT-SLOT)
                 TO WS-SLOT-VALUE-CODE
               MOVE WS-AFT-COURSE-AVG(WS-AUDIT-SLOT)
                 TO WS-SLOT-VALUE-AVG
               MOVE WS-SLOT-VALUE TO AUD-AFTER-VALUE
               PERFORM 340-WRITE-AUDIT
           END-IF.
       340-WRITE-AUDIT.
           WRITE AUDIT-TRAIL-RECORD.
           ADD 1 TO WS-AUDIT-COUNTER.
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
      * applied/rejected totals then close everything down
       900-FINISH-RUN.
           MOVE SPACES TO UPDATE-LINE.
           WRITE UPDATE-LINE.
           MOVE WS-APPLIED-COUNTER TO UPDATE-APPLIED-COUNT.
           MOVE WS-REJECTED-COUNTER TO UPDATE-REJECTED-COUNT.
           MOVE WS-AUDIT-COUNTER TO UPDATE-AUDIT-COUNT.
           MOVE UPDATE-TOTAL-LINE TO UPDATE-LINE.
           WRITE UPDATE-LINE.
           MOVE WS-KEYED-TAKEN TO UPDATE-KEYED-COUNT.
           MOVE WS-GRADE-TAKEN TO UPDATE-GRADE-COUNT.
           MOVE WS-REG-TAKEN TO UPDATE-REG-COUNT.
           MOVE UPDATE-SOURCE-LINE TO UPDATE-LINE.
           WRITE UPDATE-LINE.
           MOVE SPACES TO NEW-TRAILER-RECORD.
           MOVE 'T' TO NTT-RECORD-TYPE.
           MOVE WS-NEW-DATA-COUNT TO NTT-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL TO NTT-HASH-TOTAL.
           MOVE WS-GRADE-TAKEN TO NTT-GRADE-TAKEN.
           MOVE WS-REG-TAKEN TO NTT-REG-TAKEN.
           WRITE NEW-TRAILER-RECORD.
           CLOSE MASTER-SORTED-FILE.
           CLOSE TRAN-SORTED-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE UPDATE-REPORT-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----STUDENT MASTER UPDATE COMPLETE----".
           STOP RUN.
