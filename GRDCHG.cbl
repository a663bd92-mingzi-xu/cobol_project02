      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: grade-change report from the cumulative audit trail
      *          (each master update's audit lines are added to it
      *          when GENPROMO promotes that update's new master) --
      *          accepts a selection by term, course or student and
      *          lists every grade that moved for it, oldest first,
      *          with the before and after grade, the run that
      *          applied it and the authorization code it carried.  a
      *          change applied after its term had closed is flagged,
      *          and so is every grade that has been changed more
      *          than once
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grdchg.

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
           SELECT AUDIT-TRAIL-FILE
           ASSIGN TO "..\AUDIT_TRAIL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHANGE-WORK-FILE
           ASSIGN TO "..\GRDCHG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-CHANGE-FILE
           ASSIGN TO "..\SRTGCHG.TMP".
           SELECT CHANGE-SORTED-FILE
           ASSIGN TO "..\GCHGSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-REPORT-FILE
           ASSIGN TO "..\GRADE_CHANGE_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- ONLY THE RUN     *
      * DATE AND EXPECTED TERM   *
      * MATTER TO THE REPORT     *
      ****************************
       FD RUNPARM-FILE.
       01 RUNPARM-RECORD.
           02 RP-RUN-DATE            PIC X(8).
           02 RP-EXPECTED-TERM       PIC X(6).
           02 FILLER                 PIC X(13).

      ****************************
      * SHARED RUN-CONTROL LOG --*
      * THE REPORT RUNS AD HOC,  *
      * SO IT STAMPS ITSELF BUT  *
      * ENFORCES NO PREDECESSOR  *
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
      * CUMULATIVE AUDIT TRAIL --*
      * ONE LINE PER FIELD EVERY *
      * APPLIED TRANSACTION      *
      * CHANGED, OLDEST FIRST    *
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
      * SELECTED GRADE CHANGES,  *
      * NUMBERED IN AUDIT-TRAIL  *
      * ORDER SO THE SORT KEEPS  *
      * THEM OLDEST FIRST        *
      ****************************
       FD CHANGE-WORK-FILE.
       01 CHANGE-WORK-RECORD.
           02 CHW-STUDENT-NUMBER     PIC X(6).
           02 CHW-TERM-CODE          PIC X(6).
           02 CHW-COURSE-CODE        PIC X(7).
           02 CHW-SEQUENCE           PIC 9(7).
           02 CHW-BEFORE-GRADE       PIC X(3).
           02 CHW-AFTER-GRADE        PIC X(3).
           02 CHW-RUN-DATE           PIC X(8).
           02 CHW-AUTH-CODE          PIC X(8).
           02 CHW-TERM-CLOSED        PIC X(1).

       SD SORT-CHANGE-FILE.
       01 SORT-CHANGE-RECORD.
           02 SCH-STUDENT-NUMBER     PIC X(6).
           02 SCH-TERM-CODE          PIC X(6).
           02 SCH-COURSE-CODE        PIC X(7).
           02 SCH-SEQUENCE           PIC 9(7).
           02 SCH-BODY               PIC X(23).

       FD CHANGE-SORTED-FILE.
       01 CHANGE-SORTED-RECORD.
           02 CHS-KEY.
             03 CHS-STUDENT-NUMBER   PIC X(6).
             03 CHS-TERM-CODE        PIC X(6).
             03 CHS-COURSE-CODE      PIC X(7).
           02 CHS-SEQUENCE           PIC 9(7).
           02 CHS-BEFORE-GRADE       PIC X(3).
           02 CHS-AFTER-GRADE        PIC X(3).
           02 CHS-RUN-DATE           PIC X(8).
           02 CHS-AUTH-CODE          PIC X(8).
           02 CHS-TERM-CLOSED        PIC X(1).

       FD CHANGE-REPORT-FILE.
       01 CHANGE-LINE                PIC X(90).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-AUD-FLG            PIC X    VALUE 'N'.
           05 EOF-CHG-FLG            PIC X    VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-AUDIT-STATUS            PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).

      * the selection keyed in at the console
       01 WS-SELECT-TYPE             PIC X(1) VALUE SPACE.
           88 WS-SELECT-BY-TERM      VALUE 'T'.
           88 WS-SELECT-BY-COURSE    VALUE 'C'.
           88 WS-SELECT-BY-STUDENT   VALUE 'S'.
       01 WS-SELECT-TERM             PIC X(6) VALUE SPACES.
       01 WS-SELECT-COURSE           PIC X(7) VALUE SPACES.
       01 WS-SELECT-STUDENT          PIC X(6) VALUE SPACES.
       01 WS-SELECTED-SW             PIC X    VALUE 'N'.

      * one grade's changes (same student, term and course), held
      * until the whole group is read so every line can say whether
      * the grade moved more than once (cap 50)
       01 WS-GRP-KEY.
           05 WS-GRP-STUDENT         PIC X(6) VALUE SPACES.
           05 WS-GRP-TERM            PIC X(6) VALUE SPACES.
           05 WS-GRP-COURSE          PIC X(7) VALUE SPACES.
       01 WS-GRP-COUNT               PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY           OCCURS 50 TIMES.
               10 WS-GRP-BEFORE      PIC X(3).
               10 WS-GRP-AFTER       PIC X(3).
               10 WS-GRP-RUN-DATE    PIC X(8).
               10 WS-GRP-AUTH-CODE   PIC X(8).
               10 WS-GRP-CLOSED      PIC X(1).
       01 WS-GRP-SUB                 PIC 9(3) VALUE 0.
       01 WS-PREV-REPEAT-STUDENT     PIC X(6) VALUE SPACES.

       01 WS-CHG-TOTALS.
           05 WS-AUDIT-READ-COUNTER  PIC 9(7) VALUE 0.
           05 WS-CHANGE-COUNTER      PIC 9(7) VALUE 0.
           05 WS-CLOSED-COUNTER      PIC 9(7) VALUE 0.
           05 WS-REPEAT-COUNTER      PIC 9(7) VALUE 0.
           05 WS-REPEAT-STU-COUNTER  PIC 9(7) VALUE 0.

       01 CHANGE-REPORT-HEADER.
           05 FILLER                 PIC X(33)
              VALUE 'GRADE CHANGE REPORT      RUN DATE'.
           05 FILLER                 PIC X(2)  VALUE ': '.
           05 CRH-RUN-DATE           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'SELECTED BY: '.
           05 CRH-SELECT-BY          PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 CRH-SELECT-VALUE       PIC X(7).

       01 CHANGE-COLUMN-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'TERM'.
           05 FILLER                 PIC X(9)  VALUE 'COURSE'.
           05 FILLER                 PIC X(8)  VALUE 'BEFORE'.
           05 FILLER                 PIC X(7)  VALUE 'AFTER'.
           05 FILLER                 PIC X(10) VALUE 'RUN DATE'.
           05 FILLER                 PIC X(10) VALUE 'AUTH'.
           05 FILLER                 PIC X(5)  VALUE 'FLAGS'.

       01 CHANGE-DETAIL-LINE.
           05 CDL-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 CDL-TERM-CODE          PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CDL-COURSE-CODE        PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CDL-BEFORE-GRADE       PIC X(3).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 CDL-AFTER-GRADE        PIC X(3).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 CDL-RUN-DATE           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CDL-AUTH-CODE          PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CDL-CLOSED-FLAG        PIC X(12).
           05 CDL-REPEAT-FLAG        PIC X(6).

       01 CHANGE-TOTAL-LINE.
           05 FILLER                 PIC X(9)  VALUE 'CHANGES: '.
           05 CTL-CHANGES            PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'AFTER CLOSE: '.
           05 CTL-CLOSED             PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE 'REPEAT CHANGES: '.
           05 CTL-REPEATS            PIC ZZZZZZ9.

       01 CHANGE-TOTAL-LINE-2.
           05 FILLER                 PIC X(31)
              VALUE 'STUDENTS WITH REPEAT CHANGES: '.
           05 CTL-REPEAT-STUDENTS    PIC ZZZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 050-ACCEPT-SELECTION.
           PERFORM 100-SELECT-CHANGES.
           PERFORM 200-WRITE-REPORT.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * the report only needs the run date and expected term from
      * RUNPARM.txt, for the run-control stamps
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
      * the report runs ad hoc, so it stamps its own start on the
      * run-control log but enforces no predecessor
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           MOVE 'GRDCHG' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
       050-ACCEPT-SELECTION.
           DISPLAY "SELECT BY (T)ERM, (C)OURSE OR (S)TUDENT:".
           ACCEPT WS-SELECT-TYPE.
           EVALUATE TRUE
               WHEN WS-SELECT-BY-TERM
                   DISPLAY "ENTER TERM CODE:"
                   ACCEPT WS-SELECT-TERM
                   MOVE 'TERM' TO CRH-SELECT-BY
                   MOVE WS-SELECT-TERM TO CRH-SELECT-VALUE
               WHEN WS-SELECT-BY-COURSE
                   DISPLAY "ENTER COURSE CODE:"
                   ACCEPT WS-SELECT-COURSE
                   MOVE 'COURSE' TO CRH-SELECT-BY
                   MOVE WS-SELECT-COURSE TO CRH-SELECT-VALUE
               WHEN WS-SELECT-BY-STUDENT
                   DISPLAY "ENTER STUDENT NUMBER:"
                   ACCEPT WS-SELECT-STUDENT
                   MOVE 'STUDENT' TO CRH-SELECT-BY
                   MOVE WS-SELECT-STUDENT TO CRH-SELECT-VALUE
               WHEN OTHER
                   DISPLAY "FATAL: SELECTION MUST BE T, C OR S"
                   STOP RUN
           END-EVALUATE.
      * pull every grade change matching the selection off the audit
      * trail, then sort them so each grade's changes come together
      * in the order they were applied
       100-SELECT-CHANGES.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN AUDIT_TRAIL.txt, FILE "
               DISPLAY "STATUS " WS-AUDIT-STATUS
               DISPLAY "NO MASTER UPDATE HAS BEEN AUDITED YET"
               STOP RUN
           END-IF.
           OPEN OUTPUT CHANGE-WORK-FILE.
           PERFORM 110-SELECT-ONE-CHANGE UNTIL EOF-AUD-FLG = 'Y'.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE CHANGE-WORK-FILE.
           SORT SORT-CHANGE-FILE
               ON ASCENDING KEY SCH-STUDENT-NUMBER
                                SCH-TERM-CODE
                                SCH-COURSE-CODE
                                SCH-SEQUENCE
               USING CHANGE-WORK-FILE
               GIVING CHANGE-SORTED-FILE.
       110-SELECT-ONE-CHANGE.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO EOF-AUD-FLG
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNTER
                   IF AUD-FIELD-NAME = 'COURSE-AVERAGE'
                       PERFORM 120-CHECK-SELECTION
                       IF WS-SELECTED-SW = 'Y'
                           PERFORM 130-WRITE-CHANGE
                       END-IF
                   END-IF
           END-READ.
       120-CHECK-SELECTION.
           MOVE 'N' TO WS-SELECTED-SW.
           EVALUATE TRUE
               WHEN WS-SELECT-BY-TERM
                   IF AUD-TERM-CODE = WS-SELECT-TERM
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
               WHEN WS-SELECT-BY-COURSE
                   IF AUD-COURSE-CODE = WS-SELECT-COURSE
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
               WHEN WS-SELECT-BY-STUDENT
                   IF AUD-STUDENT-NUMBER = WS-SELECT-STUDENT
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
           END-EVALUATE.
       130-WRITE-CHANGE.
           MOVE AUD-STUDENT-NUMBER TO CHW-STUDENT-NUMBER.
           MOVE AUD-TERM-CODE TO CHW-TERM-CODE.
           MOVE AUD-COURSE-CODE TO CHW-COURSE-CODE.
           MOVE WS-AUDIT-READ-COUNTER TO CHW-SEQUENCE.
           MOVE AUD-BEFORE-VALUE TO CHW-BEFORE-GRADE.
           MOVE AUD-AFTER-VALUE TO CHW-AFTER-GRADE.
           MOVE AUD-RUN-DATE TO CHW-RUN-DATE.
           MOVE AUD-AUTH-CODE TO CHW-AUTH-CODE.
           MOVE AUD-TERM-CLOSED TO CHW-TERM-CLOSED.
           WRITE CHANGE-WORK-RECORD.
       200-WRITE-REPORT.
           OPEN INPUT CHANGE-SORTED-FILE.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           MOVE WS-RUN-DATE TO CRH-RUN-DATE.
           MOVE CHANGE-REPORT-HEADER TO CHANGE-LINE.
           WRITE CHANGE-LINE.
           MOVE CHANGE-COLUMN-HEADER TO CHANGE-LINE.
           WRITE CHANGE-LINE.
           PERFORM 210-READ-CHANGE.
           PERFORM 220-REPORT-ONE-GRADE UNTIL EOF-CHG-FLG = 'Y'.
           CLOSE CHANGE-SORTED-FILE.
       210-READ-CHANGE.
           READ CHANGE-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-CHG-FLG
           END-READ.
      * gather one grade's changes, then print them -- the repeat
      * flag needs the group's count before its first line goes out
       220-REPORT-ONE-GRADE.
           MOVE CHS-KEY TO WS-GRP-KEY.
           MOVE 0 TO WS-GRP-COUNT.
           PERFORM 230-COLLECT-ONE-CHANGE
               UNTIL EOF-CHG-FLG = 'Y'
                  OR CHS-KEY NOT = WS-GRP-KEY.
           IF WS-GRP-COUNT > 1
               ADD 1 TO WS-REPEAT-COUNTER
               IF WS-GRP-STUDENT NOT = WS-PREV-REPEAT-STUDENT
                   ADD 1 TO WS-REPEAT-STU-COUNTER
                   MOVE WS-GRP-STUDENT TO WS-PREV-REPEAT-STUDENT
               END-IF
           END-IF.
           PERFORM 240-WRITE-CHANGE-LINE
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT.
       230-COLLECT-ONE-CHANGE.
           IF WS-GRP-COUNT = 50
               DISPLAY "FATAL: STUDENT/TERM/COURSE " WS-GRP-KEY
               DISPLAY "HAS MORE THAN 50 GRADE CHANGES -- INCREASE "
               DISPLAY "THE OCCURS BOUND AND RECOMPILE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE CHS-BEFORE-GRADE TO WS-GRP-BEFORE(WS-GRP-COUNT).
           MOVE CHS-AFTER-GRADE TO WS-GRP-AFTER(WS-GRP-COUNT).
           MOVE CHS-RUN-DATE TO WS-GRP-RUN-DATE(WS-GRP-COUNT).
           MOVE CHS-AUTH-CODE TO WS-GRP-AUTH-CODE(WS-GRP-COUNT).
           MOVE CHS-TERM-CLOSED TO WS-GRP-CLOSED(WS-GRP-COUNT).
           PERFORM 210-READ-CHANGE.
       240-WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGE-COUNTER.
           MOVE WS-GRP-STUDENT TO CDL-STUDENT-NUMBER.
           MOVE WS-GRP-TERM TO CDL-TERM-CODE.
           MOVE WS-GRP-COURSE TO CDL-COURSE-CODE.
           MOVE WS-GRP-BEFORE(WS-GRP-SUB) TO CDL-BEFORE-GRADE.
           MOVE WS-GRP-AFTER(WS-GRP-SUB) TO CDL-AFTER-GRADE.
           MOVE WS-GRP-RUN-DATE(WS-GRP-SUB) TO CDL-RUN-DATE.
           MOVE WS-GRP-AUTH-CODE(WS-GRP-SUB) TO CDL-AUTH-CODE.
           IF WS-GRP-CLOSED(WS-GRP-SUB) = 'Y'
               MOVE 'AFTER CLOSE' TO CDL-CLOSED-FLAG
               ADD 1 TO WS-CLOSED-COUNTER
           ELSE
               MOVE SPACES TO CDL-CLOSED-FLAG
           END-IF.
           IF WS-GRP-COUNT > 1
               MOVE 'REPEAT' TO CDL-REPEAT-FLAG
           ELSE
               MOVE SPACES TO CDL-REPEAT-FLAG
           END-IF.
           MOVE CHANGE-DETAIL-LINE TO CHANGE-LINE.
           WRITE CHANGE-LINE.
       900-FINISH-RUN.
           MOVE SPACES TO CHANGE-LINE.
           WRITE CHANGE-LINE.
           MOVE WS-CHANGE-COUNTER TO CTL-CHANGES.
           MOVE WS-CLOSED-COUNTER TO CTL-CLOSED.
           MOVE WS-REPEAT-COUNTER TO CTL-REPEATS.
           MOVE CHANGE-TOTAL-LINE TO CHANGE-LINE.
           WRITE CHANGE-LINE.
           MOVE WS-REPEAT-STU-COUNTER TO CTL-REPEAT-STUDENTS.
           MOVE CHANGE-TOTAL-LINE-2 TO CHANGE-LINE.
           WRITE CHANGE-LINE.
           CLOSE CHANGE-REPORT-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----GRADE CHANGE REPORT COMPLETE----".
           DISPLAY "GRADE CHANGES:   " WS-CHANGE-COUNTER.
           DISPLAY "AFTER CLOSE:     " WS-CLOSED-COUNTER.
           DISPLAY "REPEAT STUDENTS: " WS-REPEAT-STU-COUNTER.
           STOP RUN.
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'GRDCHG' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           MOVE 'COMPLETE' TO RCT-STATUS.
           MOVE WS-CHANGE-COUNTER TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM grdchg.
