      *          for the bursar to mail from, and cuts a registration-
      *          hold extract of students past final notice.  a
      *          student who pays down to zero drops off the status
      *          file, and so off the hold extract, automatically.
      *          a student whose installment plans are all current
      *          (per the plan tracking run) is held at the level
      *          reached -- no notice, no hold -- and a plan that has
      *          just defaulted draws a plan-default notice and puts
      *          the student back on normal escalation.  the rolled-
      *          forward status file closes with a T control record of
      *          its count and student-number hash, which the promotion
      *          run verifies before swapping it in
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REGHOLD-EXTRACT-FILE
           ASSIGN TO "..\REGHOLD_EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-STATUS-FILE
           ASSIGN TO "..\PLAN_STATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT NOTICE-PLAN-DEFAULT-FILE
           ASSIGN TO "..\NOTICE_PLAN_DEFAULT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEMO-INPUT-FILE
           ASSIGN TO "..\STUDEMO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           02 ARL-TERM-CODE          PIC X(6).
           02 ARL-BILLED             PIC 9(7)V99.
           02 ARL-PAID               PIC S9(7)V99.
           02 ARL-AID                PIC 9(7)V99.

      ****************************
      * SORT WORK FOR THE LEDGER *
       01 SORT-LEDGER-RECORD.
           02 SCL-STUDENT-NUMBER     PIC X(6).
           02 SCL-TERM-CODE          PIC X(6).
           02 SCL-BODY               PIC X(27).

       FD LEDGER-SORTED-FILE.
       01 LEDGER-SORTED-RECORD.
           02 CLS-TERM-CODE          PIC X(6).
           02 CLS-BILLED             PIC 9(7)V99.
           02 CLS-PAID               PIC S9(7)V99.
           02 CLS-AID                PIC 9(7)V99.

      ****************************
      * PERSISTENT NOTICE STATUS *
      * FOR THE OPERATORS TO     *
      * SWAP IN; A STUDENT WHO   *
      * PAID DOWN TO ZERO IS NOT *
      * ON IT.  CLOSED BY A      *
      * TRAILER OF COUNT AND     *
      * STUDENT NUMBER HASH      *
      ****************************
       FD NOTICE-STATUS-NEW-FILE.
       01 NOTICE-STATUS-NEW-RECORD.
           02 NSN-STUDENT-NUMBER     PIC X(6).
           02 NSN-NOTICE-LEVEL       PIC 9(1).
           02 NSN-LAST-DATE          PIC X(8).
       01 NOTICE-STATUS-NEW-TRAILER.
           02 NST-TRL-RECORD-TYPE    PIC X(1).
           02 NST-TRL-RECORD-COUNT   PIC 9(7).
           02 NST-TRL-HASH-TOTAL     PIC 9(11).

      ****************************
      * ONE MAILABLE NOTICE FILE *
       FD REGHOLD-EXTRACT-FILE.
       01 REGHOLD-LINE               PIC X(80).

      ****************************
      * INSTALLMENT PLAN STATUS  *
      * -- ONE RECORD PER PLAN,  *
      * IN STUDENT/TERM ORDER,   *
      * FROM THE PLAN TRACKING   *
      * RUN                      *
      ****************************
       FD PLAN-STATUS-FILE.
       01 PLAN-STATUS-RECORD.
           02 PST-STUDENT-NUMBER     PIC X(6).
           02 PST-TERM-CODE          PIC X(6).
           02 PST-AGREE-DATE         PIC X(8).
           02 PST-STATUS             PIC X(1).
           02 PST-MISSED-COUNT       PIC 9(2).
           02 PST-PAST-DUE           PIC 9(7)V99.
           02 PST-NEXT-DUE-DATE      PIC X(8).
           02 PST-NEXT-AMOUNT        PIC 9(5)V99.
           02 PST-DEFAULT-DATE       PIC X(8).
           02 PST-AS-OF-DATE         PIC X(8).

      ****************************
      * MAILABLE NOTICE OF A     *
      * DEFAULTED PAYMENT PLAN   *
      ****************************
       FD NOTICE-PLAN-DEFAULT-FILE.
       01 NOTICE-PLAN-DEFAULT-LINE   PIC X(80).

      ****************************
      * STUDENT DEMOGRAPHIC      *
      * MASTER -- THE MAILING    *
           05 WS-LDG-TERM            PIC X(6).
           05 WS-LDG-BILLED          PIC 9(7)V99.
           05 WS-LDG-PAID            PIC S9(7)V99.
           05 WS-LDG-AID             PIC 9(7)V99.

       01 WS-NST-HOLD.
           05 WS-NST-STUDENT         PIC X(6).
           05 WS-NST-LEVEL           PIC 9(1).
           05 WS-NST-LAST-DATE       PIC X(8).

       01 WS-CURR-STUDENT            PIC X(6).
       01 WS-CURR-STUDENT-NUM REDEFINES WS-CURR-STUDENT PIC 9(6).
       01 WS-CURR-OLD-LEVEL          PIC 9(1) VALUE 0.
       01 WS-CURR-NEW-LEVEL          PIC 9(1) VALUE 0.
       01 WS-CURR-LAST-DATE          PIC X(8) VALUE SPACES.
       01 WS-PAST-DUE-TOTAL          PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-BALANCE            PIC S9(7)V99 VALUE 0.

           05 WS-FINAL-COUNTER       PIC 9(5) VALUE 0.
           05 WS-HOLD-COUNTER        PIC 9(5) VALUE 0.
           05 WS-CLEARED-COUNTER     PIC 9(5) VALUE 0.
           05 WS-PLAN-HELD-COUNTER   PIC 9(5) VALUE 0.
           05 WS-PLAN-DEFAULT-COUNTER PIC 9(5) VALUE 0.

       01 WS-NEW-STATUS-CONTROLS.
           05 WS-NEW-STATUS-COUNT    PIC 9(7)  VALUE 0.
           05 WS-NEW-STATUS-HASH     PIC 9(11) VALUE 0.

       01 NOTICE-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 NTC-RUN-DATE           PIC X(8).

      * flat, ascending-key table of the students on installment
      * plans, one entry per student however many plans -- the worst
      * plan decides (any default, else any late, else current).  a
      * missing PLAN_STATUS.txt means nobody is on a plan
       01 WS-PLAN-STATUS             PIC XX.
       01 WS-PLAN-COUNT              PIC 9(5) VALUE 0.
       01 WS-PLAN-TABLE.
         02 PLAN-TABLE-ENTRY     OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-PLAN-COUNT
                                  ASCENDING KEY IS PLAN-NUMBER-RECORD
                                  INDEXED BY PLAN-IDX.
               10 PLAN-NUMBER-RECORD       PIC X(6).
               10 PLAN-STANDING-RECORD     PIC X(1).
               10 PLAN-NEW-DEFAULT-RECORD  PIC X(1).
               10 PLAN-DEFAULT-DUE-RECORD  PIC 9(7)V99.

       01 WS-PLAN-WORK.
           05 EOF-PST-FLG            PIC X     VALUE 'N'.
           05 WS-CURR-PLAN-STATUS    PIC X(1)  VALUE SPACES.
               88 WS-CURR-PLAN-CURRENT VALUE 'C'.
           05 WS-CURR-PLAN-NEW-DEFAULT PIC X(1) VALUE 'N'.
           05 WS-CURR-PLAN-DUE       PIC 9(7)V99 VALUE 0.

       01 PLAN-DEFAULT-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'PLAN PAST DUE'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'DEFAULT DATE'.

       01 PLAN-DEFAULT-DETAIL-LINE.
           05 PDN-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 PDN-PAST-DUE           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 PDN-DEFAULT-DATE       PIC X(8).

      * flat, ascending-key demographic table so each mailed notice
      * carries its address -- a missing STUDEMO.txt leaves the table
      * empty and the notices print without addresses (the
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE RP-EXPECTED-TERM TO WS-EXPECTED-TERM.
           CLOSE RUNPARM-FILE.
      * collections reads the ledger the AR run rolls forward and the
      * plan statuses the plan tracking run builds from it, so it
      * refuses to start until plantrk's latest run-control entry
      * for this term is a clean END
       042-CHECK-PREDECESSOR.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "FATAL: RUNCTL.txt IS MISSING -- RUN PLANTRK "
               DISPLAY "FIRST"
               STOP RUN
           END-IF.
           PERFORM 044-SCAN-RUNCTL UNTIL EOF-RCT-FLG = 'Y'.
           CLOSE RUNCTL-FILE.
           IF WS-PRED-FOUND-SW NOT = 'Y'
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR PLANTRK AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: PLANTRK DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'PLANTRK'
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
           OPEN OUTPUT REGHOLD-EXTRACT-FILE.
           MOVE NOTICE-HEADER TO REGHOLD-LINE.
           WRITE REGHOLD-LINE.
           OPEN OUTPUT NOTICE-PLAN-DEFAULT-FILE.
           MOVE PLAN-DEFAULT-HEADER TO NOTICE-PLAN-DEFAULT-LINE.
           WRITE NOTICE-PLAN-DEFAULT-LINE.
           PERFORM 110-LOAD-DEMO-TABLE.
           PERFORM 130-LOAD-PLAN-TABLE.
           PERFORM 200-READ-LEDGER.
           PERFORM 210-READ-NOTICE-STATUS.
      * sort the demographic master by student number and load it for
               MOVE DMS-STATE TO DEMO-STATE-RECORD(WS-DEMO-COUNT)
               MOVE DMS-POSTAL-CODE
                 TO DEMO-POSTAL-RECORD(WS-DEMO-COUNT).
      * the plan tracking run writes its status file in student/term
      * order, so a student's plans arrive together and fold into one
      * table entry as they are read
       130-LOAD-PLAN-TABLE.
           OPEN INPUT PLAN-STATUS-FILE.
           IF WS-PLAN-STATUS = '00'
               PERFORM 140-LOAD-ONE-PLAN UNTIL EOF-PST-FLG = 'Y'
               CLOSE PLAN-STATUS-FILE
           END-IF.
       140-LOAD-ONE-PLAN.
           READ PLAN-STATUS-FILE
             AT END MOVE "Y" TO EOF-PST-FLG
             NOT AT END
               IF WS-PLAN-COUNT = 0
                 OR PST-STUDENT-NUMBER
                      NOT = PLAN-NUMBER-RECORD(WS-PLAN-COUNT)
                   IF WS-PLAN-COUNT = 20000
                       DISPLAY "FATAL: PLAN_STATUS.txt HAS MORE THAN "
                       DISPLAY "20000 STUDENTS -- WS-PLAN-TABLE IS "
                       DISPLAY "FULL, INCREASE THE OCCURS BOUND AND "
                       DISPLAY "RECOMPILE"
                       CLOSE PLAN-STATUS-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE PST-STUDENT-NUMBER
                     TO PLAN-NUMBER-RECORD(WS-PLAN-COUNT)
                   MOVE 'C' TO PLAN-STANDING-RECORD(WS-PLAN-COUNT)
                   MOVE 'N' TO PLAN-NEW-DEFAULT-RECORD(WS-PLAN-COUNT)
                   MOVE 0 TO PLAN-DEFAULT-DUE-RECORD(WS-PLAN-COUNT)
               END-IF
               EVALUATE TRUE
                   WHEN PST-STATUS = 'D'
                       MOVE 'D' TO PLAN-STANDING-RECORD(WS-PLAN-COUNT)
                       IF PST-DEFAULT-DATE = WS-RUN-DATE
                           MOVE 'Y'
                             TO PLAN-NEW-DEFAULT-RECORD(WS-PLAN-COUNT)
                           ADD PST-PAST-DUE
                             TO PLAN-DEFAULT-DUE-RECORD(WS-PLAN-COUNT)
                       END-IF
                   WHEN PST-STATUS = 'L'
                    AND PLAN-STANDING-RECORD(WS-PLAN-COUNT) = 'C'
                       MOVE 'L' TO PLAN-STANDING-RECORD(WS-PLAN-COUNT)
               END-EVALUATE.
       200-READ-LEDGER.
           READ LEDGER-SORTED-FILE
               AT END
                   MOVE CLS-TERM-CODE TO WS-LDG-TERM
                   MOVE CLS-BILLED TO WS-LDG-BILLED
                   MOVE CLS-PAID TO WS-LDG-PAID
                   IF CLS-AID NUMERIC
                       MOVE CLS-AID TO WS-LDG-AID
                   ELSE
                       MOVE 0 TO WS-LDG-AID
                   END-IF
           END-READ.
       210-READ-NOTICE-STATUS.
           IF EOF-NST-FLG = 'Y'
                       MOVE HIGH-VALUES TO WS-NST-STUDENT
                   NOT AT END
                       MOVE NST-STUDENT-NUMBER TO WS-NST-STUDENT
                       MOVE NST-LAST-DATE TO WS-NST-LAST-DATE
                       IF NST-NOTICE-LEVEL NUMERIC
                           MOVE NST-NOTICE-LEVEL TO WS-NST-LEVEL
                       ELSE
               MOVE WS-NST-STUDENT TO WS-CURR-STUDENT
           END-IF.
           MOVE 0 TO WS-CURR-OLD-LEVEL.
           MOVE SPACES TO WS-CURR-LAST-DATE.
           IF WS-NST-STUDENT = WS-CURR-STUDENT
               MOVE WS-NST-LEVEL TO WS-CURR-OLD-LEVEL
               MOVE WS-NST-LAST-DATE TO WS-CURR-LAST-DATE
               PERFORM 210-READ-NOTICE-STATUS
           END-IF.
           MOVE 0 TO WS-PAST-DUE-TOTAL.
           PERFORM 310-TOTAL-PAST-DUE
               UNTIL WS-LDG-STUDENT NOT = WS-CURR-STUDENT.
           PERFORM 315-GET-PLAN-STATUS.
           IF WS-CURR-PLAN-NEW-DEFAULT = 'Y'
               PERFORM 380-WRITE-PLAN-DEFAULT-NOTICE
           END-IF.
           PERFORM 320-ESCALATE-OR-CLEAR.
      * only items billed before the expected term count against the
      * student -- the current term is not yet past due.  aid the
      * disbursement run credited to a term is not owed, so it comes
      * off the item's balance the same as a payment
       310-TOTAL-PAST-DUE.
           IF WS-LDG-TERM < WS-EXPECTED-TERM
               COMPUTE WS-ITEM-BALANCE = WS-LDG-BILLED - WS-LDG-PAID
                                       - WS-LDG-AID
               IF WS-ITEM-BALANCE > 0
                   ADD WS-ITEM-BALANCE TO WS-PAST-DUE-TOTAL
               END-IF
           END-IF.
           PERFORM 200-READ-LEDGER.
      * binary-search the plan table -- a student with no plan gets a
      * blank status and is escalated like anyone else
       315-GET-PLAN-STATUS.
           MOVE SPACES TO WS-CURR-PLAN-STATUS.
           MOVE 'N' TO WS-CURR-PLAN-NEW-DEFAULT.
           MOVE 0 TO WS-CURR-PLAN-DUE.
           SET PLAN-IDX TO 1.
           SEARCH ALL PLAN-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN PLAN-NUMBER-RECORD(PLAN-IDX) = WS-CURR-STUDENT
                   MOVE PLAN-STANDING-RECORD(PLAN-IDX)
                     TO WS-CURR-PLAN-STATUS
                   MOVE PLAN-NEW-DEFAULT-RECORD(PLAN-IDX)
                     TO WS-CURR-PLAN-NEW-DEFAULT
                   MOVE PLAN-DEFAULT-DUE-RECORD(PLAN-IDX)
                     TO WS-CURR-PLAN-DUE
           END-SEARCH.
      * a past-due balance moves the student up one level, capped at
      * level 4 (past final notice, on the registration hold); a zero
      * balance clears the status entirely so the student drops off
      * the hold extract on this very run.  a student keeping to a
      * current installment plan stays at the level already reached,
      * with no notice and off the hold extract, until the plan
      * lapses
       320-ESCALATE-OR-CLEAR.
           IF WS-PAST-DUE-TOTAL > 0
             AND WS-CURR-PLAN-CURRENT
               ADD 1 TO WS-PLAN-HELD-COUNTER
               IF WS-CURR-OLD-LEVEL > 0
                   MOVE WS-CURR-STUDENT TO NSN-STUDENT-NUMBER
                   MOVE WS-CURR-OLD-LEVEL TO NSN-NOTICE-LEVEL
                   MOVE WS-CURR-LAST-DATE TO NSN-LAST-DATE
                   PERFORM 328-WRITE-NEW-STATUS
               END-IF
           ELSE
               PERFORM 325-ESCALATE-OR-CLEAR-BALANCE
           END-IF.
       325-ESCALATE-OR-CLEAR-BALANCE.
           IF WS-PAST-DUE-TOTAL > 0
               IF WS-CURR-OLD-LEVEL < 4
                   COMPUTE WS-CURR-NEW-LEVEL = WS-CURR-OLD-LEVEL + 1
               MOVE WS-CURR-STUDENT TO NSN-STUDENT-NUMBER
               MOVE WS-CURR-NEW-LEVEL TO NSN-NOTICE-LEVEL
               MOVE WS-RUN-DATE TO NSN-LAST-DATE
               PERFORM 328-WRITE-NEW-STATUS
               PERFORM 330-WRITE-NOTICE
           ELSE
               IF WS-CURR-OLD-LEVEL > 0
                   ADD 1 TO WS-CLEARED-COUNTER
               END-IF
           END-IF.
      * every status record goes out through here so the trailer's
      * count and hash stay honest
       328-WRITE-NEW-STATUS.
           ADD 1 TO WS-NEW-STATUS-COUNT.
           IF WS-CURR-STUDENT-NUM NUMERIC
               ADD WS-CURR-STUDENT-NUM TO WS-NEW-STATUS-HASH
           END-IF.
           WRITE NOTICE-STATUS-NEW-RECORD.
      * the mailed notices (first, second, final) each carry their
      * address lines so the bursar can stuff envelopes straight from
      * the file; the hold extract is the registrar's block list and
           MOVE WS-DEMO-CITY TO NTC-ADDR-CITY.
           MOVE WS-DEMO-STATE TO NTC-ADDR-STATE.
           MOVE WS-DEMO-POSTAL TO NTC-ADDR-POSTAL.
      * the plan-default notice goes out once, on the run the plan
      * tracking run first marks the plan defaulted, for what the
      * defaulted plans had fallen behind by
       380-WRITE-PLAN-DEFAULT-NOTICE.
           ADD 1 TO WS-PLAN-DEFAULT-COUNTER.
           MOVE WS-CURR-STUDENT TO PDN-STUDENT-NUMBER.
           MOVE WS-CURR-PLAN-DUE TO PDN-PAST-DUE.
           MOVE WS-RUN-DATE TO PDN-DEFAULT-DATE.
           MOVE PLAN-DEFAULT-DETAIL-LINE TO NOTICE-PLAN-DEFAULT-LINE.
           WRITE NOTICE-PLAN-DEFAULT-LINE.
           PERFORM 335-GET-DEMO-ADDRESS.
           IF WS-DEMO-FOUND-SW = 'Y'
               MOVE WS-DEMO-ADDRESS-1 TO NTC-ADDR-TEXT
               MOVE NOTICE-ADDRESS-LINE TO NOTICE-PLAN-DEFAULT-LINE
               WRITE NOTICE-PLAN-DEFAULT-LINE
               IF WS-DEMO-ADDRESS-2 NOT = SPACES
                   MOVE WS-DEMO-ADDRESS-2 TO NTC-ADDR-TEXT
                   MOVE NOTICE-ADDRESS-LINE
                     TO NOTICE-PLAN-DEFAULT-LINE
                   WRITE NOTICE-PLAN-DEFAULT-LINE
               END-IF
               PERFORM 370-BUILD-CITY-LINE
               MOVE NOTICE-CITY-LINE TO NOTICE-PLAN-DEFAULT-LINE
               WRITE NOTICE-PLAN-DEFAULT-LINE
           END-IF.
       900-FINISH-RUN.
           CLOSE LEDGER-SORTED-FILE.
           IF WS-STATUS-ABSENT-SW = 'N'
               CLOSE NOTICE-STATUS-FILE
           END-IF.
           MOVE SPACES TO NOTICE-STATUS-NEW-TRAILER.
           MOVE 'T' TO NST-TRL-RECORD-TYPE.
           MOVE WS-NEW-STATUS-COUNT TO NST-TRL-RECORD-COUNT.
           MOVE WS-NEW-STATUS-HASH TO NST-TRL-HASH-TOTAL.
           WRITE NOTICE-STATUS-NEW-TRAILER.
           CLOSE NOTICE-STATUS-NEW-FILE.
           CLOSE NOTICE-FIRST-FILE.
           CLOSE NOTICE-SECOND-FILE.
           CLOSE NOTICE-FINAL-FILE.
           CLOSE REGHOLD-EXTRACT-FILE.
           CLOSE NOTICE-PLAN-DEFAULT-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----COLLECTIONS PASS COMPLETE----".
           DISPLAY "FIRST NOTICES:  " WS-FIRST-COUNTER.
           DISPLAY "FINAL NOTICES:  " WS-FINAL-COUNTER.
           DISPLAY "REG HOLDS:      " WS-HOLD-COUNTER.
           DISPLAY "CLEARED:        " WS-CLEARED-COUNTER.
           DISPLAY "PLAN HELD:      " WS-PLAN-HELD-COUNTER.
           DISPLAY "PLAN DEFAULTS:  " WS-PLAN-DEFAULT-COUNTER.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
      * total notice count so the operator report can see it
           COMPUTE RCT-RECORD-COUNT = WS-FIRST-COUNTER
                                    + WS-SECOND-COUNTER
                                    + WS-FINAL-COUNTER
                                    + WS-HOLD-COUNTER
                                    + WS-PLAN-DEFAULT-COUNTER.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

