           ASSIGN TO "..\RUNCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT STUDENT-INTERVENTION-FILE
           ASSIGN TO "..\STUDENT_INTERVENTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEMO-SORTED-FILE
           ASSIGN TO "..\DEMOSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-INPUT-FILE
           ASSIGN TO "..\ARLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SORT-LEDGER-FILE
           ASSIGN TO "..\SRTP2L.TMP".
           SELECT LEDGER-SORTED-FILE
           ASSIGN TO "..\P2LSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
           02 RCT-STATUS             PIC X(8).
           02 RCT-RECORD-COUNT       PIC 9(7).


      ****************************
      * TERM-OVER-TERM PROGRESS  *
      * STUDENT DEMOGRAPHIC      *
      * MASTER -- THE MAILING    *
      * ADDRESS JOINED INTO THE  *
      * STATEMENTS               *
      ****************************
       FD DEMO-INPUT-FILE.
       01 DEMO-INPUT-RECORD.
           02 DMS-POSTAL-CODE        PIC X(10).
           02 DMS-ENROLL-STATUS      PIC X(1).

      ****************************
      * AR OPEN-ITEM LEDGER AS   *
      * LAST PROMOTED -- ONE     *
      * ITEM PER STUDENT PER     *
      * TERM WITH WHAT WAS       *
      * BILLED, PAID AND         *
      * CREDITED AS AID; MISSING *
      * UNTIL THE FIRST LEDGER   *
      * RUN                      *
      ****************************
       FD LEDGER-INPUT-FILE.
       01 LEDGER-INPUT-RECORD        PIC X(39).

      ****************************
      * SORT WORK FOR THE LEDGER *
      * (KEYED LOOKUP BUILD)     *
      ****************************
       SD SORT-LEDGER-FILE.
       01 SORT-LEDGER-RECORD.
           02 SLG-STUDENT-NUMBER     PIC X(6).
           02 SLG-TERM-CODE          PIC X(6).
           02 SLG-BODY               PIC X(27).

       FD LEDGER-SORTED-FILE.
       01 LEDGER-SORTED-RECORD.
           02 LDS-STUDENT-NUMBER     PIC X(6).
           02 LDS-TERM-CODE          PIC X(6).
           02 LDS-BILLED             PIC 9(7)V99.
           02 LDS-PAID               PIC S9(7)V99.
           02 LDS-AID                PIC 9(7)V99.

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
           05 EOF-SNUM-FLG           PIC X VALUE 'N'.
           05 EOF-PAY-FLG            PIC X VALUE 'N'.
           05 EOF-HIST-FLG           PIC X VALUE 'N'.
           05 EOF-LDG-FLG            PIC X VALUE 'N'.
           05 FOUND-FLAG             PIC XXX VALUE 'NO'.
           05 WS-AVERAGE             PIC 999V.
           05 WS-PROGRAM-NAME        PIC X(20).
           05 WS-STMT-STUDENT        PIC 9(6)    VALUE 0.
           05 WS-STMT-TUITION        PIC 9(7)V99 VALUE 0.
           05 WS-STMT-PAID           PIC S9(7)V99 VALUE 0.
           05 WS-STMT-AID            PIC 9(7)V99 VALUE 0.
           05 WS-STMT-PAY-SIGNED     PIC S9(7)V99 VALUE 0.
           05 WS-STMT-BALANCE        PIC S9(7)V99 VALUE 0.
           05 WS-STMT-LAST-PAY-SW    PIC X       VALUE 'N'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 STMT-PAY-AMOUNT        PIC $Z,ZZZ,ZZ9.99CR.

       01 STATEMENT-AID-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'FINANCIAL AID:'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 STMT-AID-AMOUNT        PIC $Z,ZZZ,ZZ9.99.

       01 STATEMENT-BALANCE-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'BALANCE:'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ANALYTICS-FAILRATE     PIC ZZZZ9.

      * flat, ascending-key demographic table so the statements and
      * anything else outbound can carry a mailing
      * address -- a missing STUDEMO.txt leaves the table empty and
      * the documents print without addresses (the demographic update
      * run reports those students as exceptions)
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 STMT-ADDR-POSTAL       PIC X(10).

      * flat, ascending-key table of every student number, carrying a
      * running total of payments applied against that student, and
      * what the ledger has billed the student and credited as aid,
      * so TUITION-OWED can be netted before it is ever printed
       01 WS-STUDENT-LOOKUP-COUNT     PIC 9(5) VALUE 0.
       01 WS-STUDENT-LOOKUP-TABLE.
         02 STUDENT-LOOKUP-ENTRY OCCURS 0 TO 20000 TIMES
                                  INDEXED BY STUDENT-IDX.
               10 LOOKUP-STUDENT-NUMBER    PIC 9(6).
               10 LOOKUP-TOTAL-PAID        PIC S9(7)V99.
               10 LOOKUP-LEDGER-BILLED     PIC 9(7)V99.
               10 LOOKUP-TOTAL-AID         PIC 9(7)V99.

      * every item on the promoted ledger, keyed by student and term --
      * a term the ledger carries is netted from the ledger's own
      * billed, paid and aid figures, the same ones the collections
      * run works from
       01 WS-LEDGER-ITEM-COUNT        PIC 9(5) VALUE 0.
       01 WS-LEDGER-ITEM-TABLE.
         02 LEDGER-ITEM-ENTRY OCCURS 0 TO 50000 TIMES
                                  DEPENDING ON WS-LEDGER-ITEM-COUNT
                                  ASCENDING KEY IS LDI-KEY
                                  INDEXED BY LDI-IDX.
               10 LDI-KEY.
                   15 LDI-STUDENT-NUMBER   PIC X(6).
                   15 LDI-TERM-CODE        PIC X(6).
               10 LDI-BILLED               PIC 9(7)V99.
               10 LDI-PAID                 PIC S9(7)V99.
               10 LDI-AID                  PIC 9(7)V99.
       01 WS-LDI-SEARCH-KEY.
           05 WS-LDI-STUDENT-KEY      PIC X(6).
           05 WS-LDI-TERM-KEY         PIC X(6).
       01 WS-LDI-FOUND-SW             PIC X VALUE 'N'.
       01 WS-LEDGER-STATUS            PIC XX.

      * a term in credit shows as CR on the report, while the billing
      * extract and history keep their unsigned layouts and floor at
      * zero
       01 WS-NET-TUITION-OWED         PIC S9(7)V99 VALUE 0.

       01 PAYMENT-MISMATCH-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
               OPEN OUTPUT RECORD-OUTPUT-FILE
               OPEN OUTPUT BILLING-EXTRACT-FILE
           END-IF.
           OPEN OUTPUT PROGRAM-MISMATCH-FILE.
           MOVE MISMATCH-HEADER TO MISMATCH-LINE.
           WRITE MISMATCH-LINE.
           PERFORM READ-COURSE-FILE.
           PERFORM READ-DEMO-FILE.
           PERFORM 600-BUILD-STUDENT-LOOKUP.
           PERFORM 605-LOAD-LEDGER-ITEMS.
           PERFORM 610-PROCESS-PAYMENTS.
           PERFORM 630-PRINT-STATEMENTS.
           IF NOT WS-RESTART-RUN
                   MOVE SEF-STUDENT-NUMBER
                     TO LOOKUP-STUDENT-NUMBER(WS-STUDENT-LOOKUP-COUNT)
                   MOVE 0 TO LOOKUP-TOTAL-PAID(WS-STUDENT-LOOKUP-COUNT)
                   MOVE 0
                     TO LOOKUP-LEDGER-BILLED(WS-STUDENT-LOOKUP-COUNT)
                   MOVE 0 TO LOOKUP-TOTAL-AID(WS-STUDENT-LOOKUP-COUNT)
           END-READ.
      * load the promoted ledger and total what it billed each student
      * and credited as aid -- the ledger is absent until its first
      * run, and an item for a student not on this run's file has
      * nothing to net against
       605-LOAD-LEDGER-ITEMS.
           OPEN INPUT LEDGER-INPUT-FILE.
           IF WS-LEDGER-STATUS = '00'
               CLOSE LEDGER-INPUT-FILE
               SORT SORT-LEDGER-FILE
                   ON ASCENDING KEY SLG-STUDENT-NUMBER
                                    SLG-TERM-CODE
                   USING LEDGER-INPUT-FILE
                   GIVING LEDGER-SORTED-FILE
               OPEN INPUT LEDGER-SORTED-FILE
               PERFORM 606-READ-LEDGER-ITEM UNTIL EOF-LDG-FLG = 'Y'
               CLOSE LEDGER-SORTED-FILE
           END-IF.
       606-READ-LEDGER-ITEM.
           READ LEDGER-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-LDG-FLG
               NOT AT END
                   IF WS-LEDGER-ITEM-COUNT = 50000
                       DISPLAY "FATAL: ARLEDGER.txt HAS MORE THAN "
                       DISPLAY "50000 ITEMS -- WS-LEDGER-ITEM-TABLE "
                       DISPLAY "IS FULL, INCREASE THE OCCURS BOUND "
                       DISPLAY "AND RECOMPILE"
                       CLOSE LEDGER-SORTED-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LEDGER-ITEM-COUNT
                   MOVE LDS-STUDENT-NUMBER
                     TO LDI-STUDENT-NUMBER(WS-LEDGER-ITEM-COUNT)
                   MOVE LDS-TERM-CODE
                     TO LDI-TERM-CODE(WS-LEDGER-ITEM-COUNT)
                   MOVE LDS-BILLED TO LDI-BILLED(WS-LEDGER-ITEM-COUNT)
                   MOVE LDS-PAID TO LDI-PAID(WS-LEDGER-ITEM-COUNT)
                   MOVE LDS-AID TO LDI-AID(WS-LEDGER-ITEM-COUNT)
                   SET STUDENT-IDX TO 1
                   SEARCH ALL STUDENT-LOOKUP-ENTRY
                       AT END
                           CONTINUE
                       WHEN LOOKUP-STUDENT-NUMBER(STUDENT-IDX)
                              = LDS-STUDENT-NUMBER
                           ADD LDS-BILLED
                               TO LOOKUP-LEDGER-BILLED(STUDENT-IDX)
                           ADD LDS-AID
                               TO LOOKUP-TOTAL-AID(STUDENT-IDX)
                   END-SEARCH
           END-READ.
      * binary-search the ledger for the student and term in the
      * search key
       607-FIND-LEDGER-ITEM.
           MOVE 'N' TO WS-LDI-FOUND-SW.
           SET LDI-IDX TO 1.
           SEARCH ALL LEDGER-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN LDI-KEY(LDI-IDX) = WS-LDI-SEARCH-KEY
                   MOVE 'Y' TO WS-LDI-FOUND-SW
           END-SEARCH.
      * read the payment feed, strip and verify its control records,
      * and net each data record against its student
       610-PROCESS-PAYMENTS.
                   MOVE 'Y' TO EOF-PYS-FLG
           END-READ.
      * one statement per student -- the same student can appear once
      * per term on file, so total the charges across the group first.
      * the charges are what the ledger billed; a term on file the
      * ledger has not billed yet shows at its keyed tuition until the
      * assessment prices it
       635-STATEMENT-STUDENT.
           MOVE SEF-STUDENT-NUMBER TO WS-STMT-STUDENT.
           MOVE SEF-STUDENT-NUMBER TO STMT-STUDENT-NUMBER.
           MOVE 'N' TO WS-STMT-LAST-PAY-SW.
           PERFORM UNTIL EOF-STMT-FLG = 'Y'
                      OR SEF-STUDENT-NUMBER NOT = WS-STMT-STUDENT
               MOVE SEF-STUDENT-NUMBER TO WS-LDI-STUDENT-KEY
               MOVE SEF-TERM-CODE TO WS-LDI-TERM-KEY
               PERFORM 607-FIND-LEDGER-ITEM
               IF WS-LDI-FOUND-SW = 'N'
                   ADD SEF-TUITION-OWED TO WS-STMT-TUITION
               END-IF
               PERFORM 631-READ-STMT-STUDENT
           END-PERFORM.
           PERFORM 639-GET-LEDGER-TOTALS.
      * payments below the current student matched no student record
      * and are already on the payment mismatch report -- pass them by
           PERFORM UNTIL EOF-PYS-FLG = 'Y'
           MOVE STATEMENT-PAYMENT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
      * remaining balance plus its age bucket -- the whole balance sits
      * in the bucket of the days since the most recent payment.  aid
      * is a credit of its own, printed apart from the payments; a
      * credit balance is refunded from the ledger run's extract
       638-WRITE-BALANCE-LINES.
           IF WS-STMT-AID > 0
               MOVE WS-STMT-AID TO STMT-AID-AMOUNT
               MOVE STATEMENT-AID-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           COMPUTE WS-STMT-BALANCE = WS-STMT-TUITION - WS-STMT-PAID
                                   - WS-STMT-AID.
           MOVE WS-STMT-BALANCE TO STMT-BALANCE-AMOUNT.
           MOVE STATEMENT-BALANCE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           END-IF.
           MOVE STATEMENT-AGING-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
      * add what the ledger billed the student to the charges and pick
      * up the aid it credited
       639-GET-LEDGER-TOTALS.
           MOVE 0 TO WS-STMT-AID.
           SET STUDENT-IDX TO 1.
           SEARCH ALL STUDENT-LOOKUP-ENTRY
               AT END
                   CONTINUE
               WHEN LOOKUP-STUDENT-NUMBER(STUDENT-IDX) = WS-STMT-STUDENT
                   ADD LOOKUP-LEDGER-BILLED(STUDENT-IDX)
                     TO WS-STMT-TUITION
                   MOVE LOOKUP-TOTAL-AID(STUDENT-IDX) TO WS-STMT-AID
           END-SEARCH.
      * log a payment whose student number matched no student record
       650-WRITE-PAYMENT-MISMATCH.
           ADD 1 TO WS-PAYMENT-MISMATCH-COUNTER.
           MOVE PAY-DATE TO PAYMISS-DATE.
           MOVE PAYMENT-MISMATCH-DETAIL-LINE TO PAYMENT-MISMATCH-LINE.
           WRITE PAYMENT-MISMATCH-LINE.
      * a term the ledger carries owes what the ledger says is left on
      * it -- billed less paid less aid.  a term the ledger has not
      * billed yet nets the student's payments against TUITION-OWED
       700-NET-TUITION-OWED.
           MOVE STUDENT-NUMBER TO WS-LDI-STUDENT-KEY.
           MOVE TERM-CODE TO WS-LDI-TERM-KEY.
           PERFORM 607-FIND-LEDGER-ITEM.
           IF WS-LDI-FOUND-SW = 'Y'
               COMPUTE WS-NET-TUITION-OWED = LDI-BILLED(LDI-IDX)
                                           - LDI-PAID(LDI-IDX)
                                           - LDI-AID(LDI-IDX)
           ELSE
               SET STUDENT-IDX TO 1
               SEARCH ALL STUDENT-LOOKUP-ENTRY
                   AT END
                       MOVE TUITION-OWED TO WS-NET-TUITION-OWED
                   WHEN LOOKUP-STUDENT-NUMBER(STUDENT-IDX)
                          = STUDENT-NUMBER
                       COMPUTE WS-NET-TUITION-OWED =
                           TUITION-OWED - LOOKUP-TOTAL-PAID(STUDENT-IDX)
               END-SEARCH
           END-IF.
      * look for a checkpoint left by an interrupted prior run
       800-CHECK-RESTART.
           CLOSE STUDENT-STANDING-FILE.
           CLOSE PAYMENT-MISMATCH-FILE.
           CLOSE BILLING-EXTRACT-FILE.
           CLOSE COURSE-MISMATCH-FILE.
           CLOSE STUDENT-HISTORY-FILE.
           PERFORM 960-PRINT-TREND-REPORT.
