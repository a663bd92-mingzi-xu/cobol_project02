      * Date: SEP.02.2026
      * Purpose: accounts-receivable open-item ledger carried from run
      *          to run -- one open item per student per term, created
      *          from the tuition the assessment run priced from the
      *          fee schedule,
      *          with payments from PAYMENT.txt applied oldest item
      *          first and each item aging on its own from the term it
      *          was billed; financial aid the disbursement run put on
      *          a term sits on that term's item as its own credit,
      *          apart from the payments; writes the rolled-forward
      *          ledger and an open-items report so the bursar can see
      *          exactly which term a balance sits on.  a student whose
      *          items net to a credit, whether overpaid or over-aided,
      *          goes on REFUND_EXTRACT.txt for accounts payable, with
      *          the mailing address and a closing totals line.  the
      *          rolled-forward ledger closes with a T control record
      *          carrying its item count and billed-amount hash, which
      *          the promotion run verifies before swapping it in
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LEDGER-SORTED-FILE
           ASSIGN TO "..\ARLSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSESSED-TUITION-FILE
           ASSIGN TO "..\ASSESSED_TUITION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESSED-STATUS.
           SELECT AID-DISBURSED-FILE
           ASSIGN TO "..\AID_DISBURSED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-STATUS.
           SELECT PAYMENT-INPUT-FILE
           ASSIGN TO "..\PAYMENT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-ITEMS-FILE
           ASSIGN TO "..\AR_OPEN_ITEMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-EXTRACT-FILE
           ASSIGN TO "..\REFUND_EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEMO-INPUT-FILE
           ASSIGN TO "..\STUDEMO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT SORT-DEMO-FILE
           ASSIGN TO "..\SRTARD.TMP".
           SELECT DEMO-SORTED-FILE
           ASSIGN TO "..\ARDEMSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * AMOUNT ARE CARRIED IN -- *
      * THE PAID SIDE IS REBUILT *
      * FROM THE CUMULATIVE FEED *
      * AND THE AID SIDE FROM    *
      * THE DISBURSED-AID FILE   *
      * EVERY RUN                *
      ****************************
       FD LEDGER-INPUT-FILE.
           02 ARL-TERM-CODE          PIC X(6).
           02 ARL-BILLED             PIC 9(7)V99.
           02 ARL-PAID               PIC S9(7)V99.
           02 ARL-AID                PIC 9(7)V99.

      ****************************
      * SORT WORK FOR THE LEDGER *
       01 SORT-LEDGER-RECORD.
           02 SAL-STUDENT-NUMBER     PIC X(6).
           02 SAL-TERM-CODE          PIC X(6).
           02 SAL-BODY               PIC X(27).

       FD LEDGER-SORTED-FILE.
       01 LEDGER-SORTED-RECORD.
           02 ALS-TERM-CODE          PIC X(6).
           02 ALS-BILLED             PIC 9(7)V99.
           02 ALS-PAID               PIC S9(7)V99.
           02 ALS-AID                PIC 9(7)V99.

      ****************************
      * ASSESSED TUITION FROM    *
      * THE ASSESSMENT RUN, ONE  *
      * RECORD PER EDITED        *
      * STUDENT TERM AND ALREADY *
      * IN STUDENT/TERM ORDER -- *
      * THE SOURCE OF THIS RUN'S *
      * BILLED OPEN ITEMS        *
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
      * DISBURSED AID FROM THE   *
      * DISBURSEMENT RUN -- ONE  *
      * CREDIT LINE PER AWARD,   *
      * IN STUDENT/TERM/FUND     *
      * ORDER AND REBUILT IN     *
      * FULL EVERY RUN           *
      ****************************
       FD AID-DISBURSED-FILE.
       01 AID-DISBURSED-RECORD.
           02 ADB-STUDENT-NUMBER     PIC X(6).
           02 ADB-TERM-CODE          PIC X(6).
           02 ADB-FUND-CODE          PIC X(6).
           02 ADB-AWARD-TYPE         PIC X(1).
           02 ADB-AMOUNT             PIC 9(7)V99.

      ****************************
      *  PAYMENTS RECEIVED FILE  *
      * PAID FIELD RECORDS WHERE *
      * THE LIFETIME HISTORY     *
      * STOOD AT END OF RUN, NOT *
      * AN AMOUNT TO ADD TO; THE *
      * AID FIELD IS THE SAME.   *
      * CLOSED BY A TRAILER OF   *
      * ITEM COUNT AND BILLED    *
      * HASH                     *
      ****************************
       FD LEDGER-NEW-FILE.
       01 LEDGER-NEW-RECORD.
           02 ALN-TERM-CODE          PIC X(6).
           02 ALN-BILLED             PIC 9(7)V99.
           02 ALN-PAID               PIC S9(7)V99.
           02 ALN-AID                PIC 9(7)V99.
       01 LEDGER-NEW-TRAILER.
           02 ALT-RECORD-TYPE        PIC X(1).
           02 ALT-RECORD-COUNT       PIC 9(7).
           02 ALT-HASH-TOTAL         PIC 9(9)V99.
           02 FILLER                 PIC X(20).

      ****************************
      * OPEN-ITEMS REPORT -- ONE *
       FD OPEN-ITEMS-FILE.
       01 OPEN-ITEMS-LINE            PIC X(90).

      ****************************
      * CREDIT BALANCES OWED     *
      * BACK TO STUDENTS, FOR    *
      * ACCOUNTS PAYABLE -- ONE  *
      * LINE PER STUDENT WHOSE   *
      * ITEMS NET TO A CREDIT,   *
      * CLOSED BY A REFUND       *
      * TOTALS LINE              *
      ****************************
       FD REFUND-EXTRACT-FILE.
       01 REFUND-LINE                PIC X(70).

      ****************************
      * STUDENT DEMOGRAPHIC      *
      * MASTER -- THE MAILING    *
      * ADDRESS JOINED INTO THE  *
      * REFUND EXTRACT; MISSING  *
      * MEANS NO ADDRESSES       *
      ****************************
       FD DEMO-INPUT-FILE.
       01 DEMO-INPUT-RECORD          PIC X(99).

      ****************************
      * SORT WORK FOR THE DEMO   *
      * MASTER (KEYED BY STU     *
      * NUMBER)                  *
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

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
           05 EOF-BIL-FLG            PIC X VALUE 'N'.
           05 EOF-PAY-FLG            PIC X VALUE 'N'.
           05 EOF-PYS-FLG            PIC X VALUE 'N'.
           05 EOF-AID-FLG            PIC X VALUE 'N'.
           05 EOF-DEM-FLG            PIC X VALUE 'N'.
           05 WS-LEDGER-ABSENT-SW    PIC X VALUE 'N'.
           05 WS-DEMO-ABSENT-SW      PIC X VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-LEDGER-STATUS           PIC XX.
       01 WS-ASSESSED-STATUS         PIC XX.
       01 WS-AID-STATUS              PIC XX.
       01 WS-DEMO-STATUS             PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).

           05 WS-PAY-EXP-COUNT       PIC 9(7)    VALUE 0.
           05 WS-PAY-EXP-HASH        PIC 9(9)V99 VALUE 0.

      * hold areas for the four-way merge -- a student number of
      * HIGH-VALUES stands in for end of file on any stream
       01 WS-LDG-HOLD.
           05 WS-LDG-STUDENT         PIC X(6).
       01 WS-BIL-HOLD.
           05 WS-BIL-STUDENT         PIC X(6).
           05 WS-BIL-TERM            PIC X(6).
           05 WS-BIL-TUITION         PIC 9(7)V99.
           05 WS-BIL-NAME            PIC X(40).

       01 WS-PAY-HOLD.
           05 WS-PAY-TYPE            PIC X(1).
               88 WS-PAY-REVERSAL    VALUE 'R'.

       01 WS-AID-HOLD.
           05 WS-AID-STUDENT         PIC X(6).
           05 WS-AID-TERM            PIC X(6).
           05 WS-AID-AMOUNT          PIC 9(7)V99.

       01 WS-CURR-STUDENT            PIC X(6).
       01 WS-CURR-NAME               PIC X(40).

      * the demographic stream rides along in student order -- a
      * student number of HIGH-VALUES stands in for end of file
       01 WS-DEM-STUDENT             PIC X(6).

      * malformed feed records reported the same way the batch
      * reconciles this feed -- never silently dropped, never posted
       01 WS-PAYMENT-MISMATCH-COUNTER PIC 9(5) VALUE 0.
               10 WS-ITEM-TERM       PIC X(6).
               10 WS-ITEM-BILLED     PIC 9(7)V99.
               10 WS-ITEM-PAID       PIC S9(7)V99.
               10 WS-ITEM-AID        PIC 9(7)V99.
       01 WS-ITEM-SUB                PIC 9(3) VALUE 0.
       01 WS-ITEM-SUB-2              PIC 9(3) VALUE 0.
       01 WS-ITEM-SLOT               PIC 9(3) VALUE 0.
       01 WS-ITEM-FOUND-SW           PIC X    VALUE 'N'.

      * the term and billed amount of an item being inserted -- a
      * term that carries aid but was never billed goes in at zero
       01 WS-INSERT-FIELDS.
           05 WS-INS-TERM            PIC X(6).
           05 WS-INS-BILLED          PIC 9(7)V99.

       01 WS-APPLY-FIELDS.
           05 WS-APPLY-REMAINING     PIC S9(7)V99 VALUE 0.
           05 WS-APPLY-DUE           PIC S9(7)V99 VALUE 0.
           05 WS-APPLY-PORTION       PIC S9(7)V99 VALUE 0.

       01 WS-ITEM-BALANCE            PIC S9(7)V99 VALUE 0.
       01 WS-STU-BALANCE             PIC S9(7)V99 VALUE 0.
       01 WS-ITEM-TERM-SPLIT.
           05 WS-ITM-TERM-YEAR       PIC X(4).
           05 WS-ITM-TERM-SESSION    PIC X(2).

       01 WS-LEDGER-TOTALS.
           05 WS-TOT-ITEM-COUNT      PIC 9(7)     VALUE 0.
           05 WS-TOT-BILLED-HASH     PIC 9(9)V99  VALUE 0.
           05 WS-TOT-OPEN-COUNT      PIC 9(7)     VALUE 0.
           05 WS-TOT-BILLED          PIC S9(9)V99 VALUE 0.
           05 WS-TOT-PAID            PIC S9(9)V99 VALUE 0.
           05 WS-TOT-AID             PIC S9(9)V99 VALUE 0.
           05 WS-AID-LINE-COUNT      PIC 9(7)     VALUE 0.
           05 WS-AID-LINE-TOTAL      PIC 9(9)V99  VALUE 0.
           05 WS-TOT-BALANCE         PIC S9(9)V99 VALUE 0.
           05 WS-TOT-AGE-CURRENT     PIC S9(9)V99 VALUE 0.
           05 WS-TOT-AGE-30          PIC S9(9)V99 VALUE 0.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'PAID'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'AID'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'BALANCE'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'AGE'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 OID-PAID               PIC $ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 OID-AID                PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 OID-BALANCE            PIC $ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 OID-AGE-BUCKET         PIC X(7).
           05 FILLER                 PIC X(8)  VALUE 'BALANCE:'.
           05 OIT-BALANCE            PIC $Z,ZZZ,ZZ9.99CR.

      * the aid credit lines read, to tie back to the disbursement
      * run's count
       01 OPEN-ITEMS-AID-LINE.
           05 FILLER                 PIC X(14) VALUE 'AID CREDITS'.
           05 FILLER                 PIC X(6)  VALUE 'LINES:'.
           05 OIX-LINE-COUNT         PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'AMOUNT:'.
           05 OIX-LINE-TOTAL         PIC $Z,ZZZ,ZZ9.99.

      * one refund line per student in credit, the amount being the
      * credit across all of the student's items; the extract closes
      * with the refund count and total so the ledger posting can
      * prove it read every line
       01 WS-REFUND-COUNTER          PIC 9(5)    VALUE 0.
       01 WS-REFUND-AMOUNT           PIC 9(7)V99 VALUE 0.
       01 WS-REFUND-TOTAL            PIC 9(9)V99 VALUE 0.

       01 REFUND-HEADER.
           05 FILLER                 PIC X(10) VALUE 'STU NUMBER'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(40) VALUE 'STUDENT NAME'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'REFUND AMOUNT'.

       01 REFUND-DETAIL-LINE.
           05 REFUND-STUDENT-NUMBER  PIC X(6).
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 REFUND-STUDENT-NAME    PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REFUND-AMOUNT-OUT      PIC $Z,ZZZ,ZZ9.99.

       01 REFUND-ADDRESS-LINE.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 REF-ADDR-TEXT          PIC X(30).

       01 REFUND-CITY-LINE.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 REF-ADDR-CITY          PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 REF-ADDR-STATE         PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 REF-ADDR-POSTAL        PIC X(10).

       01 REFUND-TOTAL-LINE.
           05 FILLER                 PIC X(14) VALUE 'REFUND TOTALS'.
           05 REFUND-TOTAL-COUNT     PIC ZZZZ9.
           05 FILLER                 PIC X(36) VALUE SPACES.
           05 REFUND-TOTAL-AMOUNT    PIC $ZZZ,ZZZ,ZZ9.99.

       01 OPEN-ITEMS-AGING-LINE.
           05 FILLER                 PIC X(8)  VALUE 'CURRENT:'.
           05 OIA-CURRENT            PIC $ZZZ,ZZ9.99.
           PERFORM 300-PROCESS-STUDENT
               UNTIL WS-LDG-STUDENT = HIGH-VALUES
                 AND WS-BIL-STUDENT = HIGH-VALUES
                 AND WS-PAY-STUDENT = HIGH-VALUES
                 AND WS-AID-STUDENT = HIGH-VALUES.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
           MOVE RP-EXPECTED-TERM TO WS-EXPECTED-TERM.
           MOVE RP-EXPECTED-TERM TO WS-EXPECTED-TERM-SPLIT.
           CLOSE RUNPARM-FILE.
      * the ledger bills from the assessed tuition and credits the aid
      * the disbursement run leaves behind, so it refuses to start
      * until aiddisb's latest run-control entry for this term is a
      * clean END
       042-CHECK-PREDECESSOR.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
           PERFORM 044-SCAN-RUNCTL UNTIL EOF-RCT-FLG = 'Y'.
           CLOSE RUNCTL-FILE.
           IF WS-PRED-FOUND-SW NOT = 'Y'
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR AIDDISB AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: AIDDISB DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'AIDDISB'
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * verify and strip the payment feed, sort everything into
      * student order, and prime the four merge streams
       100-INITIATE-FILES.
           PERFORM 110-VERIFY-PAYMENT-FEED.
           SORT SORT-PAYMENT-FILE
               MOVE 'Y' TO WS-LEDGER-ABSENT-SW
               MOVE 'Y' TO EOF-LDG-FLG
           END-IF.
           OPEN INPUT ASSESSED-TUITION-FILE.
           IF WS-ASSESSED-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN ASSESSED_TUITION.txt, FILE "
               DISPLAY "STATUS " WS-ASSESSED-STATUS
               DISPLAY "RUN THE TUITION ASSESSMENT FIRST"
               STOP RUN
           END-IF.
           OPEN INPUT AID-DISBURSED-FILE.
           IF WS-AID-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN AID_DISBURSED.txt, FILE "
               DISPLAY "STATUS " WS-AID-STATUS
               DISPLAY "RUN THE AID DISBURSEMENT FIRST"
               STOP RUN
           END-IF.
      * the demographic master is only needed for refund addresses,
      * so a missing one just leaves the extract without them
           OPEN INPUT DEMO-INPUT-FILE.
           IF WS-DEMO-STATUS = '00'
               CLOSE DEMO-INPUT-FILE
               SORT SORT-DEMO-FILE
                   ON ASCENDING KEY SDM-STUDENT-NUMBER
                   USING DEMO-INPUT-FILE
                   GIVING DEMO-SORTED-FILE
               OPEN INPUT DEMO-SORTED-FILE
           ELSE
               MOVE 'Y' TO WS-DEMO-ABSENT-SW
               MOVE 'Y' TO EOF-DEM-FLG
           END-IF.
           OPEN INPUT PAYMENT-SORTED-FILE.
           OPEN OUTPUT LEDGER-NEW-FILE.
           OPEN OUTPUT OPEN-ITEMS-FILE.
           OPEN OUTPUT REFUND-EXTRACT-FILE.
           MOVE REFUND-HEADER TO REFUND-LINE.
           WRITE REFUND-LINE.
           MOVE WS-RUN-DATE TO OIR-HDR-DATE.
           MOVE WS-EXPECTED-TERM TO OIR-HDR-TERM.
           MOVE OPEN-ITEMS-REPORT-HEADER TO OPEN-ITEMS-LINE.
           PERFORM 200-READ-LEDGER.
           PERFORM 210-READ-BILLING.
           PERFORM 220-READ-PAYMENT-SORTED.
           PERFORM 230-READ-AID.
           PERFORM 240-READ-DEMO.
      * pass the raw payment feed once, stripping the H and T control
      * records -- a truncated or doctored transmission stops the run
      * right here, before the ledger is ever touched
               END-READ
           END-IF.
       210-READ-BILLING.
           READ ASSESSED-TUITION-FILE
               AT END
                   MOVE 'Y' TO EOF-BIL-FLG
                   MOVE HIGH-VALUES TO WS-BIL-STUDENT
               NOT AT END
                   MOVE ASM-STUDENT-NUMBER TO WS-BIL-STUDENT
                   MOVE ASM-TERM-CODE TO WS-BIL-TERM
                   MOVE ASM-ASSESSED TO WS-BIL-TUITION
                   MOVE ASM-STUDENT-NAME TO WS-BIL-NAME
           END-READ.
       220-READ-PAYMENT-SORTED.
           READ PAYMENT-SORTED-FILE
                   MOVE PYS-AMOUNT TO WS-PAY-AMOUNT
                   MOVE PYS-TRAN-TYPE TO WS-PAY-TYPE
           END-READ.
       230-READ-AID.
           READ AID-DISBURSED-FILE
               AT END
                   MOVE 'Y' TO EOF-AID-FLG
                   MOVE HIGH-VALUES TO WS-AID-STUDENT
               NOT AT END
                   MOVE ADB-STUDENT-NUMBER TO WS-AID-STUDENT
                   MOVE ADB-TERM-CODE TO WS-AID-TERM
                   MOVE ADB-AMOUNT TO WS-AID-AMOUNT
           END-READ.
       240-READ-DEMO.
           IF EOF-DEM-FLG = 'Y'
               MOVE HIGH-VALUES TO WS-DEM-STUDENT
           ELSE
               READ DEMO-SORTED-FILE
                   AT END
                       MOVE 'Y' TO EOF-DEM-FLG
                       MOVE HIGH-VALUES TO WS-DEM-STUDENT
                   NOT AT END
                       MOVE DMS-STUDENT-NUMBER TO WS-DEM-STUDENT
               END-READ
           END-IF.
      * one pass per student -- carry forward the student's prior
      * items, bill any term not yet on the ledger, credit the aid
      * disbursed to each term, then apply the student's payments
      * oldest item first.  a student whose items net to a credit is
      * owed a refund
       300-PROCESS-STUDENT.
           MOVE WS-LDG-STUDENT TO WS-CURR-STUDENT.
           IF WS-BIL-STUDENT < WS-CURR-STUDENT
           IF WS-PAY-STUDENT < WS-CURR-STUDENT
               MOVE WS-PAY-STUDENT TO WS-CURR-STUDENT
           END-IF.
           IF WS-AID-STUDENT < WS-CURR-STUDENT
               MOVE WS-AID-STUDENT TO WS-CURR-STUDENT
           END-IF.
           MOVE SPACES TO WS-CURR-NAME.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM 310-LOAD-LEDGER-ITEM
               UNTIL WS-LDG-STUDENT NOT = WS-CURR-STUDENT.
           PERFORM 320-BILL-ONE-TERM
               UNTIL WS-BIL-STUDENT NOT = WS-CURR-STUDENT.
           PERFORM 327-CREDIT-ONE-AID
               UNTIL WS-AID-STUDENT NOT = WS-CURR-STUDENT.
           PERFORM 330-APPLY-ONE-PAYMENT
               UNTIL WS-PAY-STUDENT NOT = WS-CURR-STUDENT.
           MOVE 0 TO WS-STU-BALANCE.
           PERFORM 350-WRITE-STUDENT-ITEMS
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           IF WS-STU-BALANCE < 0
               PERFORM 370-WRITE-REFUND
           END-IF.
      * prior items arrive in term order, so they load straight into
      * the table's tail.  only the term and the billed amount carry
      * forward -- PAYMENT.txt is the cumulative lifetime history
           MOVE WS-LDG-TERM TO WS-ITEM-TERM(WS-ITEM-COUNT).
           MOVE WS-LDG-BILLED TO WS-ITEM-BILLED(WS-ITEM-COUNT).
           MOVE 0 TO WS-ITEM-PAID(WS-ITEM-COUNT).
           MOVE 0 TO WS-ITEM-AID(WS-ITEM-COUNT).
           PERFORM 200-READ-LEDGER.
      * a term already on the ledger keeps its payments but takes the
      * current assessment (the assessment is authoritative for what
      * was billed); a new term is inserted in term order so payments
      * always apply oldest first
       320-BILL-ONE-TERM.
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND-SW = 'N'
               MOVE WS-BIL-TERM TO WS-INS-TERM
               MOVE WS-BIL-TUITION TO WS-INS-BILLED
               PERFORM 325-INSERT-NEW-ITEM
           END-IF.
           PERFORM 210-READ-BILLING.
           MOVE WS-ITEM-COUNT TO WS-ITEM-SLOT.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM UNTIL WS-ITEM-SLOT = 0
                      OR WS-ITEM-TERM(WS-ITEM-SLOT) NOT > WS-INS-TERM
               MOVE WS-ITEM-ENTRY(WS-ITEM-SLOT)
                 TO WS-ITEM-ENTRY(WS-ITEM-SLOT + 1)
               SUBTRACT 1 FROM WS-ITEM-SLOT
           END-PERFORM.
           ADD 1 TO WS-ITEM-SLOT.
           MOVE WS-INS-TERM TO WS-ITEM-TERM(WS-ITEM-SLOT).
           MOVE WS-INS-BILLED TO WS-ITEM-BILLED(WS-ITEM-SLOT).
           MOVE 0 TO WS-ITEM-PAID(WS-ITEM-SLOT).
           MOVE 0 TO WS-ITEM-AID(WS-ITEM-SLOT).
      * aid is a credit on the term it was disbursed for, kept apart
      * from what was paid; a term carrying aid that the ledger has
      * never billed still gets an item, at zero billed, so the
      * credit is not lost
       327-CREDIT-ONE-AID.
           ADD 1 TO WS-AID-LINE-COUNT.
           ADD WS-AID-AMOUNT TO WS-AID-LINE-TOTAL.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           PERFORM 328-MATCH-AID-TERM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           IF WS-ITEM-FOUND-SW = 'N'
               MOVE WS-AID-TERM TO WS-INS-TERM
               MOVE 0 TO WS-INS-BILLED
               PERFORM 325-INSERT-NEW-ITEM
           END-IF.
           ADD WS-AID-AMOUNT TO WS-ITEM-AID(WS-ITEM-SLOT).
           PERFORM 230-READ-AID.
       328-MATCH-AID-TERM.
           IF WS-ITEM-TERM(WS-ITEM-SUB) = WS-AID-TERM
               MOVE 'Y' TO WS-ITEM-FOUND-SW
               MOVE WS-ITEM-SUB TO WS-ITEM-SLOT
           END-IF.
      * a payment pays down what is left on each item after its aid,
      * oldest term first; anything left
      * after every item is satisfied sits on the newest item as a
      * credit.  a reversal unwinds the other way, newest term first.
      * a payment for a student with no items at all matched nothing
                 OR WS-APPLY-REMAINING NOT > 0
               COMPUTE WS-APPLY-DUE = WS-ITEM-BILLED(WS-ITEM-SUB)
                                    - WS-ITEM-PAID(WS-ITEM-SUB)
                                    - WS-ITEM-AID(WS-ITEM-SUB)
               IF WS-APPLY-DUE > 0
                   IF WS-APPLY-DUE < WS-APPLY-REMAINING
                       MOVE WS-APPLY-DUE TO WS-APPLY-PORTION
           MOVE WS-ITEM-TERM(WS-ITEM-SUB) TO ALN-TERM-CODE.
           MOVE WS-ITEM-BILLED(WS-ITEM-SUB) TO ALN-BILLED.
           MOVE WS-ITEM-PAID(WS-ITEM-SUB) TO ALN-PAID.
           MOVE WS-ITEM-AID(WS-ITEM-SUB) TO ALN-AID.
           ADD WS-ITEM-BILLED(WS-ITEM-SUB) TO WS-TOT-BILLED-HASH.
           WRITE LEDGER-NEW-RECORD.
           ADD WS-ITEM-BILLED(WS-ITEM-SUB) TO WS-TOT-BILLED.
           ADD WS-ITEM-PAID(WS-ITEM-SUB) TO WS-TOT-PAID.
           ADD WS-ITEM-AID(WS-ITEM-SUB) TO WS-TOT-AID.
           COMPUTE WS-ITEM-BALANCE = WS-ITEM-BILLED(WS-ITEM-SUB)
                                   - WS-ITEM-PAID(WS-ITEM-SUB)
                                   - WS-ITEM-AID(WS-ITEM-SUB).
           ADD WS-ITEM-BALANCE TO WS-STU-BALANCE.
           IF WS-ITEM-BALANCE NOT = 0
               ADD 1 TO WS-TOT-OPEN-COUNT
               ADD WS-ITEM-BALANCE TO WS-TOT-BALANCE
               MOVE WS-ITEM-TERM(WS-ITEM-SUB) TO OID-TERM-CODE
               MOVE WS-ITEM-BILLED(WS-ITEM-SUB) TO OID-BILLED
               MOVE WS-ITEM-PAID(WS-ITEM-SUB) TO OID-PAID
               MOVE WS-ITEM-AID(WS-ITEM-SUB) TO OID-AID
               MOVE WS-ITEM-BALANCE TO OID-BALANCE
               MOVE OPEN-ITEMS-DETAIL-LINE TO OPEN-ITEMS-LINE
               WRITE OPEN-ITEMS-LINE
                   MOVE '90+ DAY' TO OID-AGE-BUCKET
                   ADD WS-ITEM-BALANCE TO WS-TOT-AGE-90
           END-EVALUATE.
      * the refund is the credit across all of the student's items, so
      * a credit on one term is first used against what is still owed
      * on another.  the mailing address under the detail line makes
      * the refund cheque mail-ready for accounts payable
       370-WRITE-REFUND.
           ADD 1 TO WS-REFUND-COUNTER.
           COMPUTE WS-REFUND-AMOUNT = 0 - WS-STU-BALANCE.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
           MOVE WS-CURR-STUDENT TO REFUND-STUDENT-NUMBER.
           MOVE WS-CURR-NAME TO REFUND-STUDENT-NAME.
           MOVE WS-REFUND-AMOUNT TO REFUND-AMOUNT-OUT.
           MOVE REFUND-DETAIL-LINE TO REFUND-LINE.
           WRITE REFUND-LINE.
           PERFORM 240-READ-DEMO
               UNTIL WS-DEM-STUDENT NOT < WS-CURR-STUDENT.
           IF WS-DEM-STUDENT = WS-CURR-STUDENT
               MOVE DMS-ADDRESS-1 TO REF-ADDR-TEXT
               MOVE REFUND-ADDRESS-LINE TO REFUND-LINE
               WRITE REFUND-LINE
               IF DMS-ADDRESS-2 NOT = SPACES
                   MOVE DMS-ADDRESS-2 TO REF-ADDR-TEXT
                   MOVE REFUND-ADDRESS-LINE TO REFUND-LINE
                   WRITE REFUND-LINE
               END-IF
               MOVE DMS-CITY TO REF-ADDR-CITY
               MOVE DMS-STATE TO REF-ADDR-STATE
               MOVE DMS-POSTAL-CODE TO REF-ADDR-POSTAL
               MOVE REFUND-CITY-LINE TO REFUND-LINE
               WRITE REFUND-LINE
           END-IF.
       900-FINISH-RUN.
           IF WS-LEDGER-ABSENT-SW = 'N'
               CLOSE LEDGER-SORTED-FILE
           END-IF.
           CLOSE ASSESSED-TUITION-FILE.
           CLOSE PAYMENT-SORTED-FILE.
           CLOSE AID-DISBURSED-FILE.
           IF WS-DEMO-ABSENT-SW = 'N'
               CLOSE DEMO-SORTED-FILE
           END-IF.
           MOVE WS-REFUND-COUNTER TO REFUND-TOTAL-COUNT.
           MOVE WS-REFUND-TOTAL TO REFUND-TOTAL-AMOUNT.
           MOVE REFUND-TOTAL-LINE TO REFUND-LINE.
           WRITE REFUND-LINE.
           CLOSE REFUND-EXTRACT-FILE.
           MOVE SPACES TO LEDGER-NEW-TRAILER.
           MOVE 'T' TO ALT-RECORD-TYPE.
           MOVE WS-TOT-ITEM-COUNT TO ALT-RECORD-COUNT.
           MOVE WS-TOT-BILLED-HASH TO ALT-HASH-TOTAL.
           WRITE LEDGER-NEW-TRAILER.
           CLOSE LEDGER-NEW-FILE.
           MOVE SPACES TO OPEN-ITEMS-LINE.
           WRITE OPEN-ITEMS-LINE.
           MOVE WS-TOT-AGE-90 TO OIA-90.
           MOVE OPEN-ITEMS-AGING-LINE TO OPEN-ITEMS-LINE.
           WRITE OPEN-ITEMS-LINE.
           MOVE WS-AID-LINE-COUNT TO OIX-LINE-COUNT.
           MOVE WS-AID-LINE-TOTAL TO OIX-LINE-TOTAL.
           MOVE OPEN-ITEMS-AID-LINE TO OPEN-ITEMS-LINE.
           WRITE OPEN-ITEMS-LINE.
           CLOSE OPEN-ITEMS-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----AR OPEN-ITEM LEDGER COMPLETE----".
           DISPLAY "ITEMS CARRIED: " WS-TOT-ITEM-COUNT.
           DISPLAY "ITEMS OPEN:    " WS-TOT-OPEN-COUNT.
           DISPLAY "REFUNDS:       " WS-REFUND-COUNTER.
           DISPLAY "FEED MISMATCH: " WS-PAYMENT-MISMATCH-COUNTER.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
