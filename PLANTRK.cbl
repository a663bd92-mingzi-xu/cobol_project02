      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: installment payment plan tracking -- compares the
      *          payment activity on PAYMENT.txt with the schedule of
      *          every plan on PAYMENT_PLANS.txt (one record per
      *          installment: due date and amount, by student and
      *          term) and marks each plan current, late or defaulted
      *          as of the run date.  an installment counts as missed
      *          only once it is past due by more than the grace
      *          days; one missed installment makes the plan late,
      *          two make it defaulted, and a defaulted plan stays
      *          defaulted until the bursar records a new agreement.
      *          writes PLAN_STATUS_NEW.txt, closed by a count and
      *          student number hash trailer and promoted through
      *          GENPROMO to PLAN_STATUS.txt, which the collections
      *          pass reads to hold off notices for students paying on
      *          schedule, and a plan status report of the missed and
      *          upcoming installments on every plan
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. plantrk.

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
           SELECT PLAN-INPUT-FILE
           ASSIGN TO "..\PAYMENT_PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT PLAN-STAGE-FILE
           ASSIGN TO "..\PLNSTG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-PLAN-FILE
           ASSIGN TO "..\SRTPLN.TMP".
           SELECT PLAN-SORTED-FILE
           ASSIGN TO "..\PLNSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-INPUT-FILE
           ASSIGN TO "..\PAYMENT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT PAYMENT-DATA-FILE
           ASSIGN TO "..\PLNPAY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-PAYMENT-FILE
           ASSIGN TO "..\SRTPLP.TMP".
           SELECT PAYMENT-SORTED-FILE
           ASSIGN TO "..\PLPSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-STATUS-FILE
           ASSIGN TO "..\PLAN_STATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT SORT-PRIOR-FILE
           ASSIGN TO "..\SRTPST.TMP".
           SELECT PRIOR-SORTED-FILE
           ASSIGN TO "..\PSTSRTD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-STATUS-FILE
           ASSIGN TO "..\PLAN_STATUS_NEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-REPORT-FILE
           ASSIGN TO "..\PLAN_STATUS_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- THE RUN DATE IS  *
      * THE AS-OF DATE EVERY     *
      * INSTALLMENT IS MEASURED  *
      * AGAINST                  *
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
      * PAYMENT PLAN AGREEMENTS  *
      * -- ONE RECORD PER        *
      * INSTALLMENT, BY STUDENT  *
      * AND TERM, EACH CARRYING  *
      * THE DATE THE AGREEMENT   *
      * WAS SIGNED               *
      ****************************
       FD PLAN-INPUT-FILE.
       01 PLAN-INPUT-RECORD.
           02 PPL-STUDENT-NUMBER     PIC X(6).
           02 PPL-TERM-CODE          PIC X(6).
           02 PPL-AGREE-DATE         PIC 9(8).
           02 PPL-INSTALLMENT-NO     PIC 9(2).
           02 PPL-DUE-DATE           PIC 9(8).
           02 PPL-AMOUNT             PIC 9(5)V99.

      ****************************
      * THE PLANS AS READ, EACH  *
      * CARRYING ITS TERM'S      *
      * CALENDAR KEY SO THE SORT *
      * PUTS TERMS IN DATE ORDER *
      ****************************
       FD PLAN-STAGE-FILE.
       01 PLAN-STAGE-RECORD.
           02 PSG-PLAN-DATA          PIC X(37).
           02 PSG-TERM-KEY           PIC X(5).

      ****************************
      * SORT WORK FOR THE PLANS  *
      * (KEYED BY STU NUMBER,    *
      *  TERM AND DUE DATE)      *
      ****************************
       SD SORT-PLAN-FILE.
       01 SORT-PLAN-RECORD.
           02 SPL-STUDENT-NUMBER     PIC X(6).
           02 SPL-TERM-CODE          PIC X(6).
           02 SPL-AGREE-DATE         PIC X(8).
           02 SPL-INSTALLMENT-NO     PIC X(2).
           02 SPL-DUE-DATE           PIC X(8).
           02 SPL-AMOUNT             PIC X(7).
           02 SPL-TERM-KEY           PIC X(5).

       FD PLAN-SORTED-FILE.
       01 PLAN-SORTED-RECORD.
           02 PLS-STUDENT-NUMBER     PIC X(6).
           02 PLS-TERM-CODE          PIC X(6).
           02 PLS-AGREE-DATE         PIC 9(8).
           02 PLS-INSTALLMENT-NO     PIC 9(2).
           02 PLS-DUE-DATE           PIC 9(8).
           02 PLS-AMOUNT             PIC 9(5)V99.
           02 PLS-TERM-KEY           PIC X(5).

      ****************************
      *  PAYMENTS RECEIVED FILE  *
      * -- THE FEED OPENS WITH AN*
      * H CONTROL RECORD AND     *
      * CLOSES WITH A T CONTROL  *
      * RECORD CARRYING COUNT    *
      * AND AMOUNT HASH TOTAL    *
      ****************************
       FD PAYMENT-INPUT-FILE.
       01 PAYMENT-INPUT-RECORD.
           02 PAY-STUDENT-NUMBER     PIC X(6).
           02 PAY-AMOUNT             PIC 9(4)V99.
           02 PAY-DATE               PIC 9(8).
           02 PAY-TRAN-TYPE          PIC X(1).
               88 PAY-TYPE-PAYMENT   VALUE 'P' ' '.
               88 PAY-TYPE-REVERSAL  VALUE 'R'.
               88 PAY-TYPE-ADJUSTMENT VALUE 'A'.
       01 PAYMENT-CONTROL-RECORD.
           02 PCT-RECORD-TYPE        PIC X(1).
           02 PCT-FILE-DATE          PIC X(8).
           02 PCT-TERM-CODE          PIC X(6).
           02 FILLER                 PIC X(5).
       01 PAYMENT-TRAILER-RECORD.
           02 PTR-RECORD-TYPE        PIC X(1).
           02 PTR-RECORD-COUNT       PIC 9(7).
           02 PTR-HASH-TOTAL         PIC 9(9)V99.
           02 FILLER                 PIC X(1).

      ****************************
      * PAYMENT DATA RECORDS WITH*
      * THE CONTROL RECORDS      *
      * STRIPPED                 *
      ****************************
       FD PAYMENT-DATA-FILE.
       01 PAYMENT-DATA-RECORD        PIC X(21).

       SD SORT-PAYMENT-FILE.
       01 SORT-PAYMENT-RECORD.
           02 SPY-STUDENT-NUMBER     PIC X(6).
           02 SPY-AMOUNT             PIC X(6).
           02 SPY-DATE               PIC X(8).
           02 SPY-TRAN-TYPE          PIC X(1).

       FD PAYMENT-SORTED-FILE.
       01 PAYMENT-SORTED-RECORD.
           02 PYS-STUDENT-NUMBER     PIC X(6).
           02 PYS-AMOUNT             PIC 9(4)V99.
           02 PYS-DATE               PIC 9(8).
           02 PYS-TRAN-TYPE          PIC X(1).
               88 PYS-TYPE-REVERSAL  VALUE 'R'.

      ****************************
      * LAST RUN'S PLAN STATUS --*
      * THE PROMOTED COPY, READ  *
      * SO A DEFAULT STAYS A     *
      * DEFAULT; MISSING         *
      * ON THE VERY FIRST RUN    *
      ****************************
       FD PRIOR-STATUS-FILE.
       01 PRIOR-STATUS-FILE-RECORD.
           02 PRI-STUDENT-NUMBER     PIC X(6).
           02 PRI-TERM-CODE          PIC X(6).
           02 PRI-BODY               PIC X(51).

       SD SORT-PRIOR-FILE.
       01 SORT-PRIOR-RECORD.
           02 SPR-STUDENT-NUMBER     PIC X(6).
           02 SPR-TERM-CODE          PIC X(6).
           02 SPR-BODY               PIC X(51).

       FD PRIOR-SORTED-FILE.
       01 PRIOR-SORTED-RECORD.
           02 PRS-STUDENT-NUMBER     PIC X(6).
           02 PRS-TERM-CODE          PIC X(6).
           02 PRS-AGREE-DATE         PIC X(8).
           02 PRS-STATUS             PIC X(1).
           02 PRS-MISSED-COUNT       PIC 9(2).
           02 PRS-PAST-DUE           PIC 9(7)V99.
           02 PRS-NEXT-DUE-DATE      PIC X(8).
           02 PRS-NEXT-AMOUNT        PIC 9(5)V99.
           02 PRS-DEFAULT-DATE       PIC X(8).
           02 PRS-AS-OF-DATE         PIC X(8).

      ****************************
      * PLAN STATUS -- ONE       *
      * RECORD PER PLAN, IN      *
      * STUDENT/TERM DATE ORDER, *
      * REBUILT EVERY RUN AND    *
      * CLOSED BY A TRAILER OF   *
      * COUNT AND STUDENT NUMBER *
      * HASH; THE COLLECTIONS    *
      * PASS READS IT ONCE       *
      * PROMOTED                 *
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
       01 PLAN-STATUS-TRAILER.
           02 PST-TRL-RECORD-TYPE    PIC X(1).
           02 PST-TRL-RECORD-COUNT   PIC 9(7).
           02 PST-TRL-HASH-TOTAL     PIC 9(11).

      ****************************
      * PLAN STATUS REPORT FOR   *
      * THE BURSAR               *
      ****************************
       FD PLAN-REPORT-FILE.
       01 PLAN-REPORT-LINE           PIC X(90).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-PLN-FLG            PIC X VALUE 'N'.
           05 EOF-PAY-FLG            PIC X VALUE 'N'.
           05 EOF-PYS-FLG            PIC X VALUE 'N'.
           05 EOF-PRS-FLG            PIC X VALUE 'N'.
           05 WS-PLANS-ABSENT-SW     PIC X VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-PLAN-STATUS             PIC XX.
       01 WS-PAYMENT-STATUS          PIC XX.
       01 WS-PRIOR-STATUS            PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).

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

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(4).
           05 WS-RUN-MONTH           PIC 9(2).
           05 WS-RUN-DAY             PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * the schedule rules -- an installment is not missed until it
      * is more than the grace days past due, and the plan defaults
      * at the second missed installment
       01 WS-PLAN-RULES.
           05 WS-GRACE-DAYS          PIC 9(3) VALUE 10.
           05 WS-DEFAULT-MISSED      PIC 9(2) VALUE 2.

      * run-control scan fields -- the latest entry on the log for the
      * predecessor program and this term decides whether we may run
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-PRED-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-PRED-EVENT          PIC X(5) VALUE SPACES.
           05 WS-PRED-STATUS         PIC X(8) VALUE SPACES.

      * control-record verification for the payment feed -- the run
      * stops before any plan is judged if the trailer count or
      * amount hash disagrees with what was actually read
       01 WS-PAYMENT-CONTROLS.
           05 WS-PAY-HEADER-SW       PIC X VALUE 'N'.
           05 WS-PAY-TRAILER-SW      PIC X VALUE 'N'.
           05 WS-PAY-DATA-COUNT      PIC 9(7)    VALUE 0.
           05 WS-PAY-HASH-TOTAL      PIC 9(9)V99 VALUE 0.
           05 WS-PAY-EXP-COUNT       PIC 9(7)    VALUE 0.
           05 WS-PAY-EXP-HASH        PIC 9(9)V99 VALUE 0.
           05 WS-PAY-BAD-COUNT       PIC 9(5)    VALUE 0.

      * hold areas for the two-way match -- a student number of
      * HIGH-VALUES stands in for end of file
       01 WS-PLN-STUDENT             PIC X(6).
       01 WS-PYS-STUDENT             PIC X(6).
       01 WS-CURR-STUDENT            PIC X(6).
       01 WS-CURR-STUDENT-NUM REDEFINES WS-CURR-STUDENT PIC 9(6).

      * flat, ascending-key table of last run's plan statuses (cap
      * 20000, job stops rather than truncates if that is ever not
      * enough)
       01 WS-PRIOR-COUNT             PIC 9(5) VALUE 0.
       01 WS-PRIOR-TABLE.
         02 PRIOR-TABLE-ENTRY    OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-PRIOR-COUNT
                                  ASCENDING KEY IS PRIOR-KEY-RECORD
                                  INDEXED BY PRIOR-IDX.
               10 PRIOR-KEY-RECORD.
                   15 PRIOR-STUDENT-RECORD PIC X(6).
                   15 PRIOR-TERM-RECORD    PIC X(6).
               10 PRIOR-AGREE-RECORD       PIC X(8).
               10 PRIOR-STATUS-RECORD      PIC X(1).
               10 PRIOR-DEFAULT-RECORD     PIC X(8).

       01 WS-PRIOR-LOOKUP-KEY.
           05 WS-PRIOR-LOOKUP-STUDENT PIC X(6).
           05 WS-PRIOR-LOOKUP-TERM   PIC X(6).
       01 WS-PRIOR-FOUND-SW          PIC X    VALUE 'N'.

      * the current student's installments across all of the
      * student's plans, oldest term first
       01 WS-INS-COUNT               PIC 9(3) VALUE 0.
       01 WS-INS-TABLE.
           05 WS-INS-ENTRY           OCCURS 60 TIMES.
               10 WS-INS-TERM        PIC X(6).
               10 WS-INS-AGREE       PIC 9(8).
               10 WS-INS-NUMBER      PIC 9(2).
               10 WS-INS-DUE-DATE    PIC 9(8).
               10 WS-INS-AMOUNT      PIC 9(5)V99.
       01 WS-INS-SUB                 PIC 9(3) VALUE 0.
       01 WS-EARLIEST-AGREE          PIC 9(8) VALUE 0.

      * the student's payments since the earliest agreement, applied
      * to the plans oldest term first
       01 WS-POOL                    PIC S9(9)V99 VALUE 0.

      * one plan being judged
       01 WS-PLAN-FIELDS.
           05 WS-PLAN-TERM           PIC X(6).
           05 WS-PLAN-AGREE          PIC 9(8).
           05 WS-PLAN-FIRST          PIC 9(3)     VALUE 0.
           05 WS-PLAN-LAST           PIC 9(3)     VALUE 0.
           05 WS-PLAN-NEXT           PIC 9(3)     VALUE 0.
           05 WS-PLAN-TOTAL          PIC 9(7)V99  VALUE 0.
           05 WS-PLAN-PAID           PIC 9(7)V99  VALUE 0.
           05 WS-PLAN-DUE            PIC 9(7)V99  VALUE 0.
           05 WS-PLAN-PAST-DUE       PIC 9(7)V99  VALUE 0.
           05 WS-PLAN-CUM            PIC 9(7)V99  VALUE 0.
           05 WS-PLAN-UNPAID         PIC 9(7)V99  VALUE 0.
           05 WS-PLAN-MISSED         PIC 9(2)     VALUE 0.
           05 WS-PLAN-STATUS-CODE    PIC X(1)     VALUE SPACES.
               88 WS-PLAN-CURRENT    VALUE 'C'.
               88 WS-PLAN-LATE       VALUE 'L'.
               88 WS-PLAN-DEFAULTED  VALUE 'D'.
           05 WS-PLAN-DEFAULT-DATE   PIC X(8)     VALUE SPACES.
           05 WS-NEXT-FOUND-SW       PIC X        VALUE 'N'.
           05 WS-NEXT-DUE-DATE       PIC X(8)     VALUE SPACES.
           05 WS-NEXT-AMOUNT         PIC 9(5)V99  VALUE 0.

      * days an installment is past due, on the same 30/360 basis the
      * statements age balances on
       01 WS-DUE-DATE-SPLIT.
           05 WS-DUE-YEAR            PIC 9(4).
           05 WS-DUE-MONTH           PIC 9(2).
           05 WS-DUE-DAY             PIC 9(2).
       01 WS-DAYS-LATE               PIC S9(5) VALUE 0.

       01 WS-RUN-COUNTERS.
           05 WS-PLAN-COUNT          PIC 9(7) VALUE 0.
           05 WS-CURRENT-COUNT       PIC 9(7) VALUE 0.
           05 WS-LATE-COUNT          PIC 9(7) VALUE 0.
           05 WS-DEFAULT-COUNT       PIC 9(7) VALUE 0.
           05 WS-NEW-DEFAULT-COUNT   PIC 9(7) VALUE 0.
           05 WS-MISSED-LINE-COUNT   PIC 9(7) VALUE 0.
           05 WS-UPCOMING-LINE-COUNT PIC 9(7) VALUE 0.
           05 WS-NEW-STATUS-COUNT    PIC 9(7)  VALUE 0.
           05 WS-NEW-STATUS-HASH     PIC 9(11) VALUE 0.

       01 PLAN-REPORT-HEADER.
           05 FILLER                 PIC X(29)
              VALUE 'PAYMENT PLAN STATUS  RUN DATE'.
           05 FILLER                 PIC X(2)  VALUE ': '.
           05 PRH-DATE               PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'TERM:'.
           05 PRH-TERM               PIC X(6).

       01 PLAN-HEADER-LINE.
           05 FILLER                 PIC X(9)  VALUE 'STUDENT: '.
           05 PHL-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'TERM: '.
           05 PHL-TERM-CODE          PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'AGREED: '.
           05 PHL-AGREE-DATE         PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'STATUS: '.
           05 PHL-STATUS             PIC X(9).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 PHL-DEFAULT-DATE       PIC X(8).

       01 PLAN-AMOUNT-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'TOTAL: '.
           05 PAL-TOTAL              PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'PAID: '.
           05 PAL-PAID               PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'DUE TO DATE: '.
           05 PAL-DUE                PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'PAST DUE: '.
           05 PAL-PAST-DUE           PIC $ZZZ,ZZ9.99.

       01 PLAN-INSTALLMENT-LINE.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'INSTALLMENT '.
           05 PIL-NUMBER             PIC Z9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(4)  VALUE 'DUE '.
           05 PIL-DUE-DATE           PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PIL-AMOUNT             PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'UNPAID: '.
           05 PIL-UNPAID             PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PIL-STATE              PIC X(9).
           05 PIL-DAYS-LATE          PIC ZZZZ9.
           05 PIL-DAYS-BLANK REDEFINES PIL-DAYS-LATE PIC X(5).
           05 PIL-DAYS-TEXT          PIC X(5).

       01 PLAN-SUMMARY-LINE.
           05 FILLER                 PIC X(7)  VALUE 'PLANS: '.
           05 PSM-PLANS              PIC ZZZZZZ9.
           05 FILLER                 PIC X(11) VALUE '  CURRENT: '.
           05 PSM-CURRENT            PIC ZZZZZZ9.
           05 FILLER                 PIC X(8)  VALUE '  LATE: '.
           05 PSM-LATE               PIC ZZZZZZ9.
           05 FILLER                 PIC X(13) VALUE '  DEFAULTED: '.
           05 PSM-DEFAULTED          PIC ZZZZZZ9.

       01 PLAN-SUMMARY-LINE-2.
           05 FILLER                 PIC X(21)
              VALUE 'MISSED INSTALLMENTS: '.
           05 PSM-MISSED             PIC ZZZZZZ9.
           05 FILLER                 PIC X(12) VALUE '  UPCOMING: '.
           05 PSM-UPCOMING           PIC ZZZZZZ9.
           05 FILLER                 PIC X(17)
              VALUE '  NEW DEFAULTS: '.
           05 PSM-NEW-DEFAULTS       PIC ZZZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 100-INITIATE-FILES.
           PERFORM 300-PROCESS-STUDENT
               UNTIL WS-PLN-STUDENT = HIGH-VALUES.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * the run date is the as-of date for every installment
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
           CLOSE RUNPARM-FILE.
      * plan tracking runs once the ledger is rolled forward and
      * just ahead of collections, so it refuses to start until
      * arledger's latest run-control entry for this term is a clean
      * END
       042-CHECK-PREDECESSOR.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "FATAL: RUNCTL.txt IS MISSING -- RUN ARLEDGER "
               DISPLAY "FIRST"
               STOP RUN
           END-IF.
           PERFORM 044-SCAN-RUNCTL UNTIL EOF-RCT-FLG = 'Y'.
           CLOSE RUNCTL-FILE.
           IF WS-PRED-FOUND-SW NOT = 'Y'
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR ARLEDGER AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-PRED-EVENT NOT = 'END'
             OR WS-PRED-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: ARLEDGER DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RERUN IT"
               STOP RUN
           END-IF.
       044-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   IF RCT-PROGRAM-ID = 'ARLEDGER'
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-PRED-FOUND-SW
                       MOVE RCT-EVENT TO WS-PRED-EVENT
                       MOVE RCT-STATUS TO WS-PRED-STATUS
                   END-IF
           END-READ.
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'PLANTRK' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * verify and strip the payment feed, load last run's statuses
      * before the status file is rewritten, sort the plans and the
      * payments into student order and prime both streams -- with
      * no plan file at all the run still writes an empty status
      * file so collections treats nobody as on a plan
       100-INITIATE-FILES.
           PERFORM 110-VERIFY-PAYMENT-FEED.
           SORT SORT-PAYMENT-FILE
               ON ASCENDING KEY SPY-STUDENT-NUMBER
                                SPY-DATE
               USING PAYMENT-DATA-FILE
               GIVING PAYMENT-SORTED-FILE.
           PERFORM 130-LOAD-PRIOR-STATUS.
           OPEN INPUT PLAN-INPUT-FILE.
           IF WS-PLAN-STATUS = '00'
               OPEN OUTPUT PLAN-STAGE-FILE
               PERFORM 105-STAGE-ONE-PLAN UNTIL EOF-PLN-FLG = 'Y'
               CLOSE PLAN-INPUT-FILE
               CLOSE PLAN-STAGE-FILE
               MOVE 'N' TO EOF-PLN-FLG
               SORT SORT-PLAN-FILE
                   ON ASCENDING KEY SPL-STUDENT-NUMBER
                                    SPL-TERM-KEY
                                    SPL-TERM-CODE
                                    SPL-DUE-DATE
                                    SPL-INSTALLMENT-NO
                   USING PLAN-STAGE-FILE
                   GIVING PLAN-SORTED-FILE
               OPEN INPUT PLAN-SORTED-FILE
           ELSE
               MOVE 'Y' TO WS-PLANS-ABSENT-SW
               MOVE 'Y' TO EOF-PLN-FLG
           END-IF.
           OPEN INPUT PAYMENT-SORTED-FILE.
           OPEN OUTPUT PLAN-STATUS-FILE.
           OPEN OUTPUT PLAN-REPORT-FILE.
           MOVE WS-RUN-DATE TO PRH-DATE.
           MOVE WS-EXPECTED-TERM TO PRH-TERM.
           MOVE PLAN-REPORT-HEADER TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           PERFORM 200-READ-PLAN.
           PERFORM 210-READ-PAYMENT-SORTED.
      * each plan record goes to the sort with its term's calendar
      * key, so a student's plans come back oldest term first
       105-STAGE-ONE-PLAN.
           READ PLAN-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-PLN-FLG
               NOT AT END
                   MOVE PPL-TERM-CODE TO WS-TERM-IN
                   PERFORM 600-MAKE-TERM-KEY
                   MOVE PLAN-INPUT-RECORD TO PSG-PLAN-DATA
                   MOVE WS-KEY-WORK TO PSG-TERM-KEY
                   WRITE PLAN-STAGE-RECORD
           END-READ.
      * pass the raw payment feed once, stripping the H and T control
      * records -- a truncated or doctored transmission stops the run
      * right here.  a record the ledger cannot post (bad amount or
      * unknown type) is left out here too; the ledger run reports it
       110-VERIFY-PAYMENT-FEED.
           OPEN INPUT PAYMENT-INPUT-FILE.
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN PAYMENT.txt, FILE STATUS "
                   WS-PAYMENT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PAYMENT-DATA-FILE.
           PERFORM 120-CHECK-PAYMENT-RECORD UNTIL EOF-PAY-FLG = 'Y'.
           CLOSE PAYMENT-INPUT-FILE.
           CLOSE PAYMENT-DATA-FILE.
           IF WS-PAY-HEADER-SW NOT = 'Y'
               DISPLAY "FATAL: PAYMENT.txt HAS NO HEADER RECORD"
               STOP RUN
           END-IF.
           IF WS-PAY-TRAILER-SW NOT = 'Y'
               DISPLAY "FATAL: PAYMENT.txt HAS NO TRAILER RECORD -- "
               DISPLAY "TRANSMISSION MAY BE TRUNCATED"
               STOP RUN
           END-IF.
           IF WS-PAY-DATA-COUNT NOT = WS-PAY-EXP-COUNT
               DISPLAY "FATAL: PAYMENT.txt RECORD COUNT MISMATCH -- "
               DISPLAY "TRAILER SAYS " WS-PAY-EXP-COUNT
                   " BUT " WS-PAY-DATA-COUNT " WERE READ"
               STOP RUN
           END-IF.
           IF WS-PAY-HASH-TOTAL NOT = WS-PAY-EXP-HASH
               DISPLAY "FATAL: PAYMENT.txt AMOUNT HASH MISMATCH -- "
               DISPLAY "TRAILER SAYS " WS-PAY-EXP-HASH
                   " BUT " WS-PAY-HASH-TOTAL " WAS READ"
               STOP RUN
           END-IF.
       120-CHECK-PAYMENT-RECORD.
           READ PAYMENT-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-PAY-FLG
               NOT AT END
                   EVALUATE TRUE
                       WHEN PCT-RECORD-TYPE = 'H'
                           MOVE 'Y' TO WS-PAY-HEADER-SW
                       WHEN PTR-RECORD-TYPE = 'T'
                           MOVE 'Y' TO WS-PAY-TRAILER-SW
                           MOVE PTR-RECORD-COUNT TO WS-PAY-EXP-COUNT
                           MOVE PTR-HASH-TOTAL TO WS-PAY-EXP-HASH
                       WHEN PAY-AMOUNT NOT NUMERIC
                           ADD 1 TO WS-PAY-DATA-COUNT
                           ADD 1 TO WS-PAY-BAD-COUNT
                       WHEN NOT PAY-TYPE-PAYMENT
                        AND NOT PAY-TYPE-REVERSAL
                        AND NOT PAY-TYPE-ADJUSTMENT
                           ADD 1 TO WS-PAY-DATA-COUNT
                           ADD PAY-AMOUNT TO WS-PAY-HASH-TOTAL
                           ADD 1 TO WS-PAY-BAD-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-PAY-DATA-COUNT
                           ADD PAY-AMOUNT TO WS-PAY-HASH-TOTAL
                           WRITE PAYMENT-DATA-RECORD
                               FROM PAYMENT-INPUT-RECORD
                   END-EVALUATE
           END-READ.
      * last run's statuses go into a keyed table before the status
      * file is opened for output -- the file is simply absent on the
      * very first run
       130-LOAD-PRIOR-STATUS.
           OPEN INPUT PRIOR-STATUS-FILE.
           IF WS-PRIOR-STATUS = '00'
               CLOSE PRIOR-STATUS-FILE
               SORT SORT-PRIOR-FILE
                   ON ASCENDING KEY SPR-STUDENT-NUMBER
                                    SPR-TERM-CODE
                   USING PRIOR-STATUS-FILE
                   GIVING PRIOR-SORTED-FILE
               OPEN INPUT PRIOR-SORTED-FILE
               PERFORM 140-LOAD-ONE-PRIOR UNTIL EOF-PRS-FLG = 'Y'
               CLOSE PRIOR-SORTED-FILE
           END-IF.
       140-LOAD-ONE-PRIOR.
           READ PRIOR-SORTED-FILE
             AT END MOVE "Y" TO EOF-PRS-FLG
             NOT AT END
               IF WS-PRIOR-COUNT = 20000
                   DISPLAY "FATAL: PLAN_STATUS.txt HAS MORE THAN 20000 "
                   DISPLAY "ROWS -- WS-PRIOR-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE PRIOR-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRIOR-COUNT
               MOVE PRS-STUDENT-NUMBER
                 TO PRIOR-STUDENT-RECORD(WS-PRIOR-COUNT)
               MOVE PRS-TERM-CODE TO PRIOR-TERM-RECORD(WS-PRIOR-COUNT)
               MOVE PRS-AGREE-DATE
                 TO PRIOR-AGREE-RECORD(WS-PRIOR-COUNT)
               MOVE PRS-STATUS TO PRIOR-STATUS-RECORD(WS-PRIOR-COUNT)
               MOVE PRS-DEFAULT-DATE
                 TO PRIOR-DEFAULT-RECORD(WS-PRIOR-COUNT).
       200-READ-PLAN.
           IF EOF-PLN-FLG = 'Y'
               MOVE HIGH-VALUES TO WS-PLN-STUDENT
           ELSE
               READ PLAN-SORTED-FILE
                   AT END
                       MOVE 'Y' TO EOF-PLN-FLG
                       MOVE HIGH-VALUES TO WS-PLN-STUDENT
                   NOT AT END
                       MOVE PLS-STUDENT-NUMBER TO WS-PLN-STUDENT
               END-READ
           END-IF.
       210-READ-PAYMENT-SORTED.
           READ PAYMENT-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-PYS-FLG
                   MOVE HIGH-VALUES TO WS-PYS-STUDENT
               NOT AT END
                   MOVE PYS-STUDENT-NUMBER TO WS-PYS-STUDENT
           END-READ.
      * one pass per student on a plan -- gather every installment of
      * every plan the student has, pool the student's payments made
      * since the earliest agreement, then judge each plan in term
      * order.  payments of students with no plan are passed by
       300-PROCESS-STUDENT.
           MOVE WS-PLN-STUDENT TO WS-CURR-STUDENT.
           MOVE 0 TO WS-INS-COUNT.
           MOVE 99999999 TO WS-EARLIEST-AGREE.
           PERFORM 310-LOAD-INSTALLMENT
               UNTIL WS-PLN-STUDENT NOT = WS-CURR-STUDENT.
           PERFORM 210-READ-PAYMENT-SORTED
               UNTIL WS-PYS-STUDENT NOT < WS-CURR-STUDENT.
           MOVE 0 TO WS-POOL.
           PERFORM 320-POOL-ONE-PAYMENT
               UNTIL WS-PYS-STUDENT NOT = WS-CURR-STUDENT.
           IF WS-POOL < 0
               MOVE 0 TO WS-POOL
           END-IF.
           MOVE 1 TO WS-PLAN-NEXT.
           PERFORM 330-JUDGE-ONE-PLAN
               UNTIL WS-PLAN-NEXT > WS-INS-COUNT.
       310-LOAD-INSTALLMENT.
           IF WS-INS-COUNT = 60
               DISPLAY "FATAL: STUDENT " WS-CURR-STUDENT " HAS MORE "
               DISPLAY "THAN 60 PLAN INSTALLMENTS -- INCREASE THE "
               DISPLAY "OCCURS BOUND AND RECOMPILE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-INS-COUNT.
           MOVE PLS-TERM-CODE TO WS-INS-TERM(WS-INS-COUNT).
           MOVE PLS-AGREE-DATE TO WS-INS-AGREE(WS-INS-COUNT).
           MOVE PLS-INSTALLMENT-NO TO WS-INS-NUMBER(WS-INS-COUNT).
           MOVE PLS-DUE-DATE TO WS-INS-DUE-DATE(WS-INS-COUNT).
           MOVE PLS-AMOUNT TO WS-INS-AMOUNT(WS-INS-COUNT).
           IF PLS-AGREE-DATE < WS-EARLIEST-AGREE
               MOVE PLS-AGREE-DATE TO WS-EARLIEST-AGREE
           END-IF.
           PERFORM 200-READ-PLAN.
      * a payment or a write-off adjustment counts toward the plan, a
      * reversal takes its payment back out; anything dated before
      * the student signed a plan was paying something else
       320-POOL-ONE-PAYMENT.
           IF PYS-DATE NOT < WS-EARLIEST-AGREE
               IF PYS-TYPE-REVERSAL
                   SUBTRACT PYS-AMOUNT FROM WS-POOL
               ELSE
                   ADD PYS-AMOUNT TO WS-POOL
               END-IF
           END-IF.
           PERFORM 210-READ-PAYMENT-SORTED.
      * one plan is the run of installments sharing a term -- total
      * it, give it as much of the pool as it can take, then walk the
      * schedule in due-date order: the pool covers the earliest
      * installments first, and whatever the pool does not reach and
      * is already due is owed, missed once past the grace days
       330-JUDGE-ONE-PLAN.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-PLAN-NEXT TO WS-PLAN-FIRST.
           MOVE WS-INS-TERM(WS-PLAN-FIRST) TO WS-PLAN-TERM.
           MOVE WS-INS-AGREE(WS-PLAN-FIRST) TO WS-PLAN-AGREE.
           MOVE 0 TO WS-PLAN-TOTAL.
           PERFORM 332-TOTAL-ONE-INSTALLMENT
               VARYING WS-INS-SUB FROM WS-PLAN-FIRST BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT
                  OR WS-INS-TERM(WS-INS-SUB) NOT = WS-PLAN-TERM.
           MOVE WS-INS-SUB TO WS-PLAN-NEXT.
           COMPUTE WS-PLAN-LAST = WS-INS-SUB - 1.
           IF WS-POOL < WS-PLAN-TOTAL
               MOVE WS-POOL TO WS-PLAN-PAID
           ELSE
               MOVE WS-PLAN-TOTAL TO WS-PLAN-PAID
           END-IF.
           SUBTRACT WS-PLAN-PAID FROM WS-POOL.
           MOVE 0 TO WS-PLAN-DUE.
           MOVE 0 TO WS-PLAN-CUM.
           MOVE 0 TO WS-PLAN-MISSED.
           MOVE 'N' TO WS-NEXT-FOUND-SW.
           MOVE SPACES TO WS-NEXT-DUE-DATE.
           MOVE 0 TO WS-NEXT-AMOUNT.
           PERFORM 334-CHECK-ONE-INSTALLMENT
               VARYING WS-INS-SUB FROM WS-PLAN-FIRST BY 1
               UNTIL WS-INS-SUB > WS-PLAN-LAST.
           IF WS-PLAN-DUE > WS-PLAN-PAID
               COMPUTE WS-PLAN-PAST-DUE = WS-PLAN-DUE - WS-PLAN-PAID
           ELSE
               MOVE 0 TO WS-PLAN-PAST-DUE
           END-IF.
           PERFORM 336-SET-PLAN-STATUS.
           PERFORM 340-WRITE-PLAN-STATUS.
           PERFORM 350-REPORT-PLAN.
       332-TOTAL-ONE-INSTALLMENT.
           ADD WS-INS-AMOUNT(WS-INS-SUB) TO WS-PLAN-TOTAL.
       334-CHECK-ONE-INSTALLMENT.
           ADD WS-INS-AMOUNT(WS-INS-SUB) TO WS-PLAN-CUM.
           PERFORM 338-UNPAID-PORTION.
           IF WS-INS-DUE-DATE(WS-INS-SUB) NOT > WS-RUN-DATE-NUM
               ADD WS-INS-AMOUNT(WS-INS-SUB) TO WS-PLAN-DUE
               IF WS-PLAN-UNPAID > 0
                   PERFORM 339-DAYS-LATE
                   IF WS-DAYS-LATE > WS-GRACE-DAYS
                       ADD 1 TO WS-PLAN-MISSED
                   END-IF
               END-IF
           ELSE
               IF WS-PLAN-UNPAID > 0
                  AND WS-NEXT-FOUND-SW = 'N'
                   MOVE 'Y' TO WS-NEXT-FOUND-SW
                   MOVE WS-INS-DUE-DATE(WS-INS-SUB)
                     TO WS-NEXT-DUE-DATE
                   MOVE WS-PLAN-UNPAID TO WS-NEXT-AMOUNT
               END-IF
           END-IF.
      * whatever of this installment the plan's payments do not reach
      * -- the running schedule total less what was paid, capped at
      * the installment itself
       338-UNPAID-PORTION.
           IF WS-PLAN-CUM > WS-PLAN-PAID
               COMPUTE WS-PLAN-UNPAID = WS-PLAN-CUM - WS-PLAN-PAID
               IF WS-PLAN-UNPAID > WS-INS-AMOUNT(WS-INS-SUB)
                   MOVE WS-INS-AMOUNT(WS-INS-SUB) TO WS-PLAN-UNPAID
               END-IF
           ELSE
               MOVE 0 TO WS-PLAN-UNPAID
           END-IF.
       339-DAYS-LATE.
           MOVE WS-INS-DUE-DATE(WS-INS-SUB) TO WS-DUE-DATE-SPLIT.
           COMPUTE WS-DAYS-LATE =
               (WS-RUN-YEAR - WS-DUE-YEAR) * 360
             + (WS-RUN-MONTH - WS-DUE-MONTH) * 30
             + (WS-RUN-DAY - WS-DUE-DAY).
      * a plan that defaulted under this same agreement stays in
      * default -- catching up does not reinstate it; the bursar
      * signs a new agreement (a new agreement date) to do that
       336-SET-PLAN-STATUS.
           MOVE WS-CURR-STUDENT TO WS-PRIOR-LOOKUP-STUDENT.
           MOVE WS-PLAN-TERM TO WS-PRIOR-LOOKUP-TERM.
           MOVE 'N' TO WS-PRIOR-FOUND-SW.
           SET PRIOR-IDX TO 1.
           SEARCH ALL PRIOR-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN PRIOR-KEY-RECORD(PRIOR-IDX) = WS-PRIOR-LOOKUP-KEY
                   MOVE 'Y' TO WS-PRIOR-FOUND-SW
           END-SEARCH.
           MOVE SPACES TO WS-PLAN-DEFAULT-DATE.
           EVALUATE TRUE
               WHEN WS-PRIOR-FOUND-SW = 'Y'
                AND PRIOR-STATUS-RECORD(PRIOR-IDX) = 'D'
                AND PRIOR-AGREE-RECORD(PRIOR-IDX) = WS-PLAN-AGREE
                   MOVE 'D' TO WS-PLAN-STATUS-CODE
                   MOVE PRIOR-DEFAULT-RECORD(PRIOR-IDX)
                     TO WS-PLAN-DEFAULT-DATE
               WHEN WS-PLAN-MISSED NOT < WS-DEFAULT-MISSED
                   MOVE 'D' TO WS-PLAN-STATUS-CODE
                   MOVE WS-RUN-DATE TO WS-PLAN-DEFAULT-DATE
                   ADD 1 TO WS-NEW-DEFAULT-COUNT
               WHEN WS-PLAN-MISSED > 0
                   MOVE 'L' TO WS-PLAN-STATUS-CODE
               WHEN OTHER
                   MOVE 'C' TO WS-PLAN-STATUS-CODE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-PLAN-CURRENT
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN WS-PLAN-LATE
                   ADD 1 TO WS-LATE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DEFAULT-COUNT
           END-EVALUATE.
       340-WRITE-PLAN-STATUS.
           MOVE WS-CURR-STUDENT TO PST-STUDENT-NUMBER.
           MOVE WS-PLAN-TERM TO PST-TERM-CODE.
           MOVE WS-PLAN-AGREE TO PST-AGREE-DATE.
           MOVE WS-PLAN-STATUS-CODE TO PST-STATUS.
           MOVE WS-PLAN-MISSED TO PST-MISSED-COUNT.
           MOVE WS-PLAN-PAST-DUE TO PST-PAST-DUE.
           MOVE WS-NEXT-DUE-DATE TO PST-NEXT-DUE-DATE.
           MOVE WS-NEXT-AMOUNT TO PST-NEXT-AMOUNT.
           MOVE WS-PLAN-DEFAULT-DATE TO PST-DEFAULT-DATE.
           MOVE WS-RUN-DATE TO PST-AS-OF-DATE.
           WRITE PLAN-STATUS-RECORD.
           ADD 1 TO WS-NEW-STATUS-COUNT.
           IF WS-CURR-STUDENT-NUM NUMERIC
               ADD WS-CURR-STUDENT-NUM TO WS-NEW-STATUS-HASH
           END-IF.
      * the bursar's view of one plan -- its status and amounts, then
      * every installment still owing: the ones already due (missed
      * once past the grace days) and the ones coming up
       350-REPORT-PLAN.
           MOVE SPACES TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           MOVE WS-CURR-STUDENT TO PHL-STUDENT-NUMBER.
           MOVE WS-PLAN-TERM TO PHL-TERM-CODE.
           MOVE WS-PLAN-AGREE TO PHL-AGREE-DATE.
           EVALUATE TRUE
               WHEN WS-PLAN-CURRENT
                   MOVE 'CURRENT' TO PHL-STATUS
               WHEN WS-PLAN-LATE
                   MOVE 'LATE' TO PHL-STATUS
               WHEN OTHER
                   MOVE 'DEFAULTED' TO PHL-STATUS
           END-EVALUATE.
           MOVE WS-PLAN-DEFAULT-DATE TO PHL-DEFAULT-DATE.
           MOVE PLAN-HEADER-LINE TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           MOVE WS-PLAN-TOTAL TO PAL-TOTAL.
           MOVE WS-PLAN-PAID TO PAL-PAID.
           MOVE WS-PLAN-DUE TO PAL-DUE.
           MOVE WS-PLAN-PAST-DUE TO PAL-PAST-DUE.
           MOVE PLAN-AMOUNT-LINE TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           MOVE 0 TO WS-PLAN-CUM.
           PERFORM 352-REPORT-ONE-INSTALLMENT
               VARYING WS-INS-SUB FROM WS-PLAN-FIRST BY 1
               UNTIL WS-INS-SUB > WS-PLAN-LAST.
       352-REPORT-ONE-INSTALLMENT.
           ADD WS-INS-AMOUNT(WS-INS-SUB) TO WS-PLAN-CUM.
           PERFORM 338-UNPAID-PORTION.
           IF WS-PLAN-UNPAID > 0
               MOVE WS-INS-NUMBER(WS-INS-SUB) TO PIL-NUMBER
               MOVE WS-INS-DUE-DATE(WS-INS-SUB) TO PIL-DUE-DATE
               MOVE WS-INS-AMOUNT(WS-INS-SUB) TO PIL-AMOUNT
               MOVE WS-PLAN-UNPAID TO PIL-UNPAID
               MOVE SPACES TO PIL-DAYS-BLANK
               MOVE SPACES TO PIL-DAYS-TEXT
               IF WS-INS-DUE-DATE(WS-INS-SUB) > WS-RUN-DATE-NUM
                   MOVE 'UPCOMING' TO PIL-STATE
                   ADD 1 TO WS-UPCOMING-LINE-COUNT
               ELSE
                   PERFORM 339-DAYS-LATE
                   MOVE WS-DAYS-LATE TO PIL-DAYS-LATE
                   MOVE ' DAYS' TO PIL-DAYS-TEXT
                   IF WS-DAYS-LATE > WS-GRACE-DAYS
                       MOVE 'MISSED' TO PIL-STATE
                       ADD 1 TO WS-MISSED-LINE-COUNT
                   ELSE
                       MOVE 'IN GRACE' TO PIL-STATE
                   END-IF
               END-IF
               MOVE PLAN-INSTALLMENT-LINE TO PLAN-REPORT-LINE
               WRITE PLAN-REPORT-LINE
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
       900-FINISH-RUN.
           IF WS-PLANS-ABSENT-SW = 'N'
               CLOSE PLAN-SORTED-FILE
           END-IF.
           CLOSE PAYMENT-SORTED-FILE.
           MOVE SPACES TO PLAN-STATUS-TRAILER.
           MOVE 'T' TO PST-TRL-RECORD-TYPE.
           MOVE WS-NEW-STATUS-COUNT TO PST-TRL-RECORD-COUNT.
           MOVE WS-NEW-STATUS-HASH TO PST-TRL-HASH-TOTAL.
           WRITE PLAN-STATUS-TRAILER.
           CLOSE PLAN-STATUS-FILE.
           MOVE SPACES TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           MOVE WS-PLAN-COUNT TO PSM-PLANS.
           MOVE WS-CURRENT-COUNT TO PSM-CURRENT.
           MOVE WS-LATE-COUNT TO PSM-LATE.
           MOVE WS-DEFAULT-COUNT TO PSM-DEFAULTED.
           MOVE PLAN-SUMMARY-LINE TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           MOVE WS-MISSED-LINE-COUNT TO PSM-MISSED.
           MOVE WS-UPCOMING-LINE-COUNT TO PSM-UPCOMING.
           MOVE WS-NEW-DEFAULT-COUNT TO PSM-NEW-DEFAULTS.
           MOVE PLAN-SUMMARY-LINE-2 TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           CLOSE PLAN-REPORT-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----PAYMENT PLAN TRACKING COMPLETE----".
           DISPLAY "PLANS:         " WS-PLAN-COUNT.
           DISPLAY "CURRENT:       " WS-CURRENT-COUNT.
           DISPLAY "LATE:          " WS-LATE-COUNT.
           DISPLAY "DEFAULTED:     " WS-DEFAULT-COUNT.
           DISPLAY "NEW DEFAULTS:  " WS-NEW-DEFAULT-COUNT.
           STOP RUN.
      * the run got all the way through -- stamp a clean END with the
      * plan count so the collections pass can be tied back to it
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'PLANTRK' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           MOVE 'COMPLETE' TO RCT-STATUS.
           MOVE WS-PLAN-COUNT TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM plantrk.
