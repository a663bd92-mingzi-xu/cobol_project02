      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: general ledger journal interface -- collects the
      *          period's student accounts activity in machine form:
      *          tuition billed and financial aid credited on
      *          ARLEDGER.txt, receipts, reversals
      *          and write-off adjustments on the cashier-balanced
      *          PAYMENT.txt feed, and the credit balances sent to
      *          REFUND_EXTRACT.txt.  billing, aid and refunds post
      *          only the change since the last released journal (the
      *          amounts already in the GL are carried on
      *          GL_POSTED.txt) and payments post only the feed
      *          records added since then, so a rerun never posts
      *          anything twice.  each kind of activity is mapped to a
      *          debit and a credit account by program of study from
      *          GL_ACCOUNT_MAP.txt, summarized by account, and
      *          proved on GL_PROOF_REPORT.txt.  GL_JOURNAL.txt (H
      *          record, entry lines, T record, both carrying the
      *          debit and credit totals) is released only when the
      *          journal balances, every line mapped, and every source
      *          ties back to the control totals its own run left
      *          behind; GL_POSTED_NEW.txt, closed by a count and
      *          position amount hash trailer, is then promoted
      *          through GENPROMO once the GL has loaded the journal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpost.

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
           SELECT ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL_ACCOUNT_MAP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT SORT-MAP-FILE
           ASSIGN TO "..\SRTGMAP.TMP".
           SELECT MAP-SORTED-FILE
           ASSIGN TO "..\GMAPSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSESSED-TUITION-FILE
           ASSIGN TO "..\ASSESSED_TUITION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESSED-STATUS.
           SELECT POSTED-INPUT-FILE
           ASSIGN TO "..\GL_POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT LEDGER-INPUT-FILE
           ASSIGN TO "..\ARLEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-CONTROL-FILE
           ASSIGN TO "..\ARLEDGER_NEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-CTL-STATUS.
           SELECT PAYMENT-INPUT-FILE
           ASSIGN TO "..\PAYMENT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT REFUND-EXTRACT-FILE
           ASSIGN TO "..\REFUND_EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT POSITION-STAGE-FILE
           ASSIGN TO "..\GLPOSN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-POSITION-FILE
           ASSIGN TO "..\SRTGPOS.TMP".
           SELECT POSITION-SORTED-FILE
           ASSIGN TO "..\GPOSSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITION-WORK-FILE
           ASSIGN TO "..\GLPOSW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETAIL-FILE
           ASSIGN TO "..\GLDETL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-DETAIL-FILE
           ASSIGN TO "..\SRTGDTL.TMP".
           SELECT DETAIL-SORTED-FILE
           ASSIGN TO "..\GDTLSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-WORK-FILE
           ASSIGN TO "..\GLJRNL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE
           ASSIGN TO "..\GL_JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-NEW-FILE
           ASSIGN TO "..\GL_POSTED_NEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-REPORT-FILE
           ASSIGN TO "..\GL_PROOF_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- THE RUN DATE IS  *
      * THE JOURNAL DATE         *
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
      * GL ACCOUNT MAPPING --    *
      * DEBIT AND CREDIT ACCOUNT *
      * PER PROGRAM OF STUDY PER *
      * KIND OF ACTIVITY.  A     *
      * PROGRAM OF '*' IS THE    *
      * FALLBACK ROW FOR ANY     *
      * PROGRAM NOT LISTED       *
      ****************************
       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-RECORD.
           02 GAM-PROGRAM-OF-STUDY   PIC X(6).
           02 GAM-ACTIVITY           PIC X(4).
           02 GAM-DEBIT-ACCOUNT      PIC X(10).
           02 GAM-CREDIT-ACCOUNT     PIC X(10).

      ****************************
      * SORT WORK FOR THE MAP    *
      * (KEYED LOOKUP BUILD)     *
      ****************************
       SD SORT-MAP-FILE.
       01 SORT-MAP-RECORD.
           02 SMP-PROGRAM-OF-STUDY   PIC X(6).
           02 SMP-ACTIVITY           PIC X(4).
           02 SMP-BODY               PIC X(20).

       FD MAP-SORTED-FILE.
       01 MAP-SORTED-RECORD.
           02 MPS-PROGRAM-OF-STUDY   PIC X(6).
           02 MPS-ACTIVITY           PIC X(4).
           02 MPS-DEBIT-ACCOUNT      PIC X(10).
           02 MPS-CREDIT-ACCOUNT     PIC X(10).

      ****************************
      * ASSESSED TUITION FROM    *
      * THE ASSESSMENT RUN, IN   *
      * STUDENT/TERM ORDER --    *
      * ONLY READ FOR EACH       *
      * STUDENT'S PROGRAM OF     *
      * STUDY                    *
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
      * WHAT THE GL ALREADY HAS  *
      * -- A C RECORD WITH THE   *
      * PAYMENT FEED COUNT AND   *
      * HASH POSTED THROUGH, THEN*
      * B (BILLED PER STUDENT    *
      * TERM), A (AID PER        *
      * STUDENT TERM) AND R      *
      * (REFUND PER STUDENT)     *
      * POSITIONS.               *
      * MISSING ON THE VERY      *
      * FIRST POSTING            *
      ****************************
       FD POSTED-INPUT-FILE.
       01 POSTED-INPUT-RECORD.
           02 GPI-RECORD-TYPE        PIC X(1).
           02 GPI-STUDENT-NUMBER     PIC X(6).
           02 GPI-TERM-CODE          PIC X(6).
           02 GPI-AMOUNT             PIC 9(9)V99.
           02 FILLER                 PIC X(3).
       01 POSTED-INPUT-CONTROL.
           02 GPC-RECORD-TYPE        PIC X(1).
           02 GPC-RUN-DATE           PIC X(8).
           02 GPC-PAY-COUNT          PIC 9(7).
           02 GPC-PAY-HASH           PIC 9(9)V99.

      ****************************
      * THE LIVE AR LEDGER -- ONE*
      * ITEM PER STUDENT PER     *
      * TERM, BILLED, PAID AND   *
      * AID CREDITED             *
      ****************************
       FD LEDGER-INPUT-FILE.
       01 LEDGER-INPUT-RECORD.
           02 ARL-STUDENT-NUMBER     PIC X(6).
           02 ARL-TERM-CODE          PIC X(6).
           02 ARL-BILLED             PIC 9(7)V99.
           02 ARL-PAID               PIC S9(7)V99.
           02 ARL-AID                PIC 9(7)V99.

      ****************************
      * THE LEDGER AS ARLEDGER   *
      * WROTE IT -- ONLY ITS T   *
      * TRAILER OF ITEM COUNT    *
      * AND BILLED HASH IS USED  *
      ****************************
       FD LEDGER-CONTROL-FILE.
       01 LEDGER-CONTROL-RECORD.
           02 LCT-RECORD-TYPE        PIC X(1).
           02 LCT-RECORD-COUNT       PIC 9(7).
           02 LCT-HASH-TOTAL         PIC 9(9)V99.
           02 FILLER                 PIC X(20).

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
      * REFUND EXTRACT FROM THE  *
      * LEDGER RUN -- DETAIL     *
      * LINES LEAD WITH A        *
      * NUMERIC STUDENT NUMBER,  *
      * ADDRESS LINES WITH       *
      * SPACES, AND              *
      * THE REFUND TOTALS LINE   *
      * CLOSES THE FILE          *
      ****************************
       FD REFUND-EXTRACT-FILE.
       01 REFUND-EXTRACT-RECORD.
           02 RFX-STUDENT-NUMBER     PIC X(6).
           02 FILLER                 PIC X(8).
           02 RFX-STUDENT-NAME       PIC X(40).
           02 FILLER                 PIC X(2).
           02 RFX-AMOUNT             PIC $Z,ZZZ,ZZ9.99.
           02 FILLER                 PIC X(1).
       01 REFUND-EXTRACT-TOTAL.
           02 RFT-LABEL              PIC X(14).
           02 RFT-COUNT              PIC ZZZZ9.
           02 FILLER                 PIC X(36).
           02 RFT-AMOUNT             PIC $ZZZ,ZZZ,ZZ9.99.

      ****************************
      * BILLED AND REFUND        *
      * POSITIONS -- THIS RUN'S  *
      * (N) NEXT TO WHAT IS      *
      * ALREADY POSTED (P)       *
      ****************************
       FD POSITION-STAGE-FILE.
       01 POSITION-STAGE-RECORD.
           02 PSG-ACTIVITY           PIC X(4).
           02 PSG-STUDENT-NUMBER     PIC X(6).
           02 PSG-TERM-CODE          PIC X(6).
           02 PSG-SOURCE             PIC X(1).
           02 PSG-AMOUNT             PIC 9(9)V99.

       SD SORT-POSITION-FILE.
       01 SORT-POSITION-RECORD.
           02 SPS-ACTIVITY           PIC X(4).
           02 SPS-STUDENT-NUMBER     PIC X(6).
           02 SPS-TERM-CODE          PIC X(6).
           02 SPS-SOURCE             PIC X(1).
           02 SPS-AMOUNT             PIC X(11).

       FD POSITION-SORTED-FILE.
       01 POSITION-SORTED-RECORD.
           02 PSS-KEY.
               03 PSS-ACTIVITY       PIC X(4).
               03 PSS-STUDENT-NUMBER PIC X(6).
               03 PSS-TERM-CODE      PIC X(6).
           02 PSS-SOURCE             PIC X(1).
           02 PSS-AMOUNT             PIC 9(9)V99.

      ****************************
      * THE NEW POSITIONS, HELD  *
      * UNTIL THE JOURNAL IS     *
      * RELEASED                 *
      ****************************
       FD POSITION-WORK-FILE.
       01 POSITION-WORK-RECORD       PIC X(27).
       01 POSITION-WORK-VIEW.
           02 PWV-RECORD-TYPE        PIC X(1).
           02 PWV-STUDENT-NUMBER     PIC X(6).
           02 PWV-TERM-CODE          PIC X(6).
           02 PWV-AMOUNT             PIC 9(9)V99.
           02 FILLER                 PIC X(3).

      ****************************
      * ONE DEBIT OR CREDIT PER  *
      * POSTING BEFORE THE       *
      * SUMMARY BY ACCOUNT       *
      ****************************
       FD DETAIL-FILE.
       01 DETAIL-RECORD.
           02 GDT-ACCOUNT            PIC X(10).
           02 GDT-SIDE               PIC X(1).
           02 GDT-PROGRAM-OF-STUDY   PIC X(6).
           02 GDT-ACTIVITY           PIC X(4).
           02 GDT-AMOUNT             PIC 9(9)V99.

       SD SORT-DETAIL-FILE.
       01 SORT-DETAIL-RECORD.
           02 SDT-ACCOUNT            PIC X(10).
           02 SDT-SIDE               PIC X(1).
           02 SDT-PROGRAM-OF-STUDY   PIC X(6).
           02 SDT-ACTIVITY           PIC X(4).
           02 SDT-AMOUNT             PIC X(11).

       FD DETAIL-SORTED-FILE.
       01 DETAIL-SORTED-RECORD.
           02 DTS-KEY.
               03 DTS-ACCOUNT        PIC X(10).
               03 DTS-SIDE           PIC X(1).
               03 DTS-PROGRAM-OF-STUDY PIC X(6).
               03 DTS-ACTIVITY       PIC X(4).
           02 DTS-AMOUNT             PIC 9(9)V99.

      ****************************
      * SUMMARIZED ENTRY LINES,  *
      * HELD UNTIL THE PROOF     *
      * PASSES                   *
      ****************************
       FD JOURNAL-WORK-FILE.
       01 JOURNAL-WORK-RECORD        PIC X(48).

      ****************************
      * JOURNAL FOR THE GL LOAD  *
      * -- H RECORD, D ENTRY     *
      * LINES, T RECORD          *
      ****************************
       FD JOURNAL-FILE.
       01 JOURNAL-HEADER-RECORD.
           02 JRH-RECORD-TYPE        PIC X(1).
           02 JRH-JOURNAL-DATE       PIC X(8).
           02 JRH-TERM-CODE          PIC X(6).
           02 JRH-LINE-COUNT         PIC 9(7).
           02 JRH-DEBIT-TOTAL        PIC 9(11)V99.
           02 JRH-CREDIT-TOTAL       PIC 9(11)V99.
       01 JOURNAL-DETAIL-RECORD      PIC X(48).
       01 JOURNAL-TRAILER-RECORD.
           02 JRT-RECORD-TYPE        PIC X(1).
           02 JRT-LINE-COUNT         PIC 9(7).
           02 JRT-DEBIT-TOTAL        PIC 9(11)V99.
           02 JRT-CREDIT-TOTAL       PIC 9(11)V99.
           02 FILLER                 PIC X(14).

      ****************************
      * ROLLED-FORWARD POSTED    *
      * POSITIONS -- SAME LAYOUT *
      * AS GL_POSTED.txt, CLOSED *
      * BY A TRAILER OF COUNT    *
      * AND POSITION AMOUNT HASH *
      ****************************
       FD POSTED-NEW-FILE.
       01 POSTED-NEW-RECORD          PIC X(27).
       01 POSTED-NEW-CONTROL.
           02 GNC-RECORD-TYPE        PIC X(1).
           02 GNC-RUN-DATE           PIC X(8).
           02 GNC-PAY-COUNT          PIC 9(7).
           02 GNC-PAY-HASH           PIC 9(9)V99.
       01 POSTED-NEW-TRAILER.
           02 GNT-RECORD-TYPE        PIC X(1).
           02 GNT-RECORD-COUNT       PIC 9(7).
           02 GNT-HASH-TOTAL         PIC 9(11).

      ****************************
      * JOURNAL PROOF REPORT     *
      ****************************
       FD PROOF-REPORT-FILE.
       01 PROOF-LINE                 PIC X(90).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-MAP-FLG            PIC X VALUE 'N'.
           05 EOF-ASM-FLG            PIC X VALUE 'N'.
           05 EOF-GPI-FLG            PIC X VALUE 'N'.
           05 EOF-LDG-FLG            PIC X VALUE 'N'.
           05 EOF-LCT-FLG            PIC X VALUE 'N'.
           05 EOF-PAY-FLG            PIC X VALUE 'N'.
           05 EOF-RFX-FLG            PIC X VALUE 'N'.
           05 EOF-PSS-FLG            PIC X VALUE 'N'.
           05 EOF-DTS-FLG            PIC X VALUE 'N'.
           05 EOF-JRW-FLG            PIC X VALUE 'N'.
           05 EOF-PSW-FLG            PIC X VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-MAP-STATUS              PIC XX.
       01 WS-ASSESSED-STATUS         PIC XX.
       01 WS-POSTED-STATUS           PIC XX.
       01 WS-LEDGER-STATUS           PIC XX.
       01 WS-LEDGER-CTL-STATUS       PIC XX.
       01 WS-PAYMENT-STATUS          PIC XX.
       01 WS-REFUND-STATUS           PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).

      * run-control scan fields -- the ledger must have finished
      * cleanly before anything posts; the receipts run is looked up
      * the same way for the tie-out
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-PRED-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-PRED-EVENT          PIC X(5) VALUE SPACES.
           05 WS-PRED-STATUS         PIC X(8) VALUE SPACES.
           05 WS-PRED-COUNT          PIC 9(7) VALUE 0.
           05 WS-CSH-FOUND-SW        PIC X    VALUE 'N'.
           05 WS-CSH-EVENT           PIC X(5) VALUE SPACES.
           05 WS-CSH-STATUS          PIC X(8) VALUE SPACES.
           05 WS-CSH-COUNT           PIC 9(7) VALUE 0.

      * flat, ascending-key account map (cap 2000, job stops rather
      * than truncates if that is ever not enough)
       01 WS-MAP-COUNT               PIC 9(5) VALUE 0.
       01 WS-MAP-TABLE.
         02 MAP-TABLE-ENTRY      OCCURS 0 TO 2000 TIMES
                                  DEPENDING ON WS-MAP-COUNT
                                  ASCENDING KEY IS MAP-KEY-RECORD
                                  INDEXED BY MAP-IDX.
               10 MAP-KEY-RECORD.
                   15 MAP-PROGRAM-RECORD   PIC X(6).
                   15 MAP-ACTIVITY-RECORD  PIC X(4).
               10 MAP-DEBIT-RECORD         PIC X(10).
               10 MAP-CREDIT-RECORD        PIC X(10).
       01 WS-MAP-FOUND-SW            PIC X    VALUE 'N'.

       01 WS-MAP-LOOKUP-KEY.
           05 WS-MAP-LOOKUP-PROGRAM  PIC X(6).
           05 WS-MAP-LOOKUP-ACTIVITY PIC X(4).

      * flat, ascending-key table of each student's program of study,
      * the latest assessed term winning (cap 20000, job stops rather
      * than truncates if that is ever not enough)
       01 WS-PGM-COUNT               PIC 9(5) VALUE 0.
       01 WS-PGM-TABLE.
         02 PGM-TABLE-ENTRY      OCCURS 0 TO 20000 TIMES
                                  DEPENDING ON WS-PGM-COUNT
                                  ASCENDING KEY IS PGM-STUDENT-RECORD
                                  INDEXED BY PGM-IDX.
               10 PGM-STUDENT-RECORD       PIC X(6).
               10 PGM-PROGRAM-RECORD       PIC X(6).

      * one posting -- the student, the kind of activity and a signed
      * amount; a negative amount swaps the mapped debit and credit
       01 WS-POSTING.
           05 WS-PST-STUDENT         PIC X(6).
           05 WS-PST-ACTIVITY        PIC X(4).
           05 WS-PST-AMOUNT          PIC S9(9)V99 VALUE 0.
           05 WS-PST-PROGRAM         PIC X(6).
           05 WS-PST-DEBIT           PIC X(10).
           05 WS-PST-CREDIT          PIC X(10).

      * control-record verification of the payment feed, and how far
      * through it the GL has already been posted
       01 WS-PAYMENT-CONTROLS.
           05 WS-PAY-HEADER-SW       PIC X VALUE 'N'.
           05 WS-PAY-TRAILER-SW      PIC X VALUE 'N'.
           05 WS-PAY-DATA-COUNT      PIC 9(7)    VALUE 0.
           05 WS-PAY-HASH-TOTAL      PIC 9(9)V99 VALUE 0.
           05 WS-PAY-EXP-COUNT       PIC 9(7)    VALUE 0.
           05 WS-PAY-EXP-HASH        PIC 9(9)V99 VALUE 0.
           05 WS-PAY-PRIOR-HASH      PIC 9(9)V99 VALUE 0.
           05 WS-PAY-NEW-COUNT       PIC 9(7)    VALUE 0.
           05 WS-PAY-BAD-COUNT       PIC 9(5)    VALUE 0.

       01 WS-POSTED-CONTROLS.
           05 WS-POSTED-CONTROL-SW   PIC X       VALUE 'N'.
           05 WS-POSTED-RUN-DATE     PIC X(8)    VALUE SPACES.
           05 WS-POSTED-PAY-COUNT    PIC 9(7)    VALUE 0.
           05 WS-POSTED-PAY-HASH     PIC 9(9)V99 VALUE 0.

       01 WS-LEDGER-CONTROLS.
           05 WS-LDG-ITEM-COUNT      PIC 9(7)     VALUE 0.
           05 WS-LDG-BILLED-TOTAL    PIC 9(11)V99 VALUE 0.
           05 WS-LCT-FOUND-SW        PIC X        VALUE 'N'.
           05 WS-LCT-COUNT           PIC 9(7)     VALUE 0.
           05 WS-LCT-HASH            PIC 9(9)V99  VALUE 0.

       01 WS-REFUND-CONTROLS.
           05 WS-RFX-TOTAL-SW        PIC X        VALUE 'N'.
           05 WS-RFX-LINE-COUNT      PIC 9(7)     VALUE 0.
           05 WS-RFX-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.
           05 WS-RFX-EXP-COUNT       PIC 9(7)     VALUE 0.
           05 WS-RFX-EXP-AMOUNT      PIC 9(11)V99 VALUE 0.
           05 WS-RFX-AMOUNT          PIC 9(9)V99  VALUE 0.

      * control break over the positions -- a key of HIGH-VALUES
      * stands in for end of file
       01 WS-POS-HOLD.
           05 WS-POS-KEY.
               10 WS-POS-ACTIVITY    PIC X(4).
               10 WS-POS-STUDENT     PIC X(6).
               10 WS-POS-TERM        PIC X(6).
           05 WS-GRP-KEY.
               10 WS-GRP-ACTIVITY    PIC X(4).
               10 WS-GRP-STUDENT     PIC X(6).
               10 WS-GRP-TERM        PIC X(6).
           05 WS-POS-CURRENT         PIC 9(9)V99  VALUE 0.
           05 WS-POS-POSTED          PIC 9(9)V99  VALUE 0.
           05 WS-POS-CHANGE          PIC S9(9)V99 VALUE 0.

       01 WS-NEW-POSITION.
           05 WS-NPS-RECORD-TYPE     PIC X(1).
           05 WS-NPS-STUDENT         PIC X(6).
           05 WS-NPS-TERM            PIC X(6).
           05 WS-NPS-AMOUNT          PIC 9(9)V99.
           05 FILLER                 PIC X(3) VALUE SPACES.

      * control break over the postings -- one journal line per
      * account, side, program and activity
       01 WS-DTL-HOLD.
           05 WS-DTL-KEY.
               10 WS-DTL-ACCOUNT     PIC X(10).
               10 WS-DTL-SIDE        PIC X(1).
               10 WS-DTL-PROGRAM     PIC X(6).
               10 WS-DTL-ACTIVITY    PIC X(4).
           05 WS-DTL-AMOUNT          PIC 9(11)V99 VALUE 0.

       01 WS-JOURNAL-LINE.
           05 WS-JRD-RECORD-TYPE     PIC X(1)  VALUE 'D'.
           05 WS-JRD-LINE-NUMBER     PIC 9(7).
           05 WS-JRD-ACCOUNT         PIC X(10).
           05 WS-JRD-SIDE            PIC X(1).
           05 WS-JRD-AMOUNT          PIC 9(11)V99.
           05 WS-JRD-PROGRAM         PIC X(6).
           05 WS-JRD-ACTIVITY        PIC X(4).
           05 FILLER                 PIC X(6)  VALUE SPACES.

       01 WS-JOURNAL-TOTALS.
           05 WS-JRN-LINE-COUNT      PIC 9(7)     VALUE 0.
           05 WS-JRN-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
           05 WS-JRN-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.
           05 WS-UNMAPPED-COUNT      PIC 9(5)     VALUE 0.

      * what went onto GL_POSTED_NEW.txt, for its trailer -- the
      * control record counts, and the positions hash in cents
       01 WS-POSTED-NEW-TOTALS.
           05 WS-POSTED-NEW-COUNT    PIC 9(7)     VALUE 0.
           05 WS-POSTED-NEW-HASH     PIC 9(11)    VALUE 0.

      * net posted per kind of activity, for the proof report
       01 WS-ACTIVITY-TOTALS.
           05 WS-ACT-BILL            PIC S9(11)V99 VALUE 0.
           05 WS-ACT-CASH            PIC S9(11)V99 VALUE 0.
           05 WS-ACT-WOFF            PIC S9(11)V99 VALUE 0.
           05 WS-ACT-RFND            PIC S9(11)V99 VALUE 0.
           05 WS-ACT-AID             PIC S9(11)V99 VALUE 0.

       01 WS-RELEASE-SW              PIC X    VALUE 'Y'.
           88 WS-JOURNAL-RELEASED    VALUE 'Y'.
       01 WS-TIE-RESULT              PIC X(8) VALUE SPACES.
       01 WS-HOLD-REASON             PIC X(60) VALUE SPACES.

       01 PROOF-REPORT-HEADER.
           05 FILLER                 PIC X(33)
              VALUE 'GL JOURNAL PROOF        RUN DATE:'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 PRH-RUN-DATE           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'TERM:'.
           05 PRH-TERM               PIC X(6).

       01 PROOF-SECTION-LINE.
           05 PSL-TITLE              PIC X(40).

       01 EXCEPTION-DETAIL-LINE.
           05 EXL-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXL-ACTIVITY           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXL-PROGRAM            PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXL-AMOUNT             PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXL-REASON             PIC X(30).

       01 JOURNAL-COLUMN-HEADER.
           05 FILLER                 PIC X(6)  VALUE 'LINE'.
           05 FILLER                 PIC X(12) VALUE 'ACCOUNT'.
           05 FILLER                 PIC X(8)  VALUE 'SIDE'.
           05 FILLER                 PIC X(8)  VALUE 'PROGRAM'.
           05 FILLER                 PIC X(10) VALUE 'ACTIVITY'.
           05 FILLER                 PIC X(17) VALUE 'AMOUNT'.

       01 JOURNAL-PROOF-LINE.
           05 JPL-LINE-NUMBER        PIC ZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 JPL-ACCOUNT            PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 JPL-SIDE               PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 JPL-PROGRAM            PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 JPL-ACTIVITY           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 JPL-AMOUNT             PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 TIE-COLUMN-HEADER.
           05 FILLER                 PIC X(9)  VALUE 'SOURCE'.
           05 FILLER                 PIC X(9)  VALUE 'RECORDS'.
           05 FILLER                 PIC X(19) VALUE 'AMOUNT'.
           05 FILLER                 PIC X(10) VALUE 'CONTROL'.
           05 FILLER                 PIC X(9)  VALUE 'RECORDS'.
           05 FILLER                 PIC X(19) VALUE 'AMOUNT'.
           05 FILLER                 PIC X(8)  VALUE 'RESULT'.

       01 TIE-DETAIL-LINE.
           05 TDL-SOURCE             PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 TDL-RECORDS            PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TDL-AMOUNT             PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TDL-CONTROL            PIC X(9).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 TDL-CTL-RECORDS        PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TDL-CTL-AMOUNT         PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TDL-RESULT             PIC X(8).

       01 ACTIVITY-TOTAL-LINE-1.
           05 FILLER                 PIC X(10) VALUE 'BILLING:'.
           05 ATL-BILL               PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'RECEIPTS:'.
           05 ATL-CASH               PIC $ZZZ,ZZZ,ZZ9.99CR.

       01 ACTIVITY-TOTAL-LINE-2.
           05 FILLER                 PIC X(10) VALUE 'WRITEOFF:'.
           05 ATL-WOFF               PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'REFUNDS:'.
           05 ATL-RFND               PIC $ZZZ,ZZZ,ZZ9.99CR.

       01 ACTIVITY-TOTAL-LINE-3.
           05 FILLER                 PIC X(10) VALUE 'AID:'.
           05 ATL-AID                PIC $ZZZ,ZZZ,ZZ9.99CR.

       01 JOURNAL-TOTAL-LINE.
           05 FILLER                 PIC X(7)  VALUE 'LINES:'.
           05 JTL-LINES              PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'DEBITS:'.
           05 JTL-DEBITS             PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(9)  VALUE 'CREDITS:'.
           05 JTL-CREDITS            PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 HOLD-REASON-LINE.
           05 FILLER                 PIC X(14) VALUE 'NOT RELEASED: '.
           05 HRL-REASON             PIC X(60).

       01 VERDICT-LINE.
           05 VDL-TEXT               PIC X(60).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 042-CHECK-PREDECESSOR.
           PERFORM 046-STAMP-RUN-START.
           PERFORM 100-INITIATE-FILES.
           PERFORM 200-READ-POSTED.
           PERFORM 300-READ-LEDGER.
           PERFORM 400-READ-PAYMENTS.
           PERFORM 500-READ-REFUNDS.
           PERFORM 600-POST-POSITION-CHANGES.
           PERFORM 700-BUILD-JOURNAL.
           PERFORM 800-PROVE-JOURNAL.
           IF WS-JOURNAL-RELEASED
               PERFORM 850-RELEASE-JOURNAL
           ELSE
               PERFORM 860-WITHHOLD-JOURNAL
           END-IF.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * the posting only needs the run date (the journal date) and
      * the expected term from RUNPARM.txt
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
      * billing posts from the ledger the AR run leaves behind, so the
      * posting refuses to start until arledger's latest run-control
      * entry for this term is a clean END.  the same scan keeps the
      * latest cashrcpt entry for the tie-out
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
                   IF RCT-TERM-CODE = WS-EXPECTED-TERM
                       EVALUATE RCT-PROGRAM-ID
                           WHEN 'ARLEDGER'
                               MOVE 'Y' TO WS-PRED-FOUND-SW
                               MOVE RCT-EVENT TO WS-PRED-EVENT
                               MOVE RCT-STATUS TO WS-PRED-STATUS
                               MOVE RCT-RECORD-COUNT TO WS-PRED-COUNT
                           WHEN 'CASHRCPT'
                               MOVE 'Y' TO WS-CSH-FOUND-SW
                               MOVE RCT-EVENT TO WS-CSH-EVENT
                               MOVE RCT-STATUS TO WS-CSH-STATUS
                               MOVE RCT-RECORD-COUNT TO WS-CSH-COUNT
                       END-EVALUATE
                   END-IF
           END-READ.
       046-STAMP-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'GLPOST' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'START' TO RCT-EVENT.
           MOVE 'RUNNING' TO RCT-STATUS.
           MOVE 0 TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * load the account map and each student's program of study,
      * then open the work files and start the proof report
       100-INITIATE-FILES.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN GL_ACCOUNT_MAP.txt, FILE "
               DISPLAY "STATUS " WS-MAP-STATUS
               STOP RUN
           END-IF.
           CLOSE ACCOUNT-MAP-FILE.
           SORT SORT-MAP-FILE
               ON ASCENDING KEY SMP-PROGRAM-OF-STUDY
                                SMP-ACTIVITY
               USING ACCOUNT-MAP-FILE
               GIVING MAP-SORTED-FILE.
           OPEN INPUT MAP-SORTED-FILE.
           PERFORM 110-LOAD-MAP UNTIL EOF-MAP-FLG = 'Y'.
           CLOSE MAP-SORTED-FILE.
           OPEN INPUT ASSESSED-TUITION-FILE.
           IF WS-ASSESSED-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN ASSESSED_TUITION.txt, FILE "
               DISPLAY "STATUS " WS-ASSESSED-STATUS
               DISPLAY "RUN THE TUITION ASSESSMENT FIRST"
               STOP RUN
           END-IF.
           PERFORM 120-LOAD-PROGRAM UNTIL EOF-ASM-FLG = 'Y'.
           CLOSE ASSESSED-TUITION-FILE.
           OPEN OUTPUT POSITION-STAGE-FILE.
           OPEN OUTPUT DETAIL-FILE.
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE WS-RUN-DATE TO PRH-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO PRH-TERM.
           MOVE PROOF-REPORT-HEADER TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'POSTING EXCEPTIONS' TO PSL-TITLE.
           MOVE PROOF-SECTION-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
       110-LOAD-MAP.
           READ MAP-SORTED-FILE
             AT END MOVE "Y" TO EOF-MAP-FLG
             NOT AT END
               IF WS-MAP-COUNT = 2000
                   DISPLAY "FATAL: GL_ACCOUNT_MAP.txt HAS MORE THAN "
                   DISPLAY "2000 ROWS -- WS-MAP-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE MAP-SORTED-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAP-COUNT
               MOVE MPS-PROGRAM-OF-STUDY
                 TO MAP-PROGRAM-RECORD(WS-MAP-COUNT)
               MOVE MPS-ACTIVITY TO MAP-ACTIVITY-RECORD(WS-MAP-COUNT)
               MOVE MPS-DEBIT-ACCOUNT TO MAP-DEBIT-RECORD(WS-MAP-COUNT)
               MOVE MPS-CREDIT-ACCOUNT
                 TO MAP-CREDIT-RECORD(WS-MAP-COUNT).
      * the assessment file is in student/term order, so a student's
      * later terms simply overwrite the program of the earlier ones
       120-LOAD-PROGRAM.
           READ ASSESSED-TUITION-FILE
             AT END MOVE "Y" TO EOF-ASM-FLG
             NOT AT END
               IF WS-PGM-COUNT > 0
                  AND PGM-STUDENT-RECORD(WS-PGM-COUNT)
                        = ASM-STUDENT-NUMBER
                   MOVE ASM-PROGRAM-OF-STUDY
                     TO PGM-PROGRAM-RECORD(WS-PGM-COUNT)
               ELSE
                   PERFORM 125-ADD-PROGRAM
               END-IF.
       125-ADD-PROGRAM.
           IF WS-PGM-COUNT = 20000
               DISPLAY "FATAL: ASSESSED_TUITION.txt HAS MORE THAN "
               DISPLAY "20000 STUDENTS -- WS-PGM-TABLE IS FULL, "
               DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
               CLOSE ASSESSED-TUITION-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PGM-COUNT.
           MOVE ASM-STUDENT-NUMBER TO PGM-STUDENT-RECORD(WS-PGM-COUNT).
           MOVE ASM-PROGRAM-OF-STUDY
             TO PGM-PROGRAM-RECORD(WS-PGM-COUNT).
      * what the GL already holds -- the payment feed posted through,
      * and the billed and refund positions staged as P lines against
      * this run's N lines.  absent on the very first posting
       200-READ-POSTED.
           OPEN INPUT POSTED-INPUT-FILE.
           IF WS-POSTED-STATUS = '00'
               PERFORM 210-READ-ONE-POSTED UNTIL EOF-GPI-FLG = 'Y'
               CLOSE POSTED-INPUT-FILE
           END-IF.
       210-READ-ONE-POSTED.
           READ POSTED-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-GPI-FLG
               NOT AT END
                   EVALUATE GPI-RECORD-TYPE
                       WHEN 'C'
                           MOVE 'Y' TO WS-POSTED-CONTROL-SW
                           MOVE GPC-RUN-DATE TO WS-POSTED-RUN-DATE
                           MOVE GPC-PAY-COUNT TO WS-POSTED-PAY-COUNT
                           MOVE GPC-PAY-HASH TO WS-POSTED-PAY-HASH
                       WHEN 'B'
                           MOVE 'BILL' TO PSG-ACTIVITY
                           PERFORM 220-STAGE-POSTED
                       WHEN 'A'
                           MOVE 'AID ' TO PSG-ACTIVITY
                           PERFORM 220-STAGE-POSTED
                       WHEN 'R'
                           MOVE 'RFND' TO PSG-ACTIVITY
                           PERFORM 220-STAGE-POSTED
                   END-EVALUATE
           END-READ.
       220-STAGE-POSTED.
           MOVE GPI-STUDENT-NUMBER TO PSG-STUDENT-NUMBER.
           MOVE GPI-TERM-CODE TO PSG-TERM-CODE.
           MOVE 'P' TO PSG-SOURCE.
           MOVE GPI-AMOUNT TO PSG-AMOUNT.
           WRITE POSITION-STAGE-RECORD.
      * every ledger item is this run's billed position and aid
      * position for its student and term; the item count ties to
      * arledger's END stamp and the billed total to the trailer
      * arledger closed ARLEDGER_NEW.txt with
       300-READ-LEDGER.
           OPEN INPUT LEDGER-INPUT-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN ARLEDGER.txt, FILE STATUS "
                   WS-LEDGER-STATUS
               STOP RUN
           END-IF.
           PERFORM 310-READ-ONE-ITEM UNTIL EOF-LDG-FLG = 'Y'.
           CLOSE LEDGER-INPUT-FILE.
           OPEN INPUT LEDGER-CONTROL-FILE.
           IF WS-LEDGER-CTL-STATUS = '00'
               PERFORM 320-READ-LEDGER-CONTROL
                   UNTIL EOF-LCT-FLG = 'Y'
               CLOSE LEDGER-CONTROL-FILE
           END-IF.
       310-READ-ONE-ITEM.
           READ LEDGER-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-LDG-FLG
               NOT AT END
                   ADD 1 TO WS-LDG-ITEM-COUNT
                   ADD ARL-BILLED TO WS-LDG-BILLED-TOTAL
                   MOVE 'BILL' TO PSG-ACTIVITY
                   MOVE ARL-STUDENT-NUMBER TO PSG-STUDENT-NUMBER
                   MOVE ARL-TERM-CODE TO PSG-TERM-CODE
                   MOVE 'N' TO PSG-SOURCE
                   MOVE ARL-BILLED TO PSG-AMOUNT
                   WRITE POSITION-STAGE-RECORD
                   IF ARL-AID NUMERIC
                       MOVE 'AID ' TO PSG-ACTIVITY
                       MOVE ARL-AID TO PSG-AMOUNT
                       WRITE POSITION-STAGE-RECORD
                   END-IF
           END-READ.
      * the payment feed is the cumulative history with this run's
      * deposits appended, so only the records past the count already
      * posted are new -- the ones before it must still hash to what
      * was posted, or the history has been altered underneath the GL
       320-READ-LEDGER-CONTROL.
           READ LEDGER-CONTROL-FILE
               AT END
                   MOVE 'Y' TO EOF-LCT-FLG
               NOT AT END
                   IF LCT-RECORD-TYPE = 'T'
                       MOVE 'Y' TO WS-LCT-FOUND-SW
                       MOVE LCT-RECORD-COUNT TO WS-LCT-COUNT
                       MOVE LCT-HASH-TOTAL TO WS-LCT-HASH
                   END-IF
           END-READ.
       400-READ-PAYMENTS.
           OPEN INPUT PAYMENT-INPUT-FILE.
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN PAYMENT.txt, FILE STATUS "
                   WS-PAYMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM 410-READ-ONE-PAYMENT UNTIL EOF-PAY-FLG = 'Y'.
           CLOSE PAYMENT-INPUT-FILE.
       410-READ-ONE-PAYMENT.
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
                       WHEN OTHER
                           PERFORM 420-COUNT-ONE-PAYMENT
                   END-EVALUATE
           END-READ.
       420-COUNT-ONE-PAYMENT.
           ADD 1 TO WS-PAY-DATA-COUNT.
           IF PAY-AMOUNT NUMERIC
               ADD PAY-AMOUNT TO WS-PAY-HASH-TOTAL
               IF WS-PAY-DATA-COUNT NOT > WS-POSTED-PAY-COUNT
                   ADD PAY-AMOUNT TO WS-PAY-PRIOR-HASH
               END-IF
           END-IF.
           IF WS-PAY-DATA-COUNT > WS-POSTED-PAY-COUNT
               PERFORM 430-POST-ONE-PAYMENT
           END-IF.
      * a payment credits AR, a reversal unwinds it, and an
      * adjustment is a write-off of the balance.  a record the
      * ledger itself would refuse is reported and never posted
       430-POST-ONE-PAYMENT.
           MOVE PAY-STUDENT-NUMBER TO WS-PST-STUDENT.
           EVALUATE TRUE
               WHEN PAY-AMOUNT NOT NUMERIC
                   MOVE 0 TO WS-PST-AMOUNT
                   MOVE SPACES TO WS-PST-ACTIVITY
                   PERFORM 440-REPORT-BAD-PAYMENT
               WHEN PAY-TYPE-PAYMENT
                   ADD 1 TO WS-PAY-NEW-COUNT
                   MOVE 'CASH' TO WS-PST-ACTIVITY
                   MOVE PAY-AMOUNT TO WS-PST-AMOUNT
                   ADD WS-PST-AMOUNT TO WS-ACT-CASH
                   PERFORM 650-STAGE-POSTING
               WHEN PAY-TYPE-REVERSAL
                   ADD 1 TO WS-PAY-NEW-COUNT
                   MOVE 'CASH' TO WS-PST-ACTIVITY
                   COMPUTE WS-PST-AMOUNT = 0 - PAY-AMOUNT
                   ADD WS-PST-AMOUNT TO WS-ACT-CASH
                   PERFORM 650-STAGE-POSTING
               WHEN PAY-TYPE-ADJUSTMENT
                   ADD 1 TO WS-PAY-NEW-COUNT
                   MOVE 'WOFF' TO WS-PST-ACTIVITY
                   MOVE PAY-AMOUNT TO WS-PST-AMOUNT
                   ADD WS-PST-AMOUNT TO WS-ACT-WOFF
                   PERFORM 650-STAGE-POSTING
               WHEN OTHER
                   MOVE PAY-AMOUNT TO WS-PST-AMOUNT
                   MOVE PAY-TRAN-TYPE TO WS-PST-ACTIVITY
                   PERFORM 440-REPORT-BAD-PAYMENT
           END-EVALUATE.
       440-REPORT-BAD-PAYMENT.
           ADD 1 TO WS-PAY-BAD-COUNT.
           MOVE WS-PST-STUDENT TO EXL-STUDENT-NUMBER.
           MOVE WS-PST-ACTIVITY TO EXL-ACTIVITY.
           MOVE SPACES TO EXL-PROGRAM.
           MOVE WS-PST-AMOUNT TO EXL-AMOUNT.
           MOVE 'UNPOSTABLE PAYMENT RECORD' TO EXL-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
      * each refund detail line is this run's refund position for its
      * student; the refund totals line closing the extract is the
      * control the lines must add back up to
       500-READ-REFUNDS.
           OPEN INPUT REFUND-EXTRACT-FILE.
           IF WS-REFUND-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN REFUND_EXTRACT.txt, FILE "
               DISPLAY "STATUS " WS-REFUND-STATUS
               DISPLAY "RUN ARLEDGER FIRST"
               STOP RUN
           END-IF.
           PERFORM 510-READ-ONE-REFUND UNTIL EOF-RFX-FLG = 'Y'.
           CLOSE REFUND-EXTRACT-FILE.
       510-READ-ONE-REFUND.
           READ REFUND-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO EOF-RFX-FLG
               NOT AT END
                   EVALUATE TRUE
                       WHEN RFT-LABEL = 'REFUND TOTALS'
                           MOVE 'Y' TO WS-RFX-TOTAL-SW
                           MOVE RFT-COUNT TO WS-RFX-EXP-COUNT
                           MOVE RFT-AMOUNT TO WS-RFX-EXP-AMOUNT
                       WHEN RFX-STUDENT-NUMBER NUMERIC
                           ADD 1 TO WS-RFX-LINE-COUNT
                           MOVE RFX-AMOUNT TO WS-RFX-AMOUNT
                           ADD WS-RFX-AMOUNT TO WS-RFX-AMOUNT-TOTAL
                           MOVE 'RFND' TO PSG-ACTIVITY
                           MOVE RFX-STUDENT-NUMBER
                             TO PSG-STUDENT-NUMBER
                           MOVE SPACES TO PSG-TERM-CODE
                           MOVE 'N' TO PSG-SOURCE
                           MOVE WS-RFX-AMOUNT TO PSG-AMOUNT
                           WRITE POSITION-STAGE-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      * bring each billed or refund position together with what the
      * GL already holds for it and post only the difference -- a
      * re-assessment or a cleared credit balance posts the reversing
      * amount, never the whole position again
       600-POST-POSITION-CHANGES.
           CLOSE POSITION-STAGE-FILE.
           SORT SORT-POSITION-FILE
               ON ASCENDING KEY SPS-ACTIVITY
                                SPS-STUDENT-NUMBER
                                SPS-TERM-CODE
               USING POSITION-STAGE-FILE
               GIVING POSITION-SORTED-FILE.
           OPEN INPUT POSITION-SORTED-FILE.
           OPEN OUTPUT POSITION-WORK-FILE.
           PERFORM 610-READ-POSITION.
           PERFORM 620-PROCESS-POSITION
               UNTIL WS-POS-KEY = HIGH-VALUES.
           CLOSE POSITION-SORTED-FILE.
           CLOSE POSITION-WORK-FILE.
       610-READ-POSITION.
           READ POSITION-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-PSS-FLG
                   MOVE HIGH-VALUES TO WS-POS-KEY
               NOT AT END
                   MOVE PSS-KEY TO WS-POS-KEY
           END-READ.
       620-PROCESS-POSITION.
           MOVE WS-POS-KEY TO WS-GRP-KEY.
           MOVE 0 TO WS-POS-CURRENT.
           MOVE 0 TO WS-POS-POSTED.
           PERFORM 630-ADD-POSITION
               UNTIL WS-POS-KEY NOT = WS-GRP-KEY.
           COMPUTE WS-POS-CHANGE = WS-POS-CURRENT - WS-POS-POSTED.
           IF WS-POS-CHANGE NOT = 0
               MOVE WS-GRP-STUDENT TO WS-PST-STUDENT
               MOVE WS-GRP-ACTIVITY TO WS-PST-ACTIVITY
               MOVE WS-POS-CHANGE TO WS-PST-AMOUNT
               EVALUATE WS-GRP-ACTIVITY
                   WHEN 'BILL'
                       ADD WS-POS-CHANGE TO WS-ACT-BILL
                   WHEN 'AID '
                       ADD WS-POS-CHANGE TO WS-ACT-AID
                   WHEN OTHER
                       ADD WS-POS-CHANGE TO WS-ACT-RFND
               END-EVALUATE
               PERFORM 650-STAGE-POSTING
           END-IF.
           IF WS-POS-CURRENT NOT = 0
               EVALUATE WS-GRP-ACTIVITY
                   WHEN 'BILL'
                       MOVE 'B' TO WS-NPS-RECORD-TYPE
                   WHEN 'AID '
                       MOVE 'A' TO WS-NPS-RECORD-TYPE
                   WHEN OTHER
                       MOVE 'R' TO WS-NPS-RECORD-TYPE
               END-EVALUATE
               MOVE WS-GRP-STUDENT TO WS-NPS-STUDENT
               MOVE WS-GRP-TERM TO WS-NPS-TERM
               MOVE WS-POS-CURRENT TO WS-NPS-AMOUNT
               WRITE POSITION-WORK-RECORD FROM WS-NEW-POSITION
           END-IF.
      * add one staged line to its group and move on to the next
       630-ADD-POSITION.
           IF PSS-SOURCE = 'P'
               ADD PSS-AMOUNT TO WS-POS-POSTED
           ELSE
               ADD PSS-AMOUNT TO WS-POS-CURRENT
           END-IF.
           PERFORM 610-READ-POSITION.
      * map one posting to its accounts by the student's program of
      * study, falling back to the '*' row for the activity, and stage
      * the debit and the credit.  an activity with no mapping at all
      * is reported and holds the journal back
       650-STAGE-POSTING.
           MOVE SPACES TO WS-PST-PROGRAM.
           SET PGM-IDX TO 1.
           SEARCH ALL PGM-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN PGM-STUDENT-RECORD(PGM-IDX) = WS-PST-STUDENT
                   MOVE PGM-PROGRAM-RECORD(PGM-IDX) TO WS-PST-PROGRAM
           END-SEARCH.
           MOVE WS-PST-PROGRAM TO WS-MAP-LOOKUP-PROGRAM.
           MOVE WS-PST-ACTIVITY TO WS-MAP-LOOKUP-ACTIVITY.
           PERFORM 660-SEARCH-MAP.
           IF WS-MAP-FOUND-SW = 'N'
               MOVE '*' TO WS-MAP-LOOKUP-PROGRAM
               PERFORM 660-SEARCH-MAP
           END-IF.
           IF WS-MAP-FOUND-SW = 'N'
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE WS-PST-STUDENT TO EXL-STUDENT-NUMBER
               MOVE WS-PST-ACTIVITY TO EXL-ACTIVITY
               MOVE WS-PST-PROGRAM TO EXL-PROGRAM
               MOVE WS-PST-AMOUNT TO EXL-AMOUNT
               MOVE 'NO GL ACCOUNT MAPPING' TO EXL-REASON
               MOVE EXCEPTION-DETAIL-LINE TO PROOF-LINE
               WRITE PROOF-LINE
           ELSE
               MOVE WS-PST-PROGRAM TO GDT-PROGRAM-OF-STUDY
               MOVE WS-PST-ACTIVITY TO GDT-ACTIVITY
               IF WS-PST-AMOUNT < 0
                   COMPUTE GDT-AMOUNT = 0 - WS-PST-AMOUNT
                   MOVE WS-PST-CREDIT TO GDT-ACCOUNT
                   MOVE 'D' TO GDT-SIDE
                   WRITE DETAIL-RECORD
                   MOVE WS-PST-DEBIT TO GDT-ACCOUNT
                   MOVE 'C' TO GDT-SIDE
                   WRITE DETAIL-RECORD
               ELSE
                   MOVE WS-PST-AMOUNT TO GDT-AMOUNT
                   MOVE WS-PST-DEBIT TO GDT-ACCOUNT
                   MOVE 'D' TO GDT-SIDE
                   WRITE DETAIL-RECORD
                   MOVE WS-PST-CREDIT TO GDT-ACCOUNT
                   MOVE 'C' TO GDT-SIDE
                   WRITE DETAIL-RECORD
               END-IF
           END-IF.
      * binary-search the account map for the program/activity pair
       660-SEARCH-MAP.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           SET MAP-IDX TO 1.
           SEARCH ALL MAP-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN MAP-KEY-RECORD(MAP-IDX) = WS-MAP-LOOKUP-KEY
                   MOVE 'Y' TO WS-MAP-FOUND-SW
                   MOVE MAP-DEBIT-RECORD(MAP-IDX) TO WS-PST-DEBIT
                   MOVE MAP-CREDIT-RECORD(MAP-IDX) TO WS-PST-CREDIT
           END-SEARCH.
      * summarize the staged debits and credits into one journal line
      * per account, side, program and activity, listing each on the
      * proof report as it is built
       700-BUILD-JOURNAL.
           CLOSE DETAIL-FILE.
           SORT SORT-DETAIL-FILE
               ON ASCENDING KEY SDT-ACCOUNT
                                SDT-SIDE
                                SDT-PROGRAM-OF-STUDY
                                SDT-ACTIVITY
               USING DETAIL-FILE
               GIVING DETAIL-SORTED-FILE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'JOURNAL ENTRY LINES' TO PSL-TITLE.
           MOVE PROOF-SECTION-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE JOURNAL-COLUMN-HEADER TO PROOF-LINE.
           WRITE PROOF-LINE.
           OPEN INPUT DETAIL-SORTED-FILE.
           OPEN OUTPUT JOURNAL-WORK-FILE.
           PERFORM 710-READ-DETAIL.
           PERFORM 720-SUMMARIZE-ONE-LINE
               UNTIL EOF-DTS-FLG = 'Y'.
           CLOSE DETAIL-SORTED-FILE.
           CLOSE JOURNAL-WORK-FILE.
       710-READ-DETAIL.
           READ DETAIL-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-DTS-FLG
           END-READ.
       720-SUMMARIZE-ONE-LINE.
           MOVE DTS-KEY TO WS-DTL-KEY.
           MOVE 0 TO WS-DTL-AMOUNT.
           PERFORM 730-ADD-DETAIL
               UNTIL EOF-DTS-FLG = 'Y'
                  OR DTS-KEY NOT = WS-DTL-KEY.
           ADD 1 TO WS-JRN-LINE-COUNT.
           IF WS-DTL-SIDE = 'D'
               ADD WS-DTL-AMOUNT TO WS-JRN-DEBIT-TOTAL
               MOVE 'DEBIT' TO JPL-SIDE
           ELSE
               ADD WS-DTL-AMOUNT TO WS-JRN-CREDIT-TOTAL
               MOVE 'CREDIT' TO JPL-SIDE
           END-IF.
           MOVE WS-JRN-LINE-COUNT TO WS-JRD-LINE-NUMBER.
           MOVE WS-DTL-ACCOUNT TO WS-JRD-ACCOUNT.
           MOVE WS-DTL-SIDE TO WS-JRD-SIDE.
           MOVE WS-DTL-AMOUNT TO WS-JRD-AMOUNT.
           MOVE WS-DTL-PROGRAM TO WS-JRD-PROGRAM.
           MOVE WS-DTL-ACTIVITY TO WS-JRD-ACTIVITY.
           WRITE JOURNAL-WORK-RECORD FROM WS-JOURNAL-LINE.
           MOVE WS-JRN-LINE-COUNT TO JPL-LINE-NUMBER.
           MOVE WS-DTL-ACCOUNT TO JPL-ACCOUNT.
           MOVE WS-DTL-PROGRAM TO JPL-PROGRAM.
           MOVE WS-DTL-ACTIVITY TO JPL-ACTIVITY.
           MOVE WS-DTL-AMOUNT TO JPL-AMOUNT.
           MOVE JOURNAL-PROOF-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
       730-ADD-DETAIL.
           ADD DTS-AMOUNT TO WS-DTL-AMOUNT.
           PERFORM 710-READ-DETAIL.
      * tie every source back to the control its own run produced,
      * then prove the journal itself -- any failure holds it back
       800-PROVE-JOURNAL.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'SOURCE TIE-OUT' TO PSL-TITLE.
           MOVE PROOF-SECTION-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE TIE-COLUMN-HEADER TO PROOF-LINE.
           WRITE PROOF-LINE.
           PERFORM 810-TIE-LEDGER.
           PERFORM 820-TIE-PAYMENTS.
           PERFORM 830-TIE-REFUNDS.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'NET POSTED BY ACTIVITY' TO PSL-TITLE.
           MOVE PROOF-SECTION-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-ACT-BILL TO ATL-BILL.
           MOVE WS-ACT-CASH TO ATL-CASH.
           MOVE ACTIVITY-TOTAL-LINE-1 TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-ACT-WOFF TO ATL-WOFF.
           MOVE WS-ACT-RFND TO ATL-RFND.
           MOVE ACTIVITY-TOTAL-LINE-2 TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-ACT-AID TO ATL-AID.
           MOVE ACTIVITY-TOTAL-LINE-3 TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-JRN-LINE-COUNT TO JTL-LINES.
           MOVE WS-JRN-DEBIT-TOTAL TO JTL-DEBITS.
           MOVE WS-JRN-CREDIT-TOTAL TO JTL-CREDITS.
           MOVE JOURNAL-TOTAL-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           IF WS-JRN-DEBIT-TOTAL NOT = WS-JRN-CREDIT-TOTAL
               MOVE 'DEBITS AND CREDITS DO NOT BALANCE'
                 TO WS-HOLD-REASON
               PERFORM 840-HOLD-JOURNAL
           END-IF.
           IF WS-UNMAPPED-COUNT > 0
               MOVE 'ACTIVITY WITH NO GL ACCOUNT MAPPING'
                 TO WS-HOLD-REASON
               PERFORM 840-HOLD-JOURNAL
           END-IF.
      * the ledger's item count must match arledger's END stamp and
      * its billed total, to the cent, the billed hash on the trailer
      * arledger closed ARLEDGER_NEW.txt with -- a mismatch means
      * ARLEDGER_NEW.txt has not been promoted yet, or the live
      * ledger was changed or rolled back after it was
       810-TIE-LEDGER.
           MOVE 'ARLEDGER' TO TDL-SOURCE.
           MOVE WS-LDG-ITEM-COUNT TO TDL-RECORDS.
           MOVE WS-LDG-BILLED-TOTAL TO TDL-AMOUNT.
           MOVE 'END+TRLR' TO TDL-CONTROL.
           MOVE WS-PRED-COUNT TO TDL-CTL-RECORDS.
           MOVE WS-LCT-HASH TO TDL-CTL-AMOUNT.
           IF WS-LDG-ITEM-COUNT = WS-PRED-COUNT
              AND WS-LCT-FOUND-SW = 'Y'
              AND WS-LCT-COUNT = WS-PRED-COUNT
              AND WS-LDG-BILLED-TOTAL = WS-LCT-HASH
               MOVE 'TIED' TO WS-TIE-RESULT
           ELSE
               MOVE 'NOT TIED' TO WS-TIE-RESULT
               MOVE 'ARLEDGER.txt DOES NOT MATCH THE ARLEDGER CONTROLS'
                 TO WS-HOLD-REASON
               PERFORM 840-HOLD-JOURNAL
           END-IF.
           PERFORM 890-WRITE-TIE-LINE.
      * the feed must agree with its own trailer, the trailer with
      * the count the receipts run stamped, and the part already
      * posted with what the GL was given last time
       820-TIE-PAYMENTS.
           MOVE 'PAYMENT' TO TDL-SOURCE.
           MOVE WS-PAY-DATA-COUNT TO TDL-RECORDS.
           MOVE WS-PAY-HASH-TOTAL TO TDL-AMOUNT.
           MOVE 'TRAILER' TO TDL-CONTROL.
           MOVE WS-PAY-EXP-COUNT TO TDL-CTL-RECORDS.
           MOVE WS-PAY-EXP-HASH TO TDL-CTL-AMOUNT.
           IF WS-PAY-HEADER-SW = 'Y'
              AND WS-PAY-TRAILER-SW = 'Y'
              AND WS-PAY-DATA-COUNT = WS-PAY-EXP-COUNT
              AND WS-PAY-HASH-TOTAL = WS-PAY-EXP-HASH
               MOVE 'TIED' TO WS-TIE-RESULT
           ELSE
               MOVE 'NOT TIED' TO WS-TIE-RESULT
               MOVE 'PAYMENT.txt DOES NOT AGREE WITH ITS CONTROLS'
                 TO WS-HOLD-REASON
               PERFORM 840-HOLD-JOURNAL
           END-IF.
           PERFORM 890-WRITE-TIE-LINE.
           MOVE 'PAYMENT' TO TDL-SOURCE.
           MOVE WS-PAY-EXP-COUNT TO TDL-RECORDS.
           MOVE WS-PAY-EXP-HASH TO TDL-AMOUNT.
           MOVE 'CASHRCPT' TO TDL-CONTROL.
           MOVE WS-CSH-COUNT TO TDL-CTL-RECORDS.
           MOVE 0 TO TDL-CTL-AMOUNT.
           IF WS-CSH-FOUND-SW = 'Y'
              AND WS-CSH-EVENT = 'END'
              AND WS-CSH-STATUS = 'COMPLETE'
              AND WS-CSH-COUNT = WS-PAY-EXP-COUNT
               MOVE 'TIED' TO WS-TIE-RESULT
           ELSE
               MOVE 'NOT TIED' TO WS-TIE-RESULT
               MOVE 'PAYMENT.txt DOES NOT MATCH THE CASHRCPT END STAMP'
                 TO WS-HOLD-REASON
               PERFORM 840-HOLD-JOURNAL
           END-IF.
           PERFORM 890-WRITE-TIE-LINE.
           MOVE 'POSTED' TO TDL-SOURCE.
           IF WS-PAY-DATA-COUNT < WS-POSTED-PAY-COUNT
               MOVE WS-PAY-DATA-COUNT TO TDL-RECORDS
           ELSE
               MOVE WS-POSTED-PAY-COUNT TO TDL-RECORDS
           END-IF.
           MOVE WS-PAY-PRIOR-HASH TO TDL-AMOUNT.
           MOVE 'GL POSTED' TO TDL-CONTROL.
           MOVE WS-POSTED-PAY-COUNT TO TDL-CTL-RECORDS.
           MOVE WS-POSTED-PAY-HASH TO TDL-CTL-AMOUNT.
           IF WS-PAY-DATA-COUNT NOT < WS-POSTED-PAY-COUNT
              AND WS-PAY-PRIOR-HASH = WS-POSTED-PAY-HASH
               MOVE 'TIED' TO WS-TIE-RESULT
           ELSE
               MOVE 'NOT TIED' TO WS-TIE-RESULT
               MOVE 'PAYMENT HISTORY CHANGED SINCE THE LAST POSTING'
                 TO WS-HOLD-REASON
               PERFORM 840-HOLD-JOURNAL
           END-IF.
           PERFORM 890-WRITE-TIE-LINE.
      * the refund lines must add back up to the extract's own
      * totals line -- arledger cuts the extract, and its clean END
      * was already required before anything posted
       830-TIE-REFUNDS.
           MOVE 'REFUND' TO TDL-SOURCE.
           MOVE WS-RFX-LINE-COUNT TO TDL-RECORDS.
           MOVE WS-RFX-AMOUNT-TOTAL TO TDL-AMOUNT.
           MOVE 'CTL LINE' TO TDL-CONTROL.
           MOVE WS-RFX-EXP-COUNT TO TDL-CTL-RECORDS.
           MOVE WS-RFX-EXP-AMOUNT TO TDL-CTL-AMOUNT.
           IF WS-RFX-TOTAL-SW = 'Y'
              AND WS-RFX-LINE-COUNT = WS-RFX-EXP-COUNT
              AND WS-RFX-AMOUNT-TOTAL = WS-RFX-EXP-AMOUNT
               MOVE 'TIED' TO WS-TIE-RESULT
           ELSE
               MOVE 'NOT TIED' TO WS-TIE-RESULT
               MOVE 'REFUND_EXTRACT.txt DOES NOT AGREE WITH ITS TOTALS'
                 TO WS-HOLD-REASON
               PERFORM 840-HOLD-JOURNAL
           END-IF.
           PERFORM 890-WRITE-TIE-LINE.
       840-HOLD-JOURNAL.
           MOVE 'N' TO WS-RELEASE-SW.
           MOVE WS-HOLD-REASON TO HRL-REASON.
           MOVE HOLD-REASON-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
      * the proof passed -- write the journal with its H and T
      * records and the rolled-forward positions for the next posting
       850-RELEASE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE 'H' TO JRH-RECORD-TYPE.
           MOVE WS-RUN-DATE TO JRH-JOURNAL-DATE.
           MOVE WS-EXPECTED-TERM TO JRH-TERM-CODE.
           MOVE WS-JRN-LINE-COUNT TO JRH-LINE-COUNT.
           MOVE WS-JRN-DEBIT-TOTAL TO JRH-DEBIT-TOTAL.
           MOVE WS-JRN-CREDIT-TOTAL TO JRH-CREDIT-TOTAL.
           WRITE JOURNAL-HEADER-RECORD.
           OPEN INPUT JOURNAL-WORK-FILE.
           PERFORM 852-COPY-JOURNAL-LINE UNTIL EOF-JRW-FLG = 'Y'.
           CLOSE JOURNAL-WORK-FILE.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE 'T' TO JRT-RECORD-TYPE.
           MOVE WS-JRN-LINE-COUNT TO JRT-LINE-COUNT.
           MOVE WS-JRN-DEBIT-TOTAL TO JRT-DEBIT-TOTAL.
           MOVE WS-JRN-CREDIT-TOTAL TO JRT-CREDIT-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           CLOSE JOURNAL-FILE.
           OPEN OUTPUT POSTED-NEW-FILE.
           MOVE 'C' TO GNC-RECORD-TYPE.
           MOVE WS-RUN-DATE TO GNC-RUN-DATE.
           MOVE WS-PAY-DATA-COUNT TO GNC-PAY-COUNT.
           MOVE WS-PAY-HASH-TOTAL TO GNC-PAY-HASH.
           WRITE POSTED-NEW-CONTROL.
           ADD 1 TO WS-POSTED-NEW-COUNT.
           OPEN INPUT POSITION-WORK-FILE.
           PERFORM 854-COPY-POSITION UNTIL EOF-PSW-FLG = 'Y'.
           CLOSE POSITION-WORK-FILE.
           MOVE SPACES TO POSTED-NEW-TRAILER.
           MOVE 'T' TO GNT-RECORD-TYPE.
           MOVE WS-POSTED-NEW-COUNT TO GNT-RECORD-COUNT.
           MOVE WS-POSTED-NEW-HASH TO GNT-HASH-TOTAL.
           WRITE POSTED-NEW-TRAILER.
           CLOSE POSTED-NEW-FILE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'JOURNAL RELEASED -- GL_JOURNAL.txt WRITTEN'
             TO VDL-TEXT.
           MOVE VERDICT-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
       852-COPY-JOURNAL-LINE.
           READ JOURNAL-WORK-FILE
               AT END
                   MOVE 'Y' TO EOF-JRW-FLG
               NOT AT END
                   WRITE JOURNAL-DETAIL-RECORD FROM JOURNAL-WORK-RECORD
           END-READ.
       854-COPY-POSITION.
           READ POSITION-WORK-FILE
               AT END
                   MOVE 'Y' TO EOF-PSW-FLG
               NOT AT END
                   WRITE POSTED-NEW-RECORD FROM POSITION-WORK-RECORD
                   ADD 1 TO WS-POSTED-NEW-COUNT
                   IF PWV-AMOUNT NUMERIC
                       COMPUTE WS-POSTED-NEW-HASH =
                           WS-POSTED-NEW-HASH + PWV-AMOUNT * 100
                   END-IF
           END-READ.
      * the proof failed -- leave an empty journal so last period's
      * file can never be loaded a second time, and no new positions
       860-WITHHOLD-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'JOURNAL NOT RELEASED -- CORRECT THE ABOVE AND RERUN'
             TO VDL-TEXT.
           MOVE VERDICT-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
       890-WRITE-TIE-LINE.
           MOVE WS-TIE-RESULT TO TDL-RESULT.
           MOVE TIE-DETAIL-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
       900-FINISH-RUN.
           CLOSE PROOF-REPORT-FILE.
           PERFORM 950-STAMP-RUN-END.
           DISPLAY "-----GL JOURNAL POSTING COMPLETE----".
           DISPLAY "JOURNAL LINES: " WS-JRN-LINE-COUNT.
           DISPLAY "NEW PAYMENTS:  " WS-PAY-NEW-COUNT.
           DISPLAY "UNMAPPED:      " WS-UNMAPPED-COUNT.
           IF WS-JOURNAL-RELEASED
               DISPLAY "JOURNAL RELEASED"
           ELSE
               DISPLAY "JOURNAL NOT RELEASED -- SEE GL_PROOF_REPORT.txt"
           END-IF.
           STOP RUN.
      * the run got all the way through -- stamp the END with the
      * journal line count; a journal the proof held back is stamped
      * HELD so the operator report shows it was never released
       950-STAMP-RUN-END.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'GLPOST' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'END' TO RCT-EVENT.
           IF WS-JOURNAL-RELEASED
               MOVE 'COMPLETE' TO RCT-STATUS
           ELSE
               MOVE 'HELD' TO RCT-STATUS
           END-IF.
           MOVE WS-JRN-LINE-COUNT TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       END PROGRAM glpost.
