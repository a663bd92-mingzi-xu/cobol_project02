      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: generation management for the *_NEW files the nightly
      *          steps write -- promotes one named step's new file
      *          over the live file, or rolls the live file back to a
      *          kept generation.  the step and action come from
      *          GENPARM.txt.  a promotion only goes ahead when the
      *          step's latest run-control entry for the term is a
      *          clean END, the new file has not already been promoted
      *          since, and the new file's trailer count and hash agree
      *          with what is actually on it; the live file is then
      *          saved as a dated generation in one of the step's
      *          rotating generation slots (the oldest is reused once
      *          the configured number are kept) before the new file
      *          replaces it.  a trailer the live file never carried is
      *          dropped on the way in, so the programs that read the
      *          live file see it exactly as before.  a rollback copies
      *          the chosen generation back over the live file and
      *          stamps the step ROLLB on the run-control log, so the
      *          operator report shows it and nothing downstream runs
      *          off the restored file until the step is rerun.  the
      *          kept generations are listed on GENERATION_CATALOG.txt.
      *          promoting the master update also closes out its run:
      *          its AUDIT_TRAIL_NEW.txt lines are added to the
      *          cumulative AUDIT_TRAIL.txt, and the grade and
      *          enrollment transactions its trailer says it took are
      *          dropped from the front of GRDTRAN.txt and REGTRAN.txt,
      *          leaving whatever was queued after it ran.  the dropped
      *          transactions and the added audit lines are kept with
      *          the generation saved that night, so rolling the master
      *          back puts the transactions back at the front of their
      *          queues and reverses the audit lines on the trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. genpromo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE
           ASSIGN TO "..\RUNPARM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT GENPARM-FILE
           ASSIGN TO "..\GENPARM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENPARM-STATUS.
           SELECT RUNCTL-FILE
           ASSIGN TO "..\RUNCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CATALOG-FILE
           ASSIGN TO "..\GENERATION_CATALOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT NEW-FILE
           ASSIGN USING WS-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT LIVE-FILE
           ASSIGN USING WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT GENERATION-FILE
           ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT PROMOTION-REPORT-FILE
           ASSIGN TO "..\GENPROMO_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-NEW-FILE
           ASSIGN TO "..\AUDIT_TRAIL_NEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-NEW-STATUS.
           SELECT AUDIT-TRAIL-FILE
           ASSIGN TO "..\AUDIT_TRAIL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT QUEUE-FILE
           ASSIGN USING WS-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT QUEUE-WORK-FILE
           ASSIGN TO "..\GENQUEUE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEUE-SAVE-FILE
           ASSIGN USING WS-QUEUE-SAVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-SAVE-STATUS.
           SELECT AUDIT-SAVE-FILE
           ASSIGN USING WS-AUDIT-SAVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-SAVE-STATUS.
           SELECT REVERSAL-STAGE-FILE
           ASSIGN TO "..\GENREV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-REVERSAL-FILE
           ASSIGN TO "..\SRTGREV.TMP".
           SELECT REVERSAL-SORTED-FILE
           ASSIGN TO "..\GENRVSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * RUN-PARAMETER CONTROL    *
      * FILE -- THE RUN DATE     *
      * DATES THE GENERATION,    *
      * THE EXPECTED TERM PICKS  *
      * THE STEP'S STAMP         *
      ****************************
       FD RUNPARM-FILE.
       01 RUNPARM-RECORD.
           02 RP-RUN-DATE            PIC X(8).
           02 RP-EXPECTED-TERM       PIC X(6).
           02 FILLER                 PIC X(13).

      ****************************
      * PROMOTION CARD -- ACTION *
      * (P)ROMOTE OR (R)OLLBACK, *
      * THE STEP, HOW MANY       *
      * GENERATIONS TO KEEP, AND *
      * FOR A ROLLBACK THE DATE  *
      * OF THE GENERATION WANTED *
      * (BLANK = THE LATEST)     *
      ****************************
       FD GENPARM-FILE.
       01 GENPARM-RECORD.
           02 GP-ACTION              PIC X(1).
               88 GP-PROMOTE         VALUE 'P'.
               88 GP-ROLLBACK        VALUE 'R'.
           02 GP-STEP                PIC X(8).
           02 GP-KEEP                PIC 9(2).
           02 GP-GEN-DATE            PIC X(8).

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
      * GENERATION CATALOG --    *
      * ONE RECORD PER KEPT      *
      * GENERATION OF EVERY STEP *
      * -- REWRITTEN EACH RUN;   *
      * MISSING ON THE VERY      *
      * FIRST RUN.  A MASTER     *
      * GENERATION ALSO COUNTS   *
      * THE CLOSE-OUT KEPT WITH  *
      * IT: (Y) HELD, (R) PUT    *
      * BACK BY A ROLLBACK       *
      ****************************
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           02 GCT-STEP               PIC X(8).
           02 GCT-SEQ                PIC 9(5).
           02 GCT-SLOT               PIC 9(2).
           02 GCT-SAVED-DATE         PIC X(8).
           02 GCT-TERM-CODE          PIC X(6).
           02 GCT-RECORD-COUNT       PIC 9(7).
           02 GCT-HASH-TOTAL         PIC 9(11).
           02 GCT-GRD-TAKEN          PIC 9(7).
           02 GCT-REG-TAKEN          PIC 9(7).
           02 GCT-AUDIT-ADDED        PIC 9(7).
           02 GCT-CLOSE-OUT          PIC X(1).

      ****************************
      * THE STEP'S NEW FILE, ITS *
      * LIVE FILE AND ONE OF ITS *
      * GENERATION SLOTS -- THE  *
      * NAMES COME FROM THE STEP *
      * TABLE                    *
      ****************************
       FD NEW-FILE.
       01 NEW-RECORD                 PIC X(120).

       FD LIVE-FILE.
       01 LIVE-RECORD                PIC X(120).

       FD GENERATION-FILE.
       01 GENERATION-RECORD          PIC X(120).

      ****************************
      * WHAT WAS DONE, AND THE   *
      * GENERATIONS NOW KEPT     *
      ****************************
       FD PROMOTION-REPORT-FILE.
       01 PROMOTION-LINE             PIC X(90).

      ****************************
      * THE MASTER UPDATE'S      *
      * AUDIT LINES FOR ITS RUN, *
      * AND THE CUMULATIVE TRAIL *
      * THEY ARE ADDED TO        *
      ****************************
       FD AUDIT-NEW-FILE.
       01 AUDIT-NEW-RECORD           PIC X(132).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD         PIC X(132).
       01 AUDIT-TRAIL-DETAIL.
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
      * A GRADE OR ENROLLMENT    *
      * QUEUE, AND THE WORK COPY *
      * OF WHAT STAYS ON IT      *
      ****************************
       FD QUEUE-FILE.
       01 QUEUE-RECORD               PIC X(123).

       FD QUEUE-WORK-FILE.
       01 QUEUE-WORK-RECORD          PIC X(123).

      ****************************
      * A MASTER GENERATION'S    *
      * CLOSE-OUT -- THE QUEUED  *
      * TRANSACTIONS DROPPED AND *
      * THE AUDIT LINES ADDED    *
      * WHEN IT WAS SAVED        *
      ****************************
       FD QUEUE-SAVE-FILE.
       01 QUEUE-SAVE-RECORD          PIC X(123).

       FD AUDIT-SAVE-FILE.
       01 AUDIT-SAVE-RECORD          PIC X(132).

      ****************************
      * AUDIT LINES TO REVERSE,  *
      * NUMBERED SO THE SORT CAN *
      * PUT THE NEWEST FIRST     *
      ****************************
       FD REVERSAL-STAGE-FILE.
       01 REVERSAL-STAGE-RECORD.
           02 RVG-GEN-SEQ            PIC 9(5).
           02 RVG-LINE-SEQ           PIC 9(7).
           02 RVG-AUDIT-LINE         PIC X(132).

       SD SORT-REVERSAL-FILE.
       01 SORT-REVERSAL-RECORD.
           02 SRV-GEN-SEQ            PIC 9(5).
           02 SRV-LINE-SEQ           PIC 9(7).
           02 SRV-AUDIT-LINE         PIC X(132).

       FD REVERSAL-SORTED-FILE.
       01 REVERSAL-SORTED-RECORD.
           02 RVS-GEN-SEQ            PIC 9(5).
           02 RVS-LINE-SEQ           PIC 9(7).
           02 RVS-AUDIT-LINE         PIC X(132).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 EOF-NEW-FLG            PIC X VALUE 'N'.
           05 EOF-LIV-FLG            PIC X VALUE 'N'.
           05 EOF-GEN-FLG            PIC X VALUE 'N'.
           05 EOF-CAT-FLG            PIC X VALUE 'N'.
           05 EOF-AUD-FLG            PIC X VALUE 'N'.
           05 EOF-QUE-FLG            PIC X VALUE 'N'.
           05 EOF-SAV-FLG            PIC X VALUE 'N'.
           05 EOF-RVS-FLG            PIC X VALUE 'N'.
           05 WS-LIVE-SAVED-SW       PIC X VALUE 'N'.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-GENPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-CATALOG-STATUS          PIC XX.
       01 WS-NEW-STATUS              PIC XX.
       01 WS-LIVE-STATUS             PIC XX.
       01 WS-GEN-STATUS              PIC XX.
       01 WS-AUDIT-NEW-STATUS        PIC XX.
       01 WS-AUDIT-STATUS            PIC XX.
       01 WS-QUEUE-STATUS            PIC XX.
       01 WS-QUEUE-SAVE-STATUS       PIC XX.
       01 WS-AUDIT-SAVE-STATUS       PIC XX.
       01 WS-EXPECTED-TERM           PIC X(6).
       01 WS-RUN-DATE                PIC X(8).
       01 WS-KEEP                    PIC 9(2) VALUE 0.

      * the steps whose new files are managed here -- the new file,
      * the live file it replaces, the stem of its generation slots,
      * whether the live file itself carries H and T control records
      * (H) or the trailer is the new file's alone (T), and which
      * field the trailer hash is taken over
       01 WS-STEP-VALUES.
           05 FILLER                 PIC X(8)  VALUE 'STUUPDT'.
           05 FILLER                 PIC X(30)
              VALUE '..\STUFILE_NEW.txt'.
           05 FILLER                 PIC X(30) VALUE '..\STUFILE.txt'.
           05 FILLER                 PIC X(30) VALUE '..\STUFILE_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'HS'.
           05 FILLER                 PIC X(8)  VALUE 'PRGMAINT'.
           05 FILLER                 PIC X(30)
              VALUE '..\PROGRAM_NEW.txt'.
           05 FILLER                 PIC X(30) VALUE '..\PROGRAM.txt'.
           05 FILLER                 PIC X(30) VALUE '..\PROGRAM_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'T '.
           05 FILLER                 PIC X(8)  VALUE 'DEMOMNT'.
           05 FILLER                 PIC X(30)
              VALUE '..\STUDEMO_NEW.txt'.
           05 FILLER                 PIC X(30) VALUE '..\STUDEMO.txt'.
           05 FILLER                 PIC X(30) VALUE '..\STUDEMO_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TN'.
           05 FILLER                 PIC X(8)  VALUE 'ARLEDGER'.
           05 FILLER                 PIC X(30)
              VALUE '..\ARLEDGER_NEW.txt'.
           05 FILLER                 PIC X(30) VALUE '..\ARLEDGER.txt'.
           05 FILLER                 PIC X(30) VALUE '..\ARLEDGER_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TL'.
           05 FILLER                 PIC X(8)  VALUE 'COLLECTS'.
           05 FILLER                 PIC X(30)
              VALUE '..\NOTICE_STATUS_NEW.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\NOTICE_STATUS.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\NOTICE_STATUS_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TN'.
           05 FILLER                 PIC X(8)  VALUE 'ARCHPURG'.
           05 FILLER                 PIC X(30)
              VALUE '..\STUDENT_HISTORY_NEW.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\STUDENT_HISTORY.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\STUDENT_HISTORY_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TH'.
           05 FILLER                 PIC X(8)  VALUE 'CASHRCPT'.
           05 FILLER                 PIC X(30)
              VALUE '..\PAYMENT_NEW.txt'.
           05 FILLER                 PIC X(30) VALUE '..\PAYMENT.txt'.
           05 FILLER                 PIC X(30) VALUE '..\PAYMENT_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'HP'.
           05 FILLER                 PIC X(8)  VALUE 'PLANTRK'.
           05 FILLER                 PIC X(30)
              VALUE '..\PLAN_STATUS_NEW.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\PLAN_STATUS.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\PLAN_STATUS_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TN'.
           05 FILLER                 PIC X(8)  VALUE 'GLPOST'.
           05 FILLER                 PIC X(30)
              VALUE '..\GL_POSTED_NEW.txt'.
           05 FILLER                 PIC X(30) VALUE '..\GL_POSTED.txt'.
           05 FILLER                 PIC X(30) VALUE '..\GL_POSTED_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TG'.
           05 FILLER                 PIC X(8)  VALUE 'AIDDISB'.
           05 FILLER                 PIC X(30)
              VALUE '..\AID_AWARDS_NEW.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\AID_AWARDS.txt'.
           05 FILLER                 PIC X(30)
              VALUE '..\AID_AWARDS_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TN'.
           05 FILLER                 PIC X(8)  VALUE 'REGREQST'.
           05 FILLER                 PIC X(30)
              VALUE '..\WAITLIST_NEW.txt'.
           05 FILLER                 PIC X(30) VALUE '..\WAITLIST.txt'.
           05 FILLER                 PIC X(30) VALUE '..\WAITLIST_GEN'.
           05 FILLER                 PIC X(2)  VALUE 'TN'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05 WS-STEP-ENTRY          OCCURS 11 TIMES
                                     INDEXED BY STEP-IDX.
               10 WS-STEP-ID         PIC X(8).
               10 WS-STEP-NEW-NAME   PIC X(30).
               10 WS-STEP-LIVE-NAME  PIC X(30).
               10 WS-STEP-GEN-STEM   PIC X(30).
               10 WS-STEP-STYLE      PIC X(1).
                   88 WS-STEP-KEEPS-CONTROLS VALUE 'H'.
               10 WS-STEP-HASH-KIND  PIC X(1).

       01 WS-NEW-NAME                PIC X(40) VALUE SPACES.
       01 WS-LIVE-NAME               PIC X(40) VALUE SPACES.
       01 WS-GEN-NAME                PIC X(40) VALUE SPACES.
       01 WS-STYLE                   PIC X(1)  VALUE SPACES.
           88 WS-KEEPS-CONTROLS      VALUE 'H'.
       01 WS-HASH-KIND               PIC X(1)  VALUE SPACES.

      * run-control scan fields -- the step's latest entry for this
      * term must be a clean END, and no promotion of the step may be
      * logged after it
       01 WS-RUNCTL-FIELDS.
           05 EOF-RCT-FLG            PIC X    VALUE 'N'.
           05 WS-RCT-SEQ             PIC 9(7) VALUE 0.
           05 WS-STEP-FOUND-SW       PIC X    VALUE 'N'.
           05 WS-STEP-EVENT          PIC X(5) VALUE SPACES.
           05 WS-STEP-STATUS         PIC X(8) VALUE SPACES.
           05 WS-STEP-SEQ            PIC 9(7) VALUE 0.
           05 WS-PROMO-SEQ           PIC 9(7) VALUE 0.

      * one record read ahead on the new file, so the last record --
      * the trailer -- is known to be last when it is reached.  the
      * master update's trailer also says how many queued grade and
      * enrollment transactions the run took
       01 WS-HOLD-RECORD             PIC X(120).
       01 WS-HOLD-CONTROL REDEFINES WS-HOLD-RECORD.
           05 WS-HOLD-TYPE           PIC X(1).
           05 WS-HOLD-COUNT          PIC 9(7).
           05 WS-HOLD-HASH           PIC 9(11).
           05 WS-HOLD-GRADE-TAKEN    PIC 9(7).
           05 WS-HOLD-REG-TAKEN      PIC 9(7).
           05 FILLER                 PIC X(87).
       01 WS-NEXT-RECORD             PIC X(120).

      * the record being hashed, with a view for each kind of hash
      * field -- money is hashed in cents, the same digits the
      * trailers carry
       01 WS-HASH-RECORD             PIC X(120).
       01 WS-HASH-STUDENT-VIEW REDEFINES WS-HASH-RECORD.
           05 WS-HV-STUDENT-NUMBER   PIC 9(6).
           05 FILLER                 PIC X(114).
       01 WS-HASH-PAYMENT-VIEW REDEFINES WS-HASH-RECORD.
           05 FILLER                 PIC X(6).
           05 WS-HV-PAY-AMOUNT       PIC 9(4)V99.
           05 FILLER                 PIC X(108).
       01 WS-HASH-MASTER-VIEW REDEFINES WS-HASH-RECORD.
           05 FILLER                 PIC X(6).
           05 WS-HV-MST-TUITION      PIC 9(4)V99.
           05 FILLER                 PIC X(108).
       01 WS-HASH-LEDGER-VIEW REDEFINES WS-HASH-RECORD.
           05 FILLER                 PIC X(12).
           05 WS-HV-LDG-BILLED       PIC 9(7)V99.
           05 FILLER                 PIC X(99).
       01 WS-HASH-HISTORY-VIEW REDEFINES WS-HASH-RECORD.
           05 FILLER                 PIC X(15).
           05 WS-HV-HIST-OWED        PIC 9(6)V99.
           05 FILLER                 PIC X(97).
       01 WS-HASH-POSTED-VIEW REDEFINES WS-HASH-RECORD.
           05 FILLER                 PIC X(13).
           05 WS-HV-GL-AMOUNT        PIC 9(9)V99.
           05 FILLER                 PIC X(96).
       01 WS-HASH-TYPE-VIEW REDEFINES WS-HASH-RECORD.
           05 WS-HV-RECORD-TYPE      PIC X(1).
           05 FILLER                 PIC X(119).

      * counts and hashes of the file being checked or copied
       01 WS-FILE-CONTROLS.
           05 WS-DATA-COUNT          PIC 9(7)  VALUE 0.
           05 WS-HASH-TOTAL          PIC 9(11) VALUE 0.
           05 WS-TRAILER-COUNT       PIC 9(7)  VALUE 0.
           05 WS-TRAILER-HASH        PIC 9(11) VALUE 0.
           05 WS-HEADER-SW           PIC X     VALUE 'N'.
           05 WS-TRAILER-SW          PIC X     VALUE 'N'.
           05 WS-COPY-SEQ            PIC 9(7)  VALUE 0.
           05 WS-COPY-COUNT          PIC 9(7)  VALUE 0.
           05 WS-NEW-DATA-COUNT      PIC 9(7)  VALUE 0.
           05 WS-NEW-HASH-TOTAL      PIC 9(11) VALUE 0.
           05 WS-TRAILER-GRADE-TAKEN PIC 9(7)  VALUE 0.
           05 WS-TRAILER-REG-TAKEN   PIC 9(7)  VALUE 0.

      * closing out a promoted master update -- the queue being
      * trimmed, how many of its records the update took, and what
      * happened to them
       01 WS-CLOSE-OUT-FIELDS.
           05 WS-QUEUE-NAME          PIC X(40) VALUE SPACES.
           05 WS-QUEUE-TAKEN         PIC 9(7)  VALUE 0.
           05 WS-QUEUE-READ          PIC 9(7)  VALUE 0.
           05 WS-QUEUE-KEPT          PIC 9(7)  VALUE 0.
           05 WS-QUEUE-DROPPED       PIC 9(7)  VALUE 0.
           05 WS-AUDIT-ADDED         PIC 9(7)  VALUE 0.
           05 WS-QUEUE-KIND          PIC X(1)  VALUE SPACES.
           05 WS-QUEUE-SAVE-NAME     PIC X(40) VALUE SPACES.
           05 WS-AUDIT-SAVE-NAME     PIC X(40) VALUE SPACES.
           05 WS-GRD-SAVE-NAME       PIC X(40) VALUE SPACES.
           05 WS-REG-SAVE-NAME       PIC X(40) VALUE SPACES.
           05 WS-GRD-DROPPED         PIC 9(7)  VALUE 0.
           05 WS-REG-DROPPED         PIC 9(7)  VALUE 0.

      * rolling a master generation back -- what its close-outs and
      * those of every later generation put back
       01 WS-REOPEN-FIELDS.
           05 WS-SAVED-COUNT         PIC 9(7)  VALUE 0.
           05 WS-QUEUE-RESTORED      PIC 9(7)  VALUE 0.
           05 WS-AUDIT-REVERSED      PIC 9(7)  VALUE 0.
           05 WS-REV-LINE-SEQ        PIC 9(7)  VALUE 0.
           05 WS-LATER-DROPPED       PIC 9(3)  VALUE 0.
           05 WS-SWAP-VALUE          PIC X(40) VALUE SPACES.

      * every kept generation of every step, as loaded from the
      * catalog -- a dropped generation has its step blanked and is
      * not written back.  generations are added at the end, so the
      * table is always in the order they were saved
       01 WS-CAT-COUNT               PIC 9(3) VALUE 0.
       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY           OCCURS 700 TIMES.
               10 WS-CAT-STEP        PIC X(8).
               10 WS-CAT-SEQ         PIC 9(5).
               10 WS-CAT-SLOT        PIC 9(2).
               10 WS-CAT-SAVED-DATE  PIC X(8).
               10 WS-CAT-TERM        PIC X(6).
               10 WS-CAT-COUNT-KEPT  PIC 9(7).
               10 WS-CAT-HASH        PIC 9(11).
               10 WS-CAT-GRD-TAKEN   PIC 9(7).
               10 WS-CAT-REG-TAKEN   PIC 9(7).
               10 WS-CAT-AUDIT-ADDED PIC 9(7).
               10 WS-CAT-CLOSE-OUT   PIC X(1).
       01 WS-CAT-SUB                 PIC 9(3) VALUE 0.

       01 WS-GEN-WORK.
           05 WS-STEP-GEN-COUNT      PIC 9(3) VALUE 0.
           05 WS-MAX-SEQ             PIC 9(5) VALUE 0.
           05 WS-OLDEST-SUB          PIC 9(3) VALUE 0.
           05 WS-OLDEST-SEQ          PIC 9(5) VALUE 0.
           05 WS-PICK-SUB            PIC 9(3) VALUE 0.
           05 WS-PICK-SEQ            PIC 9(5) VALUE 0.
           05 WS-SLOT                PIC 9(2) VALUE 0.
           05 WS-SLOT-USED-SW        PIC X    VALUE 'N'.
           05 WS-DROPPED-COUNT       PIC 9(3) VALUE 0.

       01 PROMOTION-HEADER.
           05 FILLER                 PIC X(31)
              VALUE 'GENERATION MANAGEMENT  RUN DATE'.
           05 FILLER                 PIC X(2)  VALUE ': '.
           05 PRH-DATE               PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'TERM:'.
           05 PRH-TERM               PIC X(6).

       01 PROMOTION-ACTION-LINE.
           05 FILLER                 PIC X(6)  VALUE 'STEP: '.
           05 PAL-STEP               PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'ACTION: '.
           05 PAL-ACTION             PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'KEEP: '.
           05 PAL-KEEP               PIC Z9.

       01 PROMOTION-FILE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PFL-TEXT               PIC X(24).
           05 PFL-FILE-NAME          PIC X(30).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'RECORDS '.
           05 PFL-COUNT              PIC ZZZZZZ9.
           05 FILLER                 PIC X(6)  VALUE '  HASH'.
           05 PFL-HASH               PIC Z(10)9.

       01 GENERATION-HEADER.
           05 FILLER                 PIC X(25)
              VALUE 'GENERATIONS KEPT FOR STEP'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 GNH-STEP               PIC X(8).

       01 GENERATION-DETAIL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(4)  VALUE 'GEN '.
           05 GDL-SEQ                PIC 9(5).
           05 FILLER                 PIC X(7)  VALUE '  SLOT '.
           05 GDL-SLOT               PIC 9(2).
           05 FILLER                 PIC X(8)  VALUE '  SAVED '.
           05 GDL-SAVED-DATE         PIC X(8).
           05 FILLER                 PIC X(7)  VALUE '  TERM '.
           05 GDL-TERM               PIC X(6).
           05 FILLER                 PIC X(10) VALUE '  RECORDS '.
           05 GDL-COUNT              PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GDL-FILE-NAME          PIC X(26).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-READ-RUN-PARMS.
           PERFORM 050-READ-PROMOTION-CARD.
           PERFORM 100-INITIATE-FILES.
           IF GP-PROMOTE
               PERFORM 200-PROMOTE-STEP
           ELSE
               PERFORM 500-ROLLBACK-STEP
           END-IF.
           PERFORM 900-FINISH-RUN.
      *********************
      *  DEFINED METHODS  *
      *********************
      * the run date dates the saved generation; the expected term
      * picks the step's run-control stamp
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
      * the card names the action and the step; a blank or zero keep
      * count means three generations
       050-READ-PROMOTION-CARD.
           OPEN INPUT GENPARM-FILE.
           IF WS-GENPARM-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN GENPARM.txt, FILE STATUS "
                   WS-GENPARM-STATUS
               STOP RUN
           END-IF.
           READ GENPARM-FILE
               AT END
                   DISPLAY "FATAL: GENPARM.txt IS EMPTY"
                   STOP RUN
           END-READ.
           CLOSE GENPARM-FILE.
           IF NOT GP-PROMOTE AND NOT GP-ROLLBACK
               DISPLAY "FATAL: GENPARM.txt ACTION " GP-ACTION
                   " IS NOT P (PROMOTE) OR R (ROLLBACK)"
               STOP RUN
           END-IF.
           IF GP-KEEP NUMERIC AND GP-KEEP > 0
               MOVE GP-KEEP TO WS-KEEP
           ELSE
               MOVE 3 TO WS-KEEP
           END-IF.
           SET STEP-IDX TO 1.
           SEARCH WS-STEP-ENTRY
               AT END
                   DISPLAY "FATAL: GENPARM.txt STEP " GP-STEP
                       " HAS NO NEW FILE UNDER GENERATION MANAGEMENT"
                   STOP RUN
               WHEN WS-STEP-ID(STEP-IDX) = GP-STEP
                   MOVE WS-STEP-NEW-NAME(STEP-IDX) TO WS-NEW-NAME
                   MOVE WS-STEP-LIVE-NAME(STEP-IDX) TO WS-LIVE-NAME
                   MOVE WS-STEP-STYLE(STEP-IDX) TO WS-STYLE
                   MOVE WS-STEP-HASH-KIND(STEP-IDX) TO WS-HASH-KIND
           END-SEARCH.
      * load the catalog of kept generations -- absent on the very
      * first run
       100-INITIATE-FILES.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = '00'
               PERFORM 110-LOAD-ONE-GENERATION UNTIL EOF-CAT-FLG = 'Y'
               CLOSE CATALOG-FILE
           END-IF.
      * the report is only started once the checks have passed, so a
      * refused run leaves nothing behind but its message
       150-START-REPORT.
           OPEN OUTPUT PROMOTION-REPORT-FILE.
           MOVE WS-RUN-DATE TO PRH-DATE.
           MOVE WS-EXPECTED-TERM TO PRH-TERM.
           MOVE PROMOTION-HEADER TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           MOVE SPACES TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           MOVE GP-STEP TO PAL-STEP.
           IF GP-PROMOTE
               MOVE 'PROMOTE' TO PAL-ACTION
           ELSE
               MOVE 'ROLLBACK' TO PAL-ACTION
           END-IF.
           MOVE WS-KEEP TO PAL-KEEP.
           MOVE PROMOTION-ACTION-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
       110-LOAD-ONE-GENERATION.
           READ CATALOG-FILE
             AT END MOVE "Y" TO EOF-CAT-FLG
             NOT AT END
               IF WS-CAT-COUNT = 700
                   DISPLAY "FATAL: GENERATION_CATALOG.txt HAS MORE "
                   DISPLAY "THAN 700 ROWS -- WS-CATALOG-TABLE IS FULL, "
                   DISPLAY "INCREASE THE OCCURS BOUND AND RECOMPILE"
                   CLOSE CATALOG-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE GCT-STEP TO WS-CAT-STEP(WS-CAT-COUNT)
               MOVE GCT-SEQ TO WS-CAT-SEQ(WS-CAT-COUNT)
               MOVE GCT-SLOT TO WS-CAT-SLOT(WS-CAT-COUNT)
               MOVE GCT-SAVED-DATE TO WS-CAT-SAVED-DATE(WS-CAT-COUNT)
               MOVE GCT-TERM-CODE TO WS-CAT-TERM(WS-CAT-COUNT)
               MOVE GCT-RECORD-COUNT
                 TO WS-CAT-COUNT-KEPT(WS-CAT-COUNT)
               MOVE GCT-HASH-TOTAL TO WS-CAT-HASH(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-GRD-TAKEN(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-REG-TAKEN(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-AUDIT-ADDED(WS-CAT-COUNT)
               IF GCT-GRD-TAKEN NUMERIC
                   MOVE GCT-GRD-TAKEN TO WS-CAT-GRD-TAKEN(WS-CAT-COUNT)
               END-IF
               IF GCT-REG-TAKEN NUMERIC
                   MOVE GCT-REG-TAKEN TO WS-CAT-REG-TAKEN(WS-CAT-COUNT)
               END-IF
               IF GCT-AUDIT-ADDED NUMERIC
                   MOVE GCT-AUDIT-ADDED
                     TO WS-CAT-AUDIT-ADDED(WS-CAT-COUNT)
               END-IF
               MOVE GCT-CLOSE-OUT TO WS-CAT-CLOSE-OUT(WS-CAT-COUNT).
      * promote the step's new file: stamp check, trailer check, save
      * the live file as a generation, copy the new file over it
       200-PROMOTE-STEP.
           PERFORM 210-CHECK-STEP-STAMP.
           PERFORM 220-VERIFY-NEW-FILE.
           PERFORM 150-START-REPORT.
           MOVE 'NEW FILE VERIFIED:' TO PFL-TEXT.
           MOVE WS-NEW-NAME TO PFL-FILE-NAME.
           MOVE WS-NEW-DATA-COUNT TO PFL-COUNT.
           MOVE WS-NEW-HASH-TOTAL TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           PERFORM 240-SAVE-LIVE-GENERATION.
           PERFORM 260-COPY-NEW-TO-LIVE.
           IF GP-STEP = 'STUUPDT'
               PERFORM 300-CLOSE-OUT-UPDATE
           END-IF.
           PERFORM 800-WRITE-CATALOG.
           PERFORM 850-LIST-GENERATIONS.
           OPEN EXTEND RUNCTL-FILE.
           MOVE 'GENPROMO' TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'PROMO' TO RCT-EVENT.
           MOVE GP-STEP TO RCT-STATUS.
           MOVE WS-COPY-COUNT TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
      * the step's latest entry for the term must be a clean END, and
      * a promotion of the step logged after that END means this new
      * file is already live
       210-CHECK-STEP-STAMP.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "FATAL: RUNCTL.txt IS MISSING -- RUN " GP-STEP
               DISPLAY "FIRST"
               STOP RUN
           END-IF.
           PERFORM 215-SCAN-RUNCTL UNTIL EOF-RCT-FLG = 'Y'.
           CLOSE RUNCTL-FILE.
           IF WS-STEP-FOUND-SW NOT = 'Y'
               DISPLAY "FATAL: NO RUN-CONTROL ENTRY FOR " GP-STEP
                   " AND "
               DISPLAY "TERM " WS-EXPECTED-TERM " -- RUN IT FIRST"
               STOP RUN
           END-IF.
           IF WS-STEP-EVENT NOT = 'END'
             OR WS-STEP-STATUS NOT = 'COMPLETE'
               DISPLAY "FATAL: " GP-STEP
                   " DID NOT COMPLETE CLEANLY FOR "
               DISPLAY "TERM " WS-EXPECTED-TERM
                   " -- RERUN IT BEFORE PROMOTING"
               STOP RUN
           END-IF.
           IF WS-PROMO-SEQ > WS-STEP-SEQ
               DISPLAY "FATAL: " GP-STEP " NEW FILE WAS ALREADY "
               DISPLAY "PROMOTED AFTER ITS LAST RUN -- NOTHING TO DO"
               STOP RUN
           END-IF.
       215-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   MOVE 'Y' TO EOF-RCT-FLG
               NOT AT END
                   ADD 1 TO WS-RCT-SEQ
                   IF RCT-PROGRAM-ID = GP-STEP
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE 'Y' TO WS-STEP-FOUND-SW
                       MOVE RCT-EVENT TO WS-STEP-EVENT
                       MOVE RCT-STATUS TO WS-STEP-STATUS
                       MOVE WS-RCT-SEQ TO WS-STEP-SEQ
                   END-IF
                   IF RCT-PROGRAM-ID = 'GENPROMO'
                      AND RCT-EVENT = 'PROMO'
                      AND RCT-STATUS = GP-STEP
                      AND RCT-TERM-CODE = WS-EXPECTED-TERM
                       MOVE WS-RCT-SEQ TO WS-PROMO-SEQ
                   END-IF
           END-READ.
      * read the new file once, a record ahead: a file keeping H and
      * T records must open with its H, and the last record must be
      * the T whose count and hash match the data records before it
       220-VERIFY-NEW-FILE.
           OPEN INPUT NEW-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN " WS-NEW-NAME
                   " FILE STATUS " WS-NEW-STATUS
               DISPLAY "RUN " GP-STEP " FIRST"
               STOP RUN
           END-IF.
           MOVE 0 TO WS-DATA-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 'N' TO WS-HEADER-SW.
           MOVE 'N' TO WS-TRAILER-SW.
           PERFORM 230-READ-NEW.
           IF EOF-NEW-FLG = 'Y'
               DISPLAY "FATAL: " WS-NEW-NAME " IS EMPTY"
               STOP RUN
           END-IF.
           MOVE WS-NEXT-RECORD TO WS-HOLD-RECORD.
           IF WS-KEEPS-CONTROLS
               IF WS-HOLD-TYPE = 'H'
                   MOVE 'Y' TO WS-HEADER-SW
                   PERFORM 230-READ-NEW
                   MOVE WS-NEXT-RECORD TO WS-HOLD-RECORD
               END-IF
           END-IF.
           PERFORM 225-VERIFY-ONE-RECORD UNTIL EOF-NEW-FLG = 'Y'.
           CLOSE NEW-FILE.
           IF WS-KEEPS-CONTROLS AND WS-HEADER-SW NOT = 'Y'
               DISPLAY "FATAL: " WS-NEW-NAME " HAS NO HEADER RECORD"
               STOP RUN
           END-IF.
           IF WS-TRAILER-SW NOT = 'Y'
               DISPLAY "FATAL: " WS-NEW-NAME " HAS NO TRAILER RECORD "
               DISPLAY "-- THE RUN MAY NOT HAVE FINISHED WRITING IT"
               STOP RUN
           END-IF.
           IF WS-DATA-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY "FATAL: " WS-NEW-NAME " RECORD COUNT MISMATCH "
               DISPLAY "-- TRAILER SAYS " WS-TRAILER-COUNT
                   " BUT " WS-DATA-COUNT " WERE READ"
               STOP RUN
           END-IF.
           IF WS-HASH-TOTAL NOT = WS-TRAILER-HASH
               DISPLAY "FATAL: " WS-NEW-NAME " HASH TOTAL MISMATCH "
               DISPLAY "-- TRAILER SAYS " WS-TRAILER-HASH
                   " BUT " WS-HASH-TOTAL " WAS READ"
               STOP RUN
           END-IF.
           MOVE WS-DATA-COUNT TO WS-NEW-DATA-COUNT.
           MOVE WS-HASH-TOTAL TO WS-NEW-HASH-TOTAL.
      * the held record is the trailer only when nothing follows it
       225-VERIFY-ONE-RECORD.
           PERFORM 230-READ-NEW.
           IF EOF-NEW-FLG = 'Y'
               IF WS-HOLD-TYPE = 'T'
                   MOVE 'Y' TO WS-TRAILER-SW
                   MOVE WS-HOLD-COUNT TO WS-TRAILER-COUNT
                   MOVE WS-HOLD-HASH TO WS-TRAILER-HASH
                   IF WS-HOLD-GRADE-TAKEN NUMERIC
                       MOVE WS-HOLD-GRADE-TAKEN
                         TO WS-TRAILER-GRADE-TAKEN
                   END-IF
                   IF WS-HOLD-REG-TAKEN NUMERIC
                       MOVE WS-HOLD-REG-TAKEN TO WS-TRAILER-REG-TAKEN
                   END-IF
               ELSE
                   ADD 1 TO WS-DATA-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-DATA-COUNT
               MOVE WS-HOLD-RECORD TO WS-HASH-RECORD
               PERFORM 280-HASH-ONE-RECORD
               MOVE WS-NEXT-RECORD TO WS-HOLD-RECORD
           END-IF.
       230-READ-NEW.
           READ NEW-FILE INTO WS-NEXT-RECORD
               AT END
                   MOVE 'Y' TO EOF-NEW-FLG
           END-READ.
      * the live file becomes the newest generation -- the step's
      * oldest generations are dropped until there is room, and the
      * lowest slot no kept generation is using takes the copy.  on
      * the very first promotion there is no live file to keep
       240-SAVE-LIVE-GENERATION.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'NO LIVE FILE TO SAVE:' TO PFL-TEXT
               MOVE WS-LIVE-NAME TO PFL-FILE-NAME
               MOVE 0 TO PFL-COUNT
               MOVE 0 TO PFL-HASH
               MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE
               WRITE PROMOTION-LINE
           ELSE
               PERFORM 250-CHOOSE-SLOT
               PERFORM 255-BUILD-GEN-NAME
               OPEN OUTPUT GENERATION-FILE
               MOVE 0 TO WS-DATA-COUNT
               MOVE 0 TO WS-HASH-TOTAL
               PERFORM 245-SAVE-ONE-LIVE UNTIL EOF-LIV-FLG = 'Y'
               CLOSE LIVE-FILE
               CLOSE GENERATION-FILE
               MOVE 'Y' TO WS-LIVE-SAVED-SW
               ADD 1 TO WS-CAT-COUNT
               MOVE GP-STEP TO WS-CAT-STEP(WS-CAT-COUNT)
               COMPUTE WS-CAT-SEQ(WS-CAT-COUNT) = WS-MAX-SEQ + 1
               MOVE WS-SLOT TO WS-CAT-SLOT(WS-CAT-COUNT)
               MOVE WS-RUN-DATE TO WS-CAT-SAVED-DATE(WS-CAT-COUNT)
               MOVE WS-EXPECTED-TERM TO WS-CAT-TERM(WS-CAT-COUNT)
               MOVE WS-DATA-COUNT TO WS-CAT-COUNT-KEPT(WS-CAT-COUNT)
               MOVE WS-HASH-TOTAL TO WS-CAT-HASH(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-GRD-TAKEN(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-REG-TAKEN(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-AUDIT-ADDED(WS-CAT-COUNT)
               MOVE SPACES TO WS-CAT-CLOSE-OUT(WS-CAT-COUNT)
               MOVE 'LIVE FILE SAVED AS:' TO PFL-TEXT
               MOVE WS-GEN-NAME TO PFL-FILE-NAME
               MOVE WS-DATA-COUNT TO PFL-COUNT
               MOVE WS-HASH-TOTAL TO PFL-HASH
               MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE
               WRITE PROMOTION-LINE
           END-IF.
       245-SAVE-ONE-LIVE.
           READ LIVE-FILE
               AT END
                   MOVE 'Y' TO EOF-LIV-FLG
               NOT AT END
                   MOVE LIVE-RECORD TO WS-HASH-RECORD
                   PERFORM 285-COUNT-LIVE-RECORD
                   WRITE GENERATION-RECORD FROM LIVE-RECORD
           END-READ.
       250-CHOOSE-SLOT.
           PERFORM 252-COUNT-STEP-GENERATIONS.
           PERFORM 253-DROP-OLDEST
               UNTIL WS-STEP-GEN-COUNT < WS-KEEP.
           MOVE 1 TO WS-SLOT.
           MOVE 'Y' TO WS-SLOT-USED-SW.
           PERFORM 254-TRY-SLOT
               UNTIL WS-SLOT-USED-SW = 'N'.
       252-COUNT-STEP-GENERATIONS.
           MOVE 0 TO WS-STEP-GEN-COUNT.
           MOVE 0 TO WS-MAX-SEQ.
           MOVE 0 TO WS-OLDEST-SUB.
           MOVE 99999 TO WS-OLDEST-SEQ.
           PERFORM 256-NOTE-ONE-GENERATION
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
       253-DROP-OLDEST.
           MOVE SPACES TO WS-CAT-STEP(WS-OLDEST-SUB).
           ADD 1 TO WS-DROPPED-COUNT.
           PERFORM 252-COUNT-STEP-GENERATIONS.
       254-TRY-SLOT.
           MOVE 'N' TO WS-SLOT-USED-SW.
           PERFORM 257-CHECK-SLOT-USE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           IF WS-SLOT-USED-SW = 'Y'
               ADD 1 TO WS-SLOT
           END-IF.
       255-BUILD-GEN-NAME.
           MOVE SPACES TO WS-GEN-NAME.
           STRING WS-STEP-GEN-STEM(STEP-IDX) DELIMITED BY SPACE
                  WS-SLOT DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
             INTO WS-GEN-NAME.
       256-NOTE-ONE-GENERATION.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
               ADD 1 TO WS-STEP-GEN-COUNT
               IF WS-CAT-SEQ(WS-CAT-SUB) > WS-MAX-SEQ
                   MOVE WS-CAT-SEQ(WS-CAT-SUB) TO WS-MAX-SEQ
               END-IF
               IF WS-CAT-SEQ(WS-CAT-SUB) < WS-OLDEST-SEQ
                   MOVE WS-CAT-SEQ(WS-CAT-SUB) TO WS-OLDEST-SEQ
                   MOVE WS-CAT-SUB TO WS-OLDEST-SUB
               END-IF
           END-IF.
       257-CHECK-SLOT-USE.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
              AND WS-CAT-SLOT(WS-CAT-SUB) = WS-SLOT
               MOVE 'Y' TO WS-SLOT-USED-SW
           END-IF.
      * a master generation's close-out files sit beside it in its
      * slot, so reusing the slot replaces them too
       258-BUILD-SAVE-NAMES.
           MOVE SPACES TO WS-GRD-SAVE-NAME.
           STRING WS-STEP-GEN-STEM(STEP-IDX) DELIMITED BY SPACE
                  WS-SLOT DELIMITED BY SIZE
                  '_GRD.txt' DELIMITED BY SIZE
             INTO WS-GRD-SAVE-NAME.
           MOVE SPACES TO WS-REG-SAVE-NAME.
           STRING WS-STEP-GEN-STEM(STEP-IDX) DELIMITED BY SPACE
                  WS-SLOT DELIMITED BY SIZE
                  '_REG.txt' DELIMITED BY SIZE
             INTO WS-REG-SAVE-NAME.
           MOVE SPACES TO WS-AUDIT-SAVE-NAME.
           STRING WS-STEP-GEN-STEM(STEP-IDX) DELIMITED BY SPACE
                  WS-SLOT DELIMITED BY SIZE
                  '_AUD.txt' DELIMITED BY SIZE
             INTO WS-AUDIT-SAVE-NAME.
      * copy the verified new file over the live file -- a file that
      * keeps its control records goes across whole, otherwise only
      * the data records ahead of the trailer do
       260-COPY-NEW-TO-LIVE.
           MOVE 'N' TO EOF-NEW-FLG.
           MOVE 0 TO WS-COPY-SEQ.
           MOVE 0 TO WS-COPY-COUNT.
           OPEN INPUT NEW-FILE.
           OPEN OUTPUT LIVE-FILE.
           PERFORM 265-COPY-ONE-NEW UNTIL EOF-NEW-FLG = 'Y'.
           CLOSE NEW-FILE.
           CLOSE LIVE-FILE.
           MOVE 'PROMOTED TO:' TO PFL-TEXT.
           MOVE WS-LIVE-NAME TO PFL-FILE-NAME.
           MOVE WS-NEW-DATA-COUNT TO PFL-COUNT.
           MOVE WS-NEW-HASH-TOTAL TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
       265-COPY-ONE-NEW.
           READ NEW-FILE
               AT END
                   MOVE 'Y' TO EOF-NEW-FLG
               NOT AT END
                   ADD 1 TO WS-COPY-SEQ
                   IF WS-KEEPS-CONTROLS
                     OR WS-COPY-SEQ NOT > WS-NEW-DATA-COUNT
                       ADD 1 TO WS-COPY-COUNT
                       WRITE LIVE-RECORD FROM NEW-RECORD
                   END-IF
           END-READ.
      * add the record's hash field to the running total -- a field
      * that is not numeric adds nothing, as in the steps themselves,
      * and the GL positions file's control record is not hashed
       280-HASH-ONE-RECORD.
           EVALUATE WS-HASH-KIND
               WHEN 'S'
                   IF WS-HV-MST-TUITION NUMERIC
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL + WS-HV-MST-TUITION * 100
                   END-IF
               WHEN 'P'
                   IF WS-HV-PAY-AMOUNT NUMERIC
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL + WS-HV-PAY-AMOUNT * 100
                   END-IF
               WHEN 'L'
                   IF WS-HV-LDG-BILLED NUMERIC
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL + WS-HV-LDG-BILLED * 100
                   END-IF
               WHEN 'H'
                   IF WS-HV-HIST-OWED NUMERIC
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL + WS-HV-HIST-OWED * 100
                   END-IF
               WHEN 'N'
                   IF WS-HV-STUDENT-NUMBER NUMERIC
                       ADD WS-HV-STUDENT-NUMBER TO WS-HASH-TOTAL
                   END-IF
               WHEN 'G'
                   IF WS-HV-RECORD-TYPE NOT = 'C'
                      AND WS-HV-GL-AMOUNT NUMERIC
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL + WS-HV-GL-AMOUNT * 100
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * a live or generation file's data records -- the H and T lines
      * of a file that keeps its controls are not counted
       285-COUNT-LIVE-RECORD.
           IF WS-KEEPS-CONTROLS
              AND (WS-HV-RECORD-TYPE = 'H' OR WS-HV-RECORD-TYPE = 'T')
               CONTINUE
           ELSE
               ADD 1 TO WS-DATA-COUNT
               PERFORM 280-HASH-ONE-RECORD
           END-IF.
      * a promoted master update's run is closed out: its audit lines
      * join the cumulative trail, and the queued grade and enrollment
      * transactions it took come off the front of their queues --
      * anything queued behind them since it ran stays for the next
      * update.  promotion happens once per run, so nothing is added
      * or dropped twice.  when a live master was saved, what was
      * dropped and added is kept beside that generation and counted
      * on its catalog entry, for a rollback to put back
       300-CLOSE-OUT-UPDATE.
           IF WS-LIVE-SAVED-SW = 'Y'
               PERFORM 258-BUILD-SAVE-NAMES
           END-IF.
           PERFORM 310-APPEND-AUDIT-LINES.
           MOVE '..\GRDTRAN.txt' TO WS-QUEUE-NAME.
           MOVE WS-GRD-SAVE-NAME TO WS-QUEUE-SAVE-NAME.
           MOVE WS-TRAILER-GRADE-TAKEN TO WS-QUEUE-TAKEN.
           PERFORM 320-TRIM-QUEUE.
           MOVE WS-QUEUE-DROPPED TO WS-GRD-DROPPED.
           MOVE '..\REGTRAN.txt' TO WS-QUEUE-NAME.
           MOVE WS-REG-SAVE-NAME TO WS-QUEUE-SAVE-NAME.
           MOVE WS-TRAILER-REG-TAKEN TO WS-QUEUE-TAKEN.
           PERFORM 320-TRIM-QUEUE.
           MOVE WS-QUEUE-DROPPED TO WS-REG-DROPPED.
           IF WS-LIVE-SAVED-SW = 'Y'
               MOVE WS-GRD-DROPPED TO WS-CAT-GRD-TAKEN(WS-CAT-COUNT)
               MOVE WS-REG-DROPPED TO WS-CAT-REG-TAKEN(WS-CAT-COUNT)
               MOVE WS-AUDIT-ADDED TO WS-CAT-AUDIT-ADDED(WS-CAT-COUNT)
               MOVE 'Y' TO WS-CAT-CLOSE-OUT(WS-CAT-COUNT)
               MOVE 'KEPT FOR ROLLBACK AS:' TO PFL-TEXT
               MOVE 0 TO PFL-HASH
               MOVE WS-GRD-SAVE-NAME TO PFL-FILE-NAME
               MOVE WS-GRD-DROPPED TO PFL-COUNT
               MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE
               WRITE PROMOTION-LINE
               MOVE WS-REG-SAVE-NAME TO PFL-FILE-NAME
               MOVE WS-REG-DROPPED TO PFL-COUNT
               MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE
               WRITE PROMOTION-LINE
               MOVE WS-AUDIT-SAVE-NAME TO PFL-FILE-NAME
               MOVE WS-AUDIT-ADDED TO PFL-COUNT
               MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE
               WRITE PROMOTION-LINE
           END-IF.
       310-APPEND-AUDIT-LINES.
           MOVE 0 TO WS-AUDIT-ADDED.
           IF WS-LIVE-SAVED-SW = 'Y'
               OPEN OUTPUT AUDIT-SAVE-FILE
           END-IF.
           OPEN INPUT AUDIT-NEW-FILE.
           IF WS-AUDIT-NEW-STATUS = '00'
               OPEN EXTEND AUDIT-TRAIL-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   OPEN OUTPUT AUDIT-TRAIL-FILE
               END-IF
               PERFORM 315-APPEND-ONE-AUDIT UNTIL EOF-AUD-FLG = 'Y'
               CLOSE AUDIT-NEW-FILE
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
           IF WS-LIVE-SAVED-SW = 'Y'
               CLOSE AUDIT-SAVE-FILE
           END-IF.
           MOVE 'AUDIT LINES ADDED TO:' TO PFL-TEXT.
           MOVE '..\AUDIT_TRAIL.txt' TO PFL-FILE-NAME.
           MOVE WS-AUDIT-ADDED TO PFL-COUNT.
           MOVE 0 TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
       315-APPEND-ONE-AUDIT.
           READ AUDIT-NEW-FILE
               AT END
                   MOVE 'Y' TO EOF-AUD-FLG
               NOT AT END
                   ADD 1 TO WS-AUDIT-ADDED
                   WRITE AUDIT-TRAIL-RECORD FROM AUDIT-NEW-RECORD
                   IF WS-LIVE-SAVED-SW = 'Y'
                       WRITE AUDIT-SAVE-RECORD FROM AUDIT-NEW-RECORD
                   END-IF
           END-READ.
      * everything past the first n records goes to the work file and
      * back over the queue, and the first n to the generation's
      * close-out file; a queue no producer has written to yet is
      * simply not there
       320-TRIM-QUEUE.
           MOVE 0 TO WS-QUEUE-READ.
           MOVE 0 TO WS-QUEUE-KEPT.
           MOVE 'N' TO EOF-QUE-FLG.
           IF WS-LIVE-SAVED-SW = 'Y'
               OPEN OUTPUT QUEUE-SAVE-FILE
           END-IF.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = '00'
               OPEN OUTPUT QUEUE-WORK-FILE
               PERFORM 325-KEEP-ONE-QUEUED UNTIL EOF-QUE-FLG = 'Y'
               CLOSE QUEUE-FILE
               CLOSE QUEUE-WORK-FILE
               MOVE 'N' TO EOF-QUE-FLG
               OPEN INPUT QUEUE-WORK-FILE
               OPEN OUTPUT QUEUE-FILE
               PERFORM 328-RETURN-ONE-QUEUED UNTIL EOF-QUE-FLG = 'Y'
               CLOSE QUEUE-WORK-FILE
               CLOSE QUEUE-FILE
           END-IF.
           IF WS-LIVE-SAVED-SW = 'Y'
               CLOSE QUEUE-SAVE-FILE
           END-IF.
           COMPUTE WS-QUEUE-DROPPED = WS-QUEUE-READ - WS-QUEUE-KEPT.
           MOVE 'APPLIED, DROPPED FROM:' TO PFL-TEXT.
           MOVE WS-QUEUE-NAME TO PFL-FILE-NAME.
           MOVE WS-QUEUE-DROPPED TO PFL-COUNT.
           MOVE 0 TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           MOVE 'STILL QUEUED ON:' TO PFL-TEXT.
           MOVE WS-QUEUE-KEPT TO PFL-COUNT.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
       325-KEEP-ONE-QUEUED.
           READ QUEUE-FILE
               AT END
                   MOVE 'Y' TO EOF-QUE-FLG
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ
                   IF WS-QUEUE-READ > WS-QUEUE-TAKEN
                       ADD 1 TO WS-QUEUE-KEPT
                       WRITE QUEUE-WORK-RECORD FROM QUEUE-RECORD
                   ELSE
                       IF WS-LIVE-SAVED-SW = 'Y'
                           WRITE QUEUE-SAVE-RECORD FROM QUEUE-RECORD
                       END-IF
                   END-IF
           END-READ.
       328-RETURN-ONE-QUEUED.
           READ QUEUE-WORK-FILE
               AT END
                   MOVE 'Y' TO EOF-QUE-FLG
               NOT AT END
                   WRITE QUEUE-RECORD FROM QUEUE-WORK-RECORD
           END-READ.
      * roll the live file back to a kept generation -- the one saved
      * on the card's date (the latest of that date), or the latest
      * of all when the date is blank.  the generation is checked
      * against its catalog entry before it goes anywhere near the
      * live file.  rolling the master back also undoes the close-out
      * of every promotion it reaches past, so its close-out files
      * are checked here too
       500-ROLLBACK-STEP.
           MOVE 0 TO WS-PICK-SUB.
           MOVE 0 TO WS-PICK-SEQ.
           PERFORM 510-CONSIDER-GENERATION
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           IF WS-PICK-SUB = 0
               DISPLAY "FATAL: NO KEPT GENERATION OF " GP-STEP
               IF GP-GEN-DATE NOT = SPACES
                   DISPLAY "SAVED ON " GP-GEN-DATE
               END-IF
               DISPLAY "IS ON GENERATION_CATALOG.txt"
               STOP RUN
           END-IF.
           MOVE WS-CAT-SLOT(WS-PICK-SUB) TO WS-SLOT.
           PERFORM 255-BUILD-GEN-NAME.
           OPEN INPUT GENERATION-FILE.
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN " WS-GEN-NAME
                   " FILE STATUS " WS-GEN-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-DATA-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           PERFORM 520-CHECK-ONE-GENERATION UNTIL EOF-GEN-FLG = 'Y'.
           CLOSE GENERATION-FILE.
           IF WS-DATA-COUNT NOT = WS-CAT-COUNT-KEPT(WS-PICK-SUB)
             OR WS-HASH-TOTAL NOT = WS-CAT-HASH(WS-PICK-SUB)
               DISPLAY "FATAL: " WS-GEN-NAME " NO LONGER MATCHES ITS "
               DISPLAY "CATALOG ENTRY -- CATALOG SAYS "
                   WS-CAT-COUNT-KEPT(WS-PICK-SUB) " RECORDS, "
                   WS-DATA-COUNT " WERE READ"
               STOP RUN
           END-IF.
           IF GP-STEP = 'STUUPDT'
               PERFORM 540-CHECK-CLOSE-OUTS
           END-IF.
           PERFORM 150-START-REPORT.
           MOVE 'N' TO EOF-GEN-FLG.
           MOVE 0 TO WS-COPY-COUNT.
           OPEN INPUT GENERATION-FILE.
           OPEN OUTPUT LIVE-FILE.
           PERFORM 530-RESTORE-ONE-RECORD UNTIL EOF-GEN-FLG = 'Y'.
           CLOSE GENERATION-FILE.
           CLOSE LIVE-FILE.
           MOVE 'RESTORED FROM:' TO PFL-TEXT.
           MOVE WS-GEN-NAME TO PFL-FILE-NAME.
           MOVE WS-DATA-COUNT TO PFL-COUNT.
           MOVE WS-HASH-TOTAL TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           MOVE 'RESTORED TO:' TO PFL-TEXT.
           MOVE WS-LIVE-NAME TO PFL-FILE-NAME.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           IF GP-STEP = 'STUUPDT'
               PERFORM 550-REOPEN-CLOSE-OUTS
           END-IF.
           PERFORM 850-LIST-GENERATIONS.
           OPEN EXTEND RUNCTL-FILE.
           MOVE GP-STEP TO RCT-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RCT-RUN-DATE.
           MOVE WS-EXPECTED-TERM TO RCT-TERM-CODE.
           MOVE 'ROLLB' TO RCT-EVENT.
           MOVE 'RESTORED' TO RCT-STATUS.
           MOVE WS-DATA-COUNT TO RCT-RECORD-COUNT.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
       510-CONSIDER-GENERATION.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
              AND (GP-GEN-DATE = SPACES
                OR WS-CAT-SAVED-DATE(WS-CAT-SUB) = GP-GEN-DATE)
              AND WS-CAT-SEQ(WS-CAT-SUB) > WS-PICK-SEQ
               MOVE WS-CAT-SEQ(WS-CAT-SUB) TO WS-PICK-SEQ
               MOVE WS-CAT-SUB TO WS-PICK-SUB
           END-IF.
       520-CHECK-ONE-GENERATION.
           READ GENERATION-FILE
               AT END
                   MOVE 'Y' TO EOF-GEN-FLG
               NOT AT END
                   MOVE GENERATION-RECORD TO WS-HASH-RECORD
                   PERFORM 285-COUNT-LIVE-RECORD
           END-READ.
       530-RESTORE-ONE-RECORD.
           READ GENERATION-FILE
               AT END
                   MOVE 'Y' TO EOF-GEN-FLG
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
                   WRITE LIVE-RECORD FROM GENERATION-RECORD
           END-READ.
      * every master generation from the one picked onward whose
      * close-out is still held must have its close-out files intact
      * -- a close-out already put back by an earlier rollback is not
      * put back twice
       540-CHECK-CLOSE-OUTS.
           PERFORM 542-CHECK-ONE-CLOSE-OUT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
       542-CHECK-ONE-CLOSE-OUT.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
              AND WS-CAT-SEQ(WS-CAT-SUB) NOT < WS-PICK-SEQ
              AND WS-CAT-CLOSE-OUT(WS-CAT-SUB) = 'Y'
               MOVE WS-CAT-SLOT(WS-CAT-SUB) TO WS-SLOT
               PERFORM 258-BUILD-SAVE-NAMES
               MOVE WS-GRD-SAVE-NAME TO WS-QUEUE-SAVE-NAME
               PERFORM 544-COUNT-SAVED-QUEUE
               IF WS-SAVED-COUNT NOT = WS-CAT-GRD-TAKEN(WS-CAT-SUB)
                   DISPLAY "FATAL: " WS-GRD-SAVE-NAME " NO LONGER "
                   DISPLAY "MATCHES ITS CATALOG ENTRY"
                   STOP RUN
               END-IF
               MOVE WS-REG-SAVE-NAME TO WS-QUEUE-SAVE-NAME
               PERFORM 544-COUNT-SAVED-QUEUE
               IF WS-SAVED-COUNT NOT = WS-CAT-REG-TAKEN(WS-CAT-SUB)
                   DISPLAY "FATAL: " WS-REG-SAVE-NAME " NO LONGER "
                   DISPLAY "MATCHES ITS CATALOG ENTRY"
                   STOP RUN
               END-IF
               PERFORM 546-COUNT-SAVED-AUDIT
               IF WS-SAVED-COUNT NOT = WS-CAT-AUDIT-ADDED(WS-CAT-SUB)
                   DISPLAY "FATAL: " WS-AUDIT-SAVE-NAME " NO LONGER "
                   DISPLAY "MATCHES ITS CATALOG ENTRY"
                   STOP RUN
               END-IF
           END-IF.
       544-COUNT-SAVED-QUEUE.
           OPEN INPUT QUEUE-SAVE-FILE.
           IF WS-QUEUE-SAVE-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN " WS-QUEUE-SAVE-NAME
                   " FILE STATUS " WS-QUEUE-SAVE-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-SAVED-COUNT.
           MOVE 'N' TO EOF-SAV-FLG.
           PERFORM 545-COUNT-ONE-SAVED-QUEUED UNTIL EOF-SAV-FLG = 'Y'.
           CLOSE QUEUE-SAVE-FILE.
       545-COUNT-ONE-SAVED-QUEUED.
           READ QUEUE-SAVE-FILE
               AT END
                   MOVE 'Y' TO EOF-SAV-FLG
               NOT AT END
                   ADD 1 TO WS-SAVED-COUNT
           END-READ.
       546-COUNT-SAVED-AUDIT.
           OPEN INPUT AUDIT-SAVE-FILE.
           IF WS-AUDIT-SAVE-STATUS NOT = '00'
               DISPLAY "FATAL: CANNOT OPEN " WS-AUDIT-SAVE-NAME
                   " FILE STATUS " WS-AUDIT-SAVE-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-SAVED-COUNT.
           MOVE 'N' TO EOF-SAV-FLG.
           PERFORM 547-COUNT-ONE-SAVED-AUDIT UNTIL EOF-SAV-FLG = 'Y'.
           CLOSE AUDIT-SAVE-FILE.
       547-COUNT-ONE-SAVED-AUDIT.
           READ AUDIT-SAVE-FILE
               AT END
                   MOVE 'Y' TO EOF-SAV-FLG
               NOT AT END
                   ADD 1 TO WS-SAVED-COUNT
           END-READ.
      * the master is back as it stood before the picked promotion, so
      * every grade and enrollment transaction taken since goes back
      * on the front of its queue, oldest promotion first and ahead of
      * anything queued since, and every audit line added since is
      * reversed on the trail.  the picked generation is marked put
      * back, so rolling back to it again touches neither, and the
      * later master generations are dropped -- their transactions
      * are back on the queues, so the files they saved can no longer
      * be returned to
       550-REOPEN-CLOSE-OUTS.
           MOVE '..\GRDTRAN.txt' TO WS-QUEUE-NAME.
           MOVE 'G' TO WS-QUEUE-KIND.
           PERFORM 552-RESTORE-QUEUE.
           MOVE '..\REGTRAN.txt' TO WS-QUEUE-NAME.
           MOVE 'R' TO WS-QUEUE-KIND.
           PERFORM 552-RESTORE-QUEUE.
           PERFORM 560-REVERSE-AUDIT-LINES.
           MOVE 0 TO WS-LATER-DROPPED.
           PERFORM 570-MARK-ONE-REOPENED
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           PERFORM 800-WRITE-CATALOG.
           MOVE 'LATER GENS DROPPED:' TO PFL-TEXT.
           MOVE SPACES TO PFL-FILE-NAME.
           MOVE WS-LATER-DROPPED TO PFL-COUNT.
           MOVE 0 TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
       552-RESTORE-QUEUE.
           MOVE 0 TO WS-QUEUE-RESTORED.
           MOVE 0 TO WS-QUEUE-KEPT.
           OPEN OUTPUT QUEUE-WORK-FILE.
           PERFORM 554-RESTORE-FROM-ONE-GEN
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           MOVE 'N' TO EOF-QUE-FLG.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = '00'
               PERFORM 557-COPY-ONE-LIVE-QUEUED UNTIL EOF-QUE-FLG = 'Y'
               CLOSE QUEUE-FILE
           END-IF.
           CLOSE QUEUE-WORK-FILE.
           MOVE 'N' TO EOF-QUE-FLG.
           OPEN INPUT QUEUE-WORK-FILE.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM 328-RETURN-ONE-QUEUED UNTIL EOF-QUE-FLG = 'Y'.
           CLOSE QUEUE-WORK-FILE.
           CLOSE QUEUE-FILE.
           MOVE 'PUT BACK AT FRONT OF:' TO PFL-TEXT.
           MOVE WS-QUEUE-NAME TO PFL-FILE-NAME.
           MOVE WS-QUEUE-RESTORED TO PFL-COUNT.
           MOVE 0 TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           MOVE 'STILL QUEUED BEHIND:' TO PFL-TEXT.
           MOVE WS-QUEUE-KEPT TO PFL-COUNT.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
       554-RESTORE-FROM-ONE-GEN.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
              AND WS-CAT-SEQ(WS-CAT-SUB) NOT < WS-PICK-SEQ
              AND WS-CAT-CLOSE-OUT(WS-CAT-SUB) = 'Y'
               MOVE WS-CAT-SLOT(WS-CAT-SUB) TO WS-SLOT
               PERFORM 258-BUILD-SAVE-NAMES
               IF WS-QUEUE-KIND = 'G'
                   MOVE WS-GRD-SAVE-NAME TO WS-QUEUE-SAVE-NAME
               ELSE
                   MOVE WS-REG-SAVE-NAME TO WS-QUEUE-SAVE-NAME
               END-IF
               MOVE 'N' TO EOF-SAV-FLG
               OPEN INPUT QUEUE-SAVE-FILE
               PERFORM 556-COPY-ONE-SAVED-QUEUED
                   UNTIL EOF-SAV-FLG = 'Y'
               CLOSE QUEUE-SAVE-FILE
           END-IF.
       556-COPY-ONE-SAVED-QUEUED.
           READ QUEUE-SAVE-FILE
               AT END
                   MOVE 'Y' TO EOF-SAV-FLG
               NOT AT END
                   ADD 1 TO WS-QUEUE-RESTORED
                   WRITE QUEUE-WORK-RECORD FROM QUEUE-SAVE-RECORD
           END-READ.
       557-COPY-ONE-LIVE-QUEUED.
           READ QUEUE-FILE
               AT END
                   MOVE 'Y' TO EOF-QUE-FLG
               NOT AT END
                   ADD 1 TO WS-QUEUE-KEPT
                   WRITE QUEUE-WORK-RECORD FROM QUEUE-RECORD
           END-READ.
      * the lines are staged numbered by generation and line, sorted
      * newest first, and each goes onto the trail with its before and
      * after values swapped, dated today and authorized as the
      * rollback
       560-REVERSE-AUDIT-LINES.
           MOVE 0 TO WS-AUDIT-REVERSED.
           OPEN OUTPUT REVERSAL-STAGE-FILE.
           PERFORM 562-STAGE-FROM-ONE-GEN
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           CLOSE REVERSAL-STAGE-FILE.
           SORT SORT-REVERSAL-FILE
               ON DESCENDING KEY SRV-GEN-SEQ
                                 SRV-LINE-SEQ
               USING REVERSAL-STAGE-FILE
               GIVING REVERSAL-SORTED-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           OPEN INPUT REVERSAL-SORTED-FILE.
           PERFORM 566-WRITE-ONE-REVERSAL UNTIL EOF-RVS-FLG = 'Y'.
           CLOSE REVERSAL-SORTED-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           MOVE 'REVERSALS ADDED TO:' TO PFL-TEXT.
           MOVE '..\AUDIT_TRAIL.txt' TO PFL-FILE-NAME.
           MOVE WS-AUDIT-REVERSED TO PFL-COUNT.
           MOVE 0 TO PFL-HASH.
           MOVE PROMOTION-FILE-LINE TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
       562-STAGE-FROM-ONE-GEN.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
              AND WS-CAT-SEQ(WS-CAT-SUB) NOT < WS-PICK-SEQ
              AND WS-CAT-CLOSE-OUT(WS-CAT-SUB) = 'Y'
               MOVE WS-CAT-SLOT(WS-CAT-SUB) TO WS-SLOT
               PERFORM 258-BUILD-SAVE-NAMES
               MOVE 0 TO WS-REV-LINE-SEQ
               MOVE 'N' TO EOF-SAV-FLG
               OPEN INPUT AUDIT-SAVE-FILE
               PERFORM 564-STAGE-ONE-AUDIT UNTIL EOF-SAV-FLG = 'Y'
               CLOSE AUDIT-SAVE-FILE
           END-IF.
       564-STAGE-ONE-AUDIT.
           READ AUDIT-SAVE-FILE
               AT END
                   MOVE 'Y' TO EOF-SAV-FLG
               NOT AT END
                   ADD 1 TO WS-REV-LINE-SEQ
                   MOVE WS-CAT-SEQ(WS-CAT-SUB) TO RVG-GEN-SEQ
                   MOVE WS-REV-LINE-SEQ TO RVG-LINE-SEQ
                   MOVE AUDIT-SAVE-RECORD TO RVG-AUDIT-LINE
                   WRITE REVERSAL-STAGE-RECORD
           END-READ.
       566-WRITE-ONE-REVERSAL.
           READ REVERSAL-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-RVS-FLG
               NOT AT END
                   MOVE RVS-AUDIT-LINE TO AUDIT-TRAIL-DETAIL
                   MOVE AUD-BEFORE-VALUE TO WS-SWAP-VALUE
                   MOVE AUD-AFTER-VALUE TO AUD-BEFORE-VALUE
                   MOVE WS-SWAP-VALUE TO AUD-AFTER-VALUE
                   MOVE WS-RUN-DATE TO AUD-RUN-DATE
                   MOVE 'ROLLBACK' TO AUD-AUTH-CODE
                   MOVE 'R' TO AUD-ACTION
                   WRITE AUDIT-TRAIL-DETAIL
                   ADD 1 TO WS-AUDIT-REVERSED
           END-READ.
       570-MARK-ONE-REOPENED.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
               IF WS-CAT-SEQ(WS-CAT-SUB) = WS-PICK-SEQ
                   MOVE 'R' TO WS-CAT-CLOSE-OUT(WS-CAT-SUB)
               END-IF
               IF WS-CAT-SEQ(WS-CAT-SUB) > WS-PICK-SEQ
                   MOVE SPACES TO WS-CAT-STEP(WS-CAT-SUB)
                   ADD 1 TO WS-LATER-DROPPED
               END-IF
           END-IF.
      * write the catalog back without the dropped generations
       800-WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM 810-WRITE-ONE-GENERATION
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           CLOSE CATALOG-FILE.
       810-WRITE-ONE-GENERATION.
           IF WS-CAT-STEP(WS-CAT-SUB) NOT = SPACES
               MOVE WS-CAT-STEP(WS-CAT-SUB) TO GCT-STEP
               MOVE WS-CAT-SEQ(WS-CAT-SUB) TO GCT-SEQ
               MOVE WS-CAT-SLOT(WS-CAT-SUB) TO GCT-SLOT
               MOVE WS-CAT-SAVED-DATE(WS-CAT-SUB) TO GCT-SAVED-DATE
               MOVE WS-CAT-TERM(WS-CAT-SUB) TO GCT-TERM-CODE
               MOVE WS-CAT-COUNT-KEPT(WS-CAT-SUB) TO GCT-RECORD-COUNT
               MOVE WS-CAT-HASH(WS-CAT-SUB) TO GCT-HASH-TOTAL
               MOVE WS-CAT-GRD-TAKEN(WS-CAT-SUB) TO GCT-GRD-TAKEN
               MOVE WS-CAT-REG-TAKEN(WS-CAT-SUB) TO GCT-REG-TAKEN
               MOVE WS-CAT-AUDIT-ADDED(WS-CAT-SUB) TO GCT-AUDIT-ADDED
               MOVE WS-CAT-CLOSE-OUT(WS-CAT-SUB) TO GCT-CLOSE-OUT
               WRITE CATALOG-RECORD
           END-IF.
      * the step's generations as they now stand
       850-LIST-GENERATIONS.
           MOVE SPACES TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           MOVE GP-STEP TO GNH-STEP.
           MOVE GENERATION-HEADER TO PROMOTION-LINE.
           WRITE PROMOTION-LINE.
           PERFORM 860-LIST-ONE-GENERATION
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
       860-LIST-ONE-GENERATION.
           IF WS-CAT-STEP(WS-CAT-SUB) = GP-STEP
               MOVE WS-CAT-SEQ(WS-CAT-SUB) TO GDL-SEQ
               MOVE WS-CAT-SLOT(WS-CAT-SUB) TO GDL-SLOT
               MOVE WS-CAT-SAVED-DATE(WS-CAT-SUB) TO GDL-SAVED-DATE
               MOVE WS-CAT-TERM(WS-CAT-SUB) TO GDL-TERM
               MOVE WS-CAT-COUNT-KEPT(WS-CAT-SUB) TO GDL-COUNT
               MOVE WS-CAT-SLOT(WS-CAT-SUB) TO WS-SLOT
               PERFORM 255-BUILD-GEN-NAME
               MOVE WS-GEN-NAME TO GDL-FILE-NAME
               MOVE GENERATION-DETAIL-LINE TO PROMOTION-LINE
               WRITE PROMOTION-LINE
           END-IF.
       900-FINISH-RUN.
           CLOSE PROMOTION-REPORT-FILE.
           DISPLAY "-----GENERATION MANAGEMENT COMPLETE----".
           DISPLAY "STEP:           " GP-STEP.
           IF GP-PROMOTE
               DISPLAY "PROMOTED:       " WS-COPY-COUNT
               DISPLAY "DROPPED GENS:   " WS-DROPPED-COUNT
           ELSE
               DISPLAY "RESTORED:       " WS-COPY-COUNT
           END-IF.
           STOP RUN.

       END PROGRAM genpromo.
