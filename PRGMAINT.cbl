      * Date: AUG.21.2026
      * Purpose: apply add/change/delete transactions against the
      *          PROGRAM.txt catalog, writing a new catalog and an
      *          audit report of every transaction applied or rejected.
      *          the new catalog closes with a T control record
      *          carrying its record count, which the promotion run
      *          verifies before swapping it in
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      ****************************
      *   NEW PROGRAM CATALOG    *
      * -- CLOSED BY A TRAILER   *
      * WHOSE COUNT IS TAKEN     *
      * FROM WHAT WAS ACTUALLY   *
      * WRITTEN (THE CATALOG HAS *
      * NO AMOUNT TO HASH)       *
      ****************************
       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD.
           02 NMF-PROGRAM-CODE       PIC X(6).
           02 NMF-PROGRAM-NAME       PIC X(20).
       01 NEW-TRAILER-RECORD.
           02 NTT-RECORD-TYPE        PIC X(1).
           02 NTT-RECORD-COUNT       PIC 9(7).
           02 NTT-HASH-TOTAL         PIC 9(9)V99.
           02 FILLER                 PIC X(7).

      ****************************
      * AUDIT OF EVERY APPLIED   *

       01 WS-APPLIED-COUNTER         PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNTER        PIC 9(5) VALUE 0.
       01 WS-NEW-DATA-COUNT          PIC 9(7) VALUE 0.

       01 WS-RUNPARM-STATUS          PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
           IF WS-MST-CODE < WS-TRN-CODE
               MOVE WS-MST-CODE TO NMF-PROGRAM-CODE
               MOVE WS-MST-NAME TO NMF-PROGRAM-NAME
               ADD 1 TO WS-NEW-DATA-COUNT
               WRITE NEW-MASTER-RECORD
               PERFORM 200-READ-MASTER
           ELSE
               IF WS-CURR-EXISTS-SW = 'Y'
                   MOVE WS-CURR-CODE TO NMF-PROGRAM-CODE
                   MOVE WS-CURR-NAME TO NMF-PROGRAM-NAME
                   ADD 1 TO WS-NEW-DATA-COUNT
                   WRITE NEW-MASTER-RECORD
               END-IF
           END-IF.
           MOVE WS-REJECTED-COUNTER TO AUDIT-REJECTED-COUNT.
           MOVE AUDIT-TOTAL-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO NEW-TRAILER-RECORD.
           MOVE 'T' TO NTT-RECORD-TYPE.
           MOVE WS-NEW-DATA-COUNT TO NTT-RECORD-COUNT.
           MOVE 0 TO NTT-HASH-TOTAL.
           WRITE NEW-TRAILER-RECORD.
           CLOSE MASTER-SORTED-FILE.
           CLOSE TRAN-SORTED-FILE.
           CLOSE NEW-MASTER-FILE.
