      *          archived plus retained equals what was on file before
      *          the run.  the trimmed history goes out as
      *          STUDENT_HISTORY_NEW.txt for the operators to swap,
      *          the same convention as the master update, closed by a
      *          T control record of its count and tuition hash for
      *          the promotion run to verify; the keyed master is
      *          purged in place
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * TRIMMED HISTORY -- WHAT  *
      * SURVIVES THE CUTOFF, FOR *
      * THE OPERATORS TO SWAP IN *
      * -- CLOSED BY A TRAILER   *
      * OF COUNT AND TUITION     *
      * HASH                     *
      ****************************
       FD HISTORY-NEW-FILE.
       01 HISTORY-NEW-LINE           PIC X(29).
       01 HISTORY-NEW-TRAILER.
           02 HNT-RECORD-TYPE        PIC X(1).
           02 HNT-RECORD-COUNT       PIC 9(7).
           02 HNT-HASH-TOTAL         PIC 9(9)V99.
           02 FILLER                 PIC X(10).

      ****************************
      * ARCHIVED HISTORY -- EACH *
           05 WS-HIST-BEFORE         PIC 9(7) VALUE 0.
           05 WS-HIST-ARCHIVED       PIC 9(7) VALUE 0.
           05 WS-HIST-RETAINED       PIC 9(7) VALUE 0.
           05 WS-HIST-RETAINED-HASH  PIC 9(9)V99 VALUE 0.
           05 WS-MAST-BEFORE         PIC 9(7) VALUE 0.
           05 WS-MAST-ARCHIVED       PIC 9(7) VALUE 0.
           05 WS-MAST-RETAINED       PIC 9(7) VALUE 0.
                       WRITE HISTORY-ARCHIVE-LINE FROM HISTORY-LINE
                   ELSE
                       ADD 1 TO WS-HIST-RETAINED
                       IF HIST-TUITION-OWED NUMERIC
                           ADD HIST-TUITION-OWED
                             TO WS-HIST-RETAINED-HASH
                       END-IF
                       WRITE HISTORY-NEW-LINE FROM HISTORY-LINE
                   END-IF
           END-READ.
           WRITE PURGE-LINE.
       900-FINISH-RUN.
           CLOSE STUDENT-HISTORY-FILE.
           MOVE SPACES TO HISTORY-NEW-TRAILER.
           MOVE 'T' TO HNT-RECORD-TYPE.
           MOVE WS-HIST-RETAINED TO HNT-RECORD-COUNT.
           MOVE WS-HIST-RETAINED-HASH TO HNT-HASH-TOTAL.
           WRITE HISTORY-NEW-TRAILER.
           CLOSE HISTORY-NEW-FILE.
           CLOSE HISTORY-ARCHIVE-FILE.
           CLOSE STUDENT-MASTER-FILE.
