      *          rejected, then cross-checks the result against the
      *          keyed student master: a demographic record with no
      *          student on file, or a student with no demographic
      *          record, lands on the exception report.  the new
      *          file closes with a T control record carrying its
      *          record count and a student-number hash, which the
      *          promotion run verifies before swapping it in
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      ****************************
      *  NEW DEMOGRAPHIC MASTER  *
      * -- CLOSED BY A TRAILER   *
      * WHOSE COUNT AND STUDENT  *
      * NUMBER HASH ARE TAKEN    *
      * FROM WHAT WAS ACTUALLY   *
      * WRITTEN                  *
      ****************************
       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD          PIC X(99).
       01 NEW-TRAILER-RECORD.
           02 NTT-RECORD-TYPE        PIC X(1).
           02 NTT-RECORD-COUNT       PIC 9(7).
           02 NTT-HASH-TOTAL         PIC 9(11).
           02 FILLER                 PIC X(80).

      ****************************
      * AUDIT OF EVERY APPLIED   *
       01 NEW-MASTER-CHECK-RECORD.
           02 NMC-STUDENT-NUMBER     PIC X(6).
           02 FILLER                 PIC X(93).
       01 NEW-MASTER-CHECK-TRAILER.
           02 NMC-RECORD-TYPE        PIC X(1).
           02 FILLER                 PIC X(98).

      ****************************
      * KEYED STUDENT MASTER --  *
       01 WS-APPLIED-COUNTER         PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNTER        PIC 9(5) VALUE 0.

      * every record bound for the new file passes through here so
      * the trailer's count and hash stay honest
       01 WS-OUT-IMAGE.
           05 WS-OUT-NUMBER          PIC 9(6).
           05 FILLER                 PIC X(93).
       01 WS-NEW-CONTROLS.
           05 WS-NEW-DATA-COUNT      PIC 9(7)  VALUE 0.
           05 WS-NEW-HASH-TOTAL      PIC 9(11) VALUE 0.

      * flat, ascending table of every distinct student number on the
      * keyed master, with a flag set as the new demographic file is
      * matched against it -- entries still unflagged at the end are
      * goes to the new master
       300-PROCESS-KEY.
           IF WS-MST-NUMBER < WS-TRN-NUMBER
               MOVE WS-MST-IMAGE TO WS-OUT-IMAGE
               PERFORM 400-WRITE-NEW-MASTER
               PERFORM 200-READ-MASTER
           ELSE
               MOVE WS-TRN-NUMBER TO WS-CURR-NUMBER
               PERFORM 320-APPLY-TRAN
                   UNTIL WS-TRN-NUMBER NOT = WS-CURR-NUMBER
               IF WS-CURR-EXISTS-SW = 'Y'
                   MOVE WS-CURR-IMAGE TO WS-OUT-IMAGE
                   PERFORM 400-WRITE-NEW-MASTER
               END-IF
           END-IF.
      * validate and apply one transaction against the current key,
           MOVE AUDIT-DETAIL-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           PERFORM 210-READ-TRAN.
       400-WRITE-NEW-MASTER.
           ADD 1 TO WS-NEW-DATA-COUNT.
           IF WS-OUT-NUMBER NUMERIC
               ADD WS-OUT-NUMBER TO WS-NEW-HASH-TOTAL
           END-IF.
           WRITE NEW-MASTER-RECORD FROM WS-OUT-IMAGE.
      * collect every distinct student number from the keyed master,
      * then walk the new demographic file against it -- orphans on
      * either side go to the exception report
       500-CROSS-CHECK-MASTER.
           MOVE SPACES TO NEW-TRAILER-RECORD.
           MOVE 'T' TO NTT-RECORD-TYPE.
           MOVE WS-NEW-DATA-COUNT TO NTT-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL TO NTT-HASH-TOTAL.
           WRITE NEW-TRAILER-RECORD.
           CLOSE NEW-MASTER-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE EXCEPTION-HEADER TO EXCEPTION-LINE.
                   END-IF
           END-READ.
      * a demographic record whose student is on the master flags the
      * entry; one that matches nothing is an orphan.  the closing
      * trailer is passed over
       530-CHECK-ONE-DEMO.
           READ NEW-MASTER-CHECK-FILE
               AT END
                   MOVE 'Y' TO EOF-CHK-FLG
               NOT AT END
                 IF NMC-RECORD-TYPE NOT = 'T'
                   SET STUDENT-IDX TO 1
                   SEARCH ALL STUDENT-LOOKUP-ENTRY
                       AT END
                              = NMC-STUDENT-NUMBER
                           MOVE 'Y' TO LOOKUP-HAS-DEMO-SW(STUDENT-IDX)
                   END-SEARCH
                 END-IF
           END-READ.
       550-FLAG-MISSING-DEMO.
           IF LOOKUP-HAS-DEMO-SW(WS-LOOKUP-SUB) = 'N'
