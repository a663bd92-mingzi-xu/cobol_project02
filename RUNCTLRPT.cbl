      *          in the order it was written, then checks that the
      *          chain (prgmaint, stuupdt, stuload, project02) ran in
      *          order and completed cleanly for the expected term,
      *          with the record counts each step reported.  a step
      *          whose live file was rolled back to an earlier
      *          generation since its last run shows as rolled back
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WHEN WS-CHAIN-FOUND-SW(WS-CHAIN-SUB) NOT = 'Y'
                   MOVE 'NOT RUN' TO SUMMARY-VERDICT
                   MOVE 'Y' TO WS-CHAIN-BROKEN-SW
               WHEN WS-CHAIN-EVENT(WS-CHAIN-SUB) = 'ROLLB'
                   MOVE 'ROLLED BACK' TO SUMMARY-VERDICT
                   MOVE 'Y' TO WS-CHAIN-BROKEN-SW
               WHEN WS-CHAIN-EVENT(WS-CHAIN-SUB) NOT = 'END'
                 OR WS-CHAIN-STATUS(WS-CHAIN-SUB) NOT = 'COMPLETE'
                   MOVE 'DID NOT COMPLETE' TO SUMMARY-VERDICT
