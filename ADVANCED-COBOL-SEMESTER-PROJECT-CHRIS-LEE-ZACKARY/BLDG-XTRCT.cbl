      *          record carries the run date, the mode, and for a      *
      *          delta the since-timestamp.  Runs after the nightly    *
      *          loads so the website reflects that night's feed.      *
      *          Section moves (SECOUT/SECIN audit records) leave the  *
      *          room itself unchanged and are not extracted.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDG-XTRCT AS "BLDG-XTRCT" IS INITIAL PROGRAM.
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUD-TIMESTAMP > WS-LAST-TS AND
                              AUD-ACTION NOT = 'SECOUT' AND
                              AUD-ACTION NOT = 'SECIN '
                               PERFORM 350-POST-DELTA-KEY
                           END-IF
                   END-READ
                   CONTINUE
           END-READ.
           IF WS-STAT = '00'
               IF WS-DT-FIRST-ACT(WS-DTX) = 'ADD   ' OR
                  WS-DT-FIRST-ACT(WS-DTX) = 'RENNEW'
                   MOVE 'A' TO WS-ACTION-CODE
               ELSE
                   MOVE 'U' TO WS-ACTION-CODE
