      *          on the live file, the archive generations cut by      *
      *          AUDIT-ARCH (found through AUDIT-ARCH.DIR) are read    *
      *          first so purged history still shows on the report.    *
      *          Section moves made by SCHED-MOVE show as a SECOUT     *
      *          record on the old room and a SECIN record on the new  *
      *          one, counted once as a SECT MOVE.  Room renumbers     *
      *          made by BLDG-RENUM show as a RENOLD record on the old *
      *          key and a RENNEW record on the new one, counted once  *
      *          under RENUMBERS.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-RPT AS "AUDIT-RPT" IS INITIAL PROGRAM.
           03  WS-ADD-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-UPD-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-DEL-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-REN-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-SMV-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-SEL-COUNT            PIC 9(7)    VALUE ZERO.

       01  WS-HDR1.
                       ADD 1 TO WS-UPD-COUNT
                   WHEN 'DELETE'
                       ADD 1 TO WS-DEL-COUNT
                   WHEN 'RENNEW'
                       ADD 1 TO WS-REN-COUNT
                   WHEN 'SECIN '
                       ADD 1 TO WS-SMV-COUNT
               END-EVALUATE
               MOVE AUD-TIMESTAMP TO DTL-TIMESTAMP
               MOVE AUD-OPERATOR  TO DTL-OPERATOR
           MOVE 'DELETES:' TO CTL-LABEL.
           MOVE WS-DEL-COUNT TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RENUMBERS:' TO CTL-LABEL.
           MOVE WS-REN-COUNT TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SECT MOVE:' TO CTL-LABEL.
           MOVE WS-SMV-COUNT TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SELECTED:' TO CTL-LABEL.
           MOVE WS-SEL-COUNT TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
