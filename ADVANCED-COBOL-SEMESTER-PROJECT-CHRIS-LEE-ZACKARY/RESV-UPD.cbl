      *          reservation for the room on that date, or a course    *
      *          section meeting in the room on that day of the week,  *
      *          is refused.  A date or start-time change is a delete  *
      *          and re-add.  A booking whose date falls inside a      *
      *          ROOM-OUTAGE.DAT closure window for the room cannot be *
      *          changed.  When the booking belongs to a recurring     *
      *          series the operator chooses this one date or the rest *
      *          of the series (this date and later, never before      *
      *          today); every remaining date is checked against the   *
      *          new end time first, the conflicting dates are shown,  *
      *          and only the clean ones are changed.  A booking       *
      *          already charged by RESV-BILL cannot be changed, and   *
      *          billed dates are left out of a series change.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV-UPD AS "RESV-UPD" IS INITIAL PROGRAM.
                               RECORD KEY    IS CRS-SCHED-KEY
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-SCHED-STAT.
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-OUTG-KEY
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-OUTG-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------

       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-DATA-VALID           PIC X       VALUE 'Y'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-OPERATOR             PIC X(8)    VALUE SPACES.
           03  WS-CUR-EVENT            PIC X(20)   VALUE SPACES.
           03  WS-APPLY-TO             PIC X       VALUE 'O'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-SERIES-FROM          PIC X(8)    VALUE SPACES.
           03  WS-SAVE-KEY             PIC X(24)   VALUE SPACES.
           03  WS-NEW-END              PIC X(4)    VALUE SPACES.
           03  WS-NEW-EVENT            PIC X(20)   VALUE SPACES.
           03  WS-NEW-DEPT             PIC X(6)    VALUE SPACES.

       01  WS-CONFLICT-VARS.
           03  WS-CONFLICT             PIC X       VALUE 'N'.
           03  WS-IDX                  PIC 9(2)    VALUE ZERO.
           03  WS-DAY-LETTER           PIC X       VALUE SPACE.
           03  WS-CONFLICT-WITH        PIC X(20)   VALUE SPACES.
           03  WS-OUTAGE-HIT           PIC X       VALUE 'N'.
           03  WS-OUTAGE-REASON        PIC X(25)   VALUE SPACES.

       01  WS-ZELLER-VARS.
           03  WS-ZYEAR                PIC 9(4)    VALUE ZERO.
           03  WS-ZH                   PIC 9(1)    VALUE ZERO.

           COPY RESVWS.

           COPY SERIESWS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 11 COL 35                       VALUE '     DEPT:'.
           03  LINE 11 COL 45 PIC X(6)  TO WS-RESV-DEPT AUTO.

       01  SCRN-SERIES-SHOW.
           03  LINE 12 COL 35                       VALUE '   SERIES:'.
           03  LINE 12 COL 45 PIC X(14) FROM WS-RESV-SERIES.

       01  SCRN-APPLY-REQ.
           03  LINE 14 COL 33                       VALUE 'APPLY TO:'.
           03  LINE 14 COL 45 PIC X     TO WS-APPLY-TO AUTO.
           03  LINE 14 COL 47                       VALUE
               '(O=THIS ONE, R=REST OF SERIES)'.

       01  SCRN-SERIES-CONFLICTS.
           03  LINE 20 COL 05 PIC X(72) FROM WS-CONF-LINE-1.
           03  LINE 21 COL 05 PIC X(72) FROM WS-CONF-LINE-2.
           03  LINE 22 COL 05 PIC X(72) FROM WS-CONF-LINE-3.

       01  SCRN-BOOK-CLEAN.
           03  LINE 23 COL 31             VALUE 'UPDATE CLEAN DATES?:'.
           03  LINE 23 COL 52                     VALUE '(Y/N)'.
           03  LINE 23 COL 58 PIC X  TO WS-CLEAN-RESP AUTO.

       01  SCRN-ADD-ANOTHER.
           03  LINE 15 COL 33                VALUE 'UPDATE ANOTHER?:'.
           03  LINE 16 COL 33                     VALUE '(Y/N)'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O   ROOM-RESV-IO.
           OPEN INPUT CRS-SCHED-IO.
           IF WS-SCHED-STAT = '00'
               MOVE 'Y' TO WS-SCHED-OPEN
           END-IF.
           OPEN INPUT ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '00'
               MOVE 'Y' TO WS-OUTG-OPEN
           END-IF.
           DISPLAY BLANK-SCREEN
           DISPLAY SCRN-OPERATOR-REQ
           ACCEPT  SCRN-OPERATOR-REQ
               END-READ
               EVALUATE WS-RESV-STAT
                   WHEN '00'
                       MOVE ROOM-RESV-REC   TO WS-RESV-REC
                       MOVE ROOM-RESV-EVENT TO WS-CUR-EVENT
                       DISPLAY SCRN-CUR-EVENT
                       IF WS-RESV-BILLED NOT = SPACES
                           UNLOCK ROOM-RESV-IO
                           STRING 'BILLED ' WS-RESV-BILLED
                               ' - CANNOT BE CHANGED'
                               INTO WS-MSG
                       ELSE
                           PERFORM 060-ACCEPT-VALID-DATA
                           MOVE 'O' TO WS-APPLY-TO
                           IF WS-RESV-SERIES NOT = SPACES
                               PERFORM 068-ACCEPT-APPLY-TO
                           END-IF
                           IF WS-APPLY-TO = 'R'
                               UNLOCK ROOM-RESV-IO
                               PERFORM 070-UPDATE-SERIES
                           ELSE
                               PERFORM 080-UPDATE-ONE-RESV
                               UNLOCK ROOM-RESV-IO
                           END-IF
                       END-IF
                       DISPLAY SCRN-BLDG-REQ
                   WHEN '51'
                       MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
           END-IF.
           IF WS-OUTG-OPEN = 'Y'
               CLOSE ROOM-OUTAGE-IO
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       055-CHECK-CONFLICTS.
           MOVE 'N' TO WS-CONFLICT.
           MOVE 'N' TO WS-OUTAGE-HIT.
           MOVE SPACES TO WS-CONFLICT-WITH.
           IF WS-OUTG-OPEN = 'Y'
               PERFORM 057-CHECK-OUTAGE
           END-IF.
           IF WS-OUTAGE-HIT = 'Y'
               MOVE 'Y' TO WS-CONFLICT
           ELSE
               PERFORM 056-CHECK-RESV-CONFLICT
           END-IF.
           IF WS-CONFLICT = 'N' AND WS-SCHED-OPEN = 'Y'
               PERFORM 058-CHECK-SCHED-CONFLICT
           END-IF.
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       057-CHECK-OUTAGE.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE SPACES       TO WS-OUTAGE-REASON.
           MOVE WS-RESV-BLDG TO ROOM-OUTG-BLDG.
           MOVE WS-RESV-ROOM TO ROOM-OUTG-ROOM.
           MOVE LOW-VALUES   TO ROOM-OUTG-FROM.
           START ROOM-OUTAGE-IO KEY NOT LESS THAN ROOM-OUTG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ROOM-OUTAGE-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF = 'N'
                   IF ROOM-OUTG-BLDG NOT = WS-RESV-BLDG OR
                      ROOM-OUTG-ROOM NOT = WS-RESV-ROOM OR
                      ROOM-OUTG-FROM > WS-RESV-DATE
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF ROOM-OUTG-TO NOT < WS-RESV-DATE
                           MOVE 'Y' TO WS-OUTAGE-HIT
                           MOVE ROOM-OUTG-REASON TO WS-OUTAGE-REASON
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       058-CHECK-SCHED-CONFLICT.
           PERFORM 090-CALC-DAY-LETTER.
                   MOVE 'EVENT MUST BE ENTERED' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
           END-EVALUATE.
      *-----------------------------------------------------------------
       068-ACCEPT-APPLY-TO.
           DISPLAY SCRN-SERIES-SHOW.
           DISPLAY SCRN-APPLY-REQ.
           ACCEPT  SCRN-APPLY-REQ.
           MOVE FUNCTION UPPER-CASE(WS-APPLY-TO) TO WS-APPLY-TO.
           PERFORM UNTIL WS-APPLY-TO = 'O' OR 'R'
               MOVE 'PLEASE ENTER O OR R' TO WS-MSG
               DISPLAY SCRN-BLDG-REQ
               DISPLAY SCRN-APPLY-REQ
               ACCEPT  SCRN-APPLY-REQ
               MOVE FUNCTION UPPER-CASE(WS-APPLY-TO) TO WS-APPLY-TO
           END-PERFORM.
           MOVE SPACES TO WS-MSG.
      *-----------------------------------------------------------------
       070-UPDATE-SERIES.
      *    THE REST OF THE SERIES IS THIS DATE AND EVERY LATER ONE
      *    (NEVER BEFORE TODAY).  ALL OF THEM ARE CHECKED AGAINST THE
      *    NEW END TIME FIRST; THE CLEAN ONES ARE CHANGED IF THE
      *    OPERATOR AGREES.
           MOVE WS-RESV-KEY    TO WS-SAVE-KEY.
           MOVE WS-RESV-SERIES TO WS-SERIES-ID.
           MOVE WS-RESV-END    TO WS-NEW-END.
           MOVE WS-RESV-EVENT  TO WS-NEW-EVENT.
           MOVE WS-RESV-DEPT   TO WS-NEW-DEPT.
           MOVE SPACES         TO WS-CONF-DISPLAY.
           PERFORM 072-COLLECT-SERIES.
           IF WS-OCC-COUNT = ZERO
               MOVE 'NO REMAINING DATES IN THIS SERIES' TO WS-MSG
           ELSE
               PERFORM 074-CHECK-OCCURRENCES
               MOVE 'Y' TO WS-CLEAN-RESP
               IF WS-CONF-COUNT > ZERO
                   PERFORM 075-SHOW-CONFLICTS
               END-IF
               IF WS-CLEAN-COUNT = ZERO
                   MOVE WS-OCC-COUNT TO WS-OCC-EDIT
                   MOVE SPACES TO WS-MSG
                   STRING 'ALL ' WS-OCC-EDIT
                       ' DATES CONFLICT - NONE UPDATED'
                       INTO WS-MSG
               ELSE
                   IF WS-CLEAN-RESP = 'y' OR 'Y'
                       PERFORM 076-REWRITE-SERIES
                   ELSE
                       MOVE 'SERIES UPDATE CANCELLED' TO WS-MSG
                   END-IF
               END-IF
           END-IF.
           MOVE WS-SAVE-KEY TO WS-RESV-KEY.
      *-----------------------------------------------------------------
       072-COLLECT-SERIES.
           MOVE ZERO TO WS-OCC-COUNT.
           IF WS-RESV-DATE < WS-TODAY
               MOVE WS-TODAY     TO WS-SERIES-FROM
           ELSE
               MOVE WS-RESV-DATE TO WS-SERIES-FROM
           END-IF.
           MOVE 'N'            TO WS-SCAN-EOF.
           MOVE WS-RESV-BLDG   TO ROOM-RESV-BLDG.
           MOVE WS-RESV-ROOM   TO ROOM-RESV-ROOM.
           MOVE WS-SERIES-FROM TO ROOM-RESV-DATE.
           MOVE LOW-VALUES     TO ROOM-RESV-START.
           START ROOM-RESV-IO KEY NOT LESS THAN ROOM-RESV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ROOM-RESV-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF = 'N'
                   IF ROOM-RESV-BLDG NOT = WS-RESV-BLDG OR
                      ROOM-RESV-ROOM NOT = WS-RESV-ROOM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF ROOM-RESV-SERIES = WS-SERIES-ID AND
                          ROOM-RESV-BILLED = SPACES AND
                          WS-OCC-COUNT < WS-OCC-MAX
                           ADD 1 TO WS-OCC-COUNT
                           MOVE ROOM-RESV-DATE
                               TO WS-OCC-DATE(WS-OCC-COUNT)
                           MOVE ROOM-RESV-START
                               TO WS-OCC-START(WS-OCC-COUNT)
                           MOVE 'N' TO WS-OCC-CONFLICT(WS-OCC-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       074-CHECK-OCCURRENCES.
           MOVE ZERO TO WS-CONF-COUNT.
           MOVE ZERO TO WS-CLEAN-COUNT.
           MOVE WS-NEW-END TO WS-RESV-END.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OCC-COUNT
               MOVE WS-OCC-DATE(WS-OX)  TO WS-RESV-DATE
               MOVE WS-OCC-START(WS-OX) TO WS-RESV-START
               PERFORM 055-CHECK-CONFLICTS
               IF WS-CONFLICT = 'Y'
                   MOVE 'Y' TO WS-OCC-CONFLICT(WS-OX)
                   ADD 1 TO WS-CONF-COUNT
                   PERFORM 078-LIST-CONFLICT
               ELSE
                   ADD 1 TO WS-CLEAN-COUNT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       075-SHOW-CONFLICTS.
           MOVE WS-CONF-COUNT TO WS-CONF-EDIT.
           MOVE WS-OCC-COUNT  TO WS-OCC-EDIT.
           MOVE SPACES TO WS-MSG.
           STRING WS-CONF-EDIT ' OF ' WS-OCC-EDIT ' DATES CONFLICT:'
               INTO WS-MSG.
           DISPLAY SCRN-BLDG-REQ.
           DISPLAY SCRN-SERIES-CONFLICTS.
           IF WS-CLEAN-COUNT > ZERO
               DISPLAY SCRN-BOOK-CLEAN
               ACCEPT  SCRN-BOOK-CLEAN
               PERFORM UNTIL WS-CLEAN-RESP = 'y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-BLDG-REQ
                   DISPLAY SCRN-BOOK-CLEAN
                   ACCEPT  SCRN-BOOK-CLEAN
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       076-REWRITE-SERIES.
           MOVE ZERO TO WS-DONE-COUNT.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OCC-COUNT
               IF WS-OCC-CONFLICT(WS-OX) = 'N'
                   MOVE WS-RESV-BLDG        TO ROOM-RESV-BLDG
                   MOVE WS-RESV-ROOM        TO ROOM-RESV-ROOM
                   MOVE WS-OCC-DATE(WS-OX)  TO ROOM-RESV-DATE
                   MOVE WS-OCC-START(WS-OX) TO ROOM-RESV-START
                   READ ROOM-RESV-IO WITH LOCK
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-RESV-STAT = '00' AND
                      ROOM-RESV-SERIES = WS-SERIES-ID AND
                      ROOM-RESV-BILLED = SPACES
                       MOVE WS-NEW-END   TO ROOM-RESV-END
                       MOVE WS-NEW-EVENT TO ROOM-RESV-EVENT
                       MOVE WS-NEW-DEPT  TO ROOM-RESV-DEPT
                       REWRITE ROOM-RESV-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-DONE-COUNT
                       END-REWRITE
                   END-IF
                   UNLOCK ROOM-RESV-IO
               END-IF
           END-PERFORM.
           MOVE WS-DONE-COUNT TO WS-DONE-EDIT.
           MOVE WS-OCC-COUNT  TO WS-OCC-EDIT.
           MOVE SPACES TO WS-MSG.
           STRING WS-DONE-EDIT '/' WS-OCC-EDIT ' UPDATED, SERIES '
               WS-SERIES-ID
               INTO WS-MSG.
      *-----------------------------------------------------------------
       078-LIST-CONFLICT.
           IF WS-CONF-COUNT > 24
               MOVE '+ MORE' TO WS-CONF-SLOT(24)
           ELSE
               MOVE WS-RESV-DATE TO WS-CONF-SLOT(WS-CONF-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       080-UPDATE-ONE-RESV.
           PERFORM 055-CHECK-CONFLICTS.
           IF WS-CONFLICT = 'Y'
               IF WS-OUTAGE-HIT = 'Y'
                   STRING 'ROOM CLOSED - ' WS-OUTAGE-REASON
                       INTO WS-MSG
               ELSE
                   STRING 'CONFLICTS WITH ' WS-CONFLICT-WITH
                       INTO WS-MSG
               END-IF
           ELSE
               MOVE WS-RESV-REC    TO ROOM-RESV-REC
               REWRITE ROOM-RESV-REC
                   INVALID KEY
                       MOVE   'UPDATE FAILED' TO WS-MSG
                   NOT INVALID KEY
                       STRING WS-RESV-BLDG ' '
                           WS-RESV-ROOM ' UPDATED'
                           INTO WS-MSG
               END-REWRITE
           END-IF.
