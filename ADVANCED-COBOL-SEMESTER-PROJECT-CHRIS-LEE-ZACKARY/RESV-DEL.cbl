      *ABSTRACT: This program deletes a room reservation from          *
      *          ROOM-RESV.DAT FILE after operator confirmation.  The  *
      *          reservation is identified by the full key (building,  *
      *          room, date, start time).  When the reservation        *
      *          belongs to a recurring series the operator chooses    *
      *          this one date or the rest of the series (this date    *
      *          and later, never before today); the number of         *
      *          remaining dates is shown before the delete is         *
      *          confirmed.  A booking already charged by RESV-BILL    *
      *          cannot be deleted, and billed dates are left out of a *
      *          series cancel.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV-DEL AS "RESV-DEL" IS INITIAL PROGRAM.
       FILE-CONTROL.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-RESV-KEY
                               LOCK MODE     IS MANUAL
                               SHARING WITH ALL OTHER
           03  WS-CONFIRM              PIC X       VALUE SPACES.
           03  WS-OPERATOR             PIC X(8)    VALUE SPACES.
           03  WS-CUR-EVENT            PIC X(20)   VALUE SPACES.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-APPLY-TO             PIC X       VALUE 'O'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-SERIES-FROM          PIC X(8)    VALUE SPACES.

           COPY RESVWS.
           COPY SERIESWS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 08 COL 35                       VALUE '    EVENT:'.
           03  LINE 08 COL 45 PIC X(20) FROM WS-CUR-EVENT.

       01  SCRN-SERIES-SHOW.
           03  LINE 09 COL 35                       VALUE '   SERIES:'.
           03  LINE 09 COL 45 PIC X(14) FROM WS-RESV-SERIES.

       01  SCRN-APPLY-REQ.
           03  LINE 11 COL 33                       VALUE 'APPLY TO:'.
           03  LINE 11 COL 45 PIC X  TO WS-APPLY-TO AUTO.
           03  LINE 11 COL 47
                             VALUE '(O=THIS ONE, R=REST OF SERIES)'.

       01  SCRN-CONFIRM.
           03  LINE 15 COL 33                VALUE 'CONFIRM DELETE?:'.
           03  LINE 16 COL 33                     VALUE '(Y/N)'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O ROOM-RESV-IO.
           DISPLAY BLANK-SCREEN
           DISPLAY SCRN-OPERATOR-REQ
           STOP RUN.
      *-----------------------------------------------------------------
       200-DELETE-LOCKED-REC.
           MOVE ROOM-RESV-EVENT  TO WS-CUR-EVENT.
           MOVE ROOM-RESV-SERIES TO WS-RESV-SERIES.
           DISPLAY SCRN-CUR-EVENT.
           IF ROOM-RESV-BILLED NOT = SPACES
               UNLOCK ROOM-RESV-IO
               STRING 'BILLED ' ROOM-RESV-BILLED
                   ' - CANNOT BE DELETED'
                   INTO WS-MSG
               DISPLAY SCRN-BLDG-REQ
           ELSE
               MOVE 'O' TO WS-APPLY-TO
               IF WS-RESV-SERIES NOT = SPACES
                   PERFORM 210-ACCEPT-APPLY-TO
               END-IF
               IF WS-APPLY-TO = 'R'
                   UNLOCK ROOM-RESV-IO
                   PERFORM 300-DELETE-SERIES
                   DISPLAY SCRN-BLDG-REQ
               ELSE
                   PERFORM 220-DELETE-ONE-RESV
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-ACCEPT-APPLY-TO.
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
       220-DELETE-ONE-RESV.
           DISPLAY SCRN-CONFIRM.
           ACCEPT  SCRN-CONFIRM.
           PERFORM UNTIL WS-CONFIRM = 'y' OR 'Y'
           END-IF.
           DISPLAY SCRN-BLDG-REQ.
           UNLOCK ROOM-RESV-IO.
      *-----------------------------------------------------------------
       300-DELETE-SERIES.
      *    THE REST OF THE SERIES IS THIS DATE AND EVERY LATER ONE
      *    (NEVER BEFORE TODAY).  THE DATES ARE COLLECTED FIRST SO THE
      *    OPERATOR SEES HOW MANY WILL GO BEFORE CONFIRMING.
           MOVE WS-RESV-SERIES TO WS-SERIES-ID.
           PERFORM 310-COLLECT-SERIES.
           IF WS-OCC-COUNT = ZERO
               MOVE 'NO REMAINING DATES IN THIS SERIES' TO WS-MSG
           ELSE
               MOVE WS-OCC-COUNT TO WS-OCC-EDIT
               MOVE SPACES TO WS-MSG
               STRING 'SERIES HAS ' WS-OCC-EDIT ' REMAINING DATES'
                   INTO WS-MSG
               DISPLAY SCRN-BLDG-REQ
               DISPLAY SCRN-CONFIRM
               ACCEPT  SCRN-CONFIRM
               PERFORM UNTIL WS-CONFIRM = 'y' OR 'Y'
                       OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-BLDG-REQ
                   DISPLAY SCRN-CONFIRM
                   ACCEPT  SCRN-CONFIRM
               END-PERFORM
               IF WS-CONFIRM = 'y' OR 'Y'
                   PERFORM 320-DELETE-OCCURRENCES
               ELSE
                   MOVE 'DELETE CANCELLED' TO WS-MSG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       310-COLLECT-SERIES.
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
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       320-DELETE-OCCURRENCES.
           MOVE ZERO TO WS-DONE-COUNT.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OCC-COUNT
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
                   DELETE ROOM-RESV-IO RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DONE-COUNT
                   END-DELETE
               END-IF
               UNLOCK ROOM-RESV-IO
           END-PERFORM.
           MOVE WS-DONE-COUNT TO WS-DONE-EDIT.
           MOVE WS-OCC-COUNT  TO WS-OCC-EDIT.
           MOVE SPACES TO WS-MSG.
           STRING WS-DONE-EDIT '/' WS-OCC-EDIT ' DELETED, SERIES '
               WS-SERIES-ID
               INTO WS-MSG.
