      *          that would overlap another section in the same room   *
      *          for the same term is refused, and the operator is     *
      *          warned when the expected enrollment exceeds the seat  *
      *          count on the room record.  A section whose room has a *
      *          ROOM-OUTAGE.DAT closure window overlapping the term   *
      *          dates on TERM-CAL.DAT cannot be updated.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-UPD AS "SCHED-UPD" IS INITIAL PROGRAM.
                                   WITH DUPLICATES
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-STAT.
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-OUTG-KEY
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-OUTG-STAT.
           SELECT TERM-CAL-FILE ASSIGN TO "../TERM-CAL.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TERM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------

       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

       FD  TERM-CAL-FILE.
           COPY TERMREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-DATA-VALID           PIC X       VALUE 'Y'.
           03  WS-OPERATOR             PIC X(8)    VALUE SPACES.
           03  WS-IDX                  PIC 9(2)    VALUE ZERO.
           03  WS-JDX                  PIC 9(2)    VALUE ZERO.
           03  WS-CONFLICT-COURSE      PIC X(10)   VALUE SPACES.
           03  WS-OUTAGE-HIT           PIC X       VALUE 'N'.
           03  WS-OUTAGE-REASON        PIC X(25)   VALUE SPACES.

           COPY SCHEDWS.

           COPY TERMWS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
               STOP RUN
           END-IF.
           OPEN INPUT ISAM-BLDG-IO.
           OPEN INPUT ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '00'
               MOVE 'Y' TO WS-OUTG-OPEN
           END-IF.
           PERFORM 015-LOAD-TERM-CAL.
           DISPLAY BLANK-SCREEN
           DISPLAY SCRN-OPERATOR-REQ
           ACCEPT  SCRN-OPERATOR-REQ
                       PERFORM 060-ACCEPT-VALID-DATA
                       PERFORM 055-CHECK-OVERLAP
                       IF WS-OVERLAP = 'Y'
                           IF WS-OUTAGE-HIT = 'Y'
                               STRING 'ROOM CLOSED - ' WS-OUTAGE-REASON
                                   INTO WS-MSG
                           ELSE
                               STRING 'TIME CONFLICT WITH '
                                   WS-CONFLICT-COURSE
                                   INTO WS-MSG
                           END-IF
                       ELSE
                           MOVE WS-SCHED-KEY    TO CRS-SCHED-KEY
                           MOVE WS-SCHED-END    TO CRS-SCHED-END

           CLOSE CRS-SCHED-IO.
           CLOSE ISAM-BLDG-IO.
           IF WS-OUTG-OPEN = 'Y'
               CLOSE ROOM-OUTAGE-IO
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       015-LOAD-TERM-CAL.
           MOVE ZERO TO WS-TERM-COUNT.
           MOVE 'N'  TO WS-TERM-EOF.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STAT = '00'
               PERFORM UNTIL WS-TERM-EOF = 'Y'
                   READ TERM-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-TERM-EOF
                       NOT AT END
                           IF WS-TERM-COUNT < WS-TERM-MAX
                               ADD 1 TO WS-TERM-COUNT
                               MOVE TERM-CAL-CODE
                                   TO WS-TT-CODE(WS-TERM-COUNT)
                               MOVE TERM-CAL-START
                                   TO WS-TT-START(WS-TERM-COUNT)
                               MOVE TERM-CAL-END
                                   TO WS-TT-END(WS-TERM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CAL-FILE
           END-IF.
      *-----------------------------------------------------------------
       055-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP.
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-OUTAGE-HIT.
           IF WS-OVERLAP = 'N' AND WS-OUTG-OPEN = 'Y'
               PERFORM 057-CHECK-OUTAGE
               IF WS-OUTAGE-HIT = 'Y'
                   MOVE 'Y' TO WS-OVERLAP
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       056-COMPARE-PATTERN.
           MOVE 'N' TO WS-DAY-COMMON.
               MOVE 'Y' TO WS-OVERLAP
               MOVE CRS-SCHED-COURSE TO WS-CONFLICT-COURSE
           END-IF.
      *-----------------------------------------------------------------
       057-CHECK-OUTAGE.
      *    A SECTION IS REFUSED WHEN ANY CLOSURE WINDOW FOR THE ROOM
      *    OVERLAPS THE FIRST-TO-LAST CLASS DATES OF ITS TERM.  A TERM
      *    MISSING FROM TERM-CAL.DAT CANNOT BE PLACED, SO IT IS LET BY.
           MOVE 'N' TO WS-OUTAGE-HIT.
           MOVE WS-SCHED-TERM TO WS-TERM-CODE.
           PERFORM 075-FIND-TERM.
           IF WS-TERM-FOUND = 'Y'
               PERFORM 058-SCAN-OUTAGE
           END-IF.
      *-----------------------------------------------------------------
       058-SCAN-OUTAGE.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE SPACES        TO WS-OUTAGE-REASON.
           MOVE WS-SCHED-BLDG TO ROOM-OUTG-BLDG.
           MOVE WS-SCHED-ROOM TO ROOM-OUTG-ROOM.
           MOVE LOW-VALUES    TO ROOM-OUTG-FROM.
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
                   IF ROOM-OUTG-BLDG NOT = WS-SCHED-BLDG OR
                      ROOM-OUTG-ROOM NOT = WS-SCHED-ROOM OR
                      ROOM-OUTG-FROM > WS-TERM-TO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF ROOM-OUTG-TO NOT < WS-TERM-FROM
                           MOVE 'Y' TO WS-OUTAGE-HIT
                           MOVE ROOM-OUTG-REASON TO WS-OUTAGE-REASON
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       060-ACCEPT-VALID-DATA.
           ACCEPT  SCRN-SCHED-DATA.
                       CONTINUE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       075-FIND-TERM.
           MOVE 'N'    TO WS-TERM-FOUND.
           MOVE SPACES TO WS-TERM-FROM.
           MOVE SPACES TO WS-TERM-TO.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TERM-COUNT
               IF WS-TT-CODE(WS-TX) = WS-TERM-CODE
                   MOVE 'Y'                TO WS-TERM-FOUND
                   MOVE WS-TT-START(WS-TX) TO WS-TERM-FROM
                   MOVE WS-TT-END(WS-TX)   TO WS-TERM-TO
                   MOVE WS-TERM-COUNT      TO WS-TX
               END-IF
           END-PERFORM.
