      *          the requested date and time range must not overlap    *
      *          an existing reservation for the room nor a course     *
      *          section meeting in the room on that day of the week   *
      *          (COURSE-SCHED.DAT).  A date inside a ROOM-OUTAGE.DAT  *
      *          closure window for the room is refused.  A recurring  *
      *          series is entered once: the DATE is the first date,   *
      *          REPEAT ON the day letters (MTWRFSU), THROUGH the last *
      *          date (at most one year out), plus up to eight skip    *
      *          dates for holidays.  Every date is checked before     *
      *          anything is written; the conflicting dates are listed *
      *          and the operator chooses whether to book the clean    *
      *          ones, which share one series ID (the entry timestamp) *
      *          on ROOM-RESV-SERIES.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV-ADD AS "RESV-ADD" IS INITIAL PROGRAM.
                               RECORD KEY    IS CRS-SCHED-KEY
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-SCHED-STAT.
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-OUTG-KEY
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-OUTG-STAT.
           SELECT ISAM-BLDG-IO ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

       FD  ISAM-BLDG-IO.
           COPY BLDGREC.
      *-----------------------------------------------------------------
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ROOM-VALID           PIC X       VALUE 'Y'.
           03  WS-DATA-VALID           PIC X       VALUE 'Y'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-OPERATOR             PIC X(8)    VALUE SPACES.

       01  WS-CONFLICT-VARS.
           03  WS-IDX                  PIC 9(2)    VALUE ZERO.
           03  WS-DAY-LETTER           PIC X       VALUE SPACE.
           03  WS-CONFLICT-WITH        PIC X(20)   VALUE SPACES.
           03  WS-OUTAGE-HIT           PIC X       VALUE 'N'.
           03  WS-OUTAGE-REASON        PIC X(25)   VALUE SPACES.

       01  WS-ZELLER-VARS.
           03  WS-ZYEAR                PIC 9(4)    VALUE ZERO.
           03  WS-ZQ                   PIC 9(4)    VALUE ZERO.
           03  WS-ZH                   PIC 9(1)    VALUE ZERO.

       01  WS-REPEAT-VARS.
           03  WS-REPEAT-DAYS          PIC X(7)    VALUE SPACES.
           03  WS-REPEAT-THRU          PIC X(8)    VALUE SPACES.
           03  WS-REPEAT-FIRST         PIC X(8)    VALUE SPACES.
           03  WS-REPEAT-CHECK         PIC X(7)    VALUE SPACES.
           03  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           03  WS-DAY-NUM              PIC 9(7)    VALUE ZERO.
           03  WS-THRU-NUM             PIC 9(7)    VALUE ZERO.
           03  WS-DAY-TALLY            PIC 9       VALUE ZERO.
           03  WS-SKIP-HIT             PIC X       VALUE 'N'.
           03  WS-SX                   PIC 9       VALUE ZERO.
           03  WS-SKIP-DATES.
               05  WS-SKIP-DATE        PIC X(8)    OCCURS 8 TIMES.

           COPY RESVWS.

           COPY SERIESWS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 09 COL 45 PIC X(20) TO WS-RESV-EVENT AUTO.
           03  LINE 10 COL 35                       VALUE '     DEPT:'.
           03  LINE 10 COL 45 PIC X(6)  TO WS-RESV-DEPT AUTO.
           03  LINE 11 COL 35                       VALUE 'REPEAT ON:'.
           03  LINE 11 COL 45 PIC X(7)  TO WS-REPEAT-DAYS AUTO.
           03  LINE 11 COL 54                       VALUE '(MTWRFSU)'.
           03  LINE 12 COL 35                       VALUE '  THROUGH:'.
           03  LINE 12 COL 45 PIC X(8)  TO WS-REPEAT-THRU AUTO.
           03  LINE 12 COL 54                       VALUE '(YYYYMMDD)'.

       01  SCRN-SKIP-DATA.
           03  LINE 18 COL 33                     VALUE 'SKIP DATES:'.
           03  LINE 18 COL 45 PIC X(8)  TO WS-SKIP-DATE(1) AUTO.
           03  LINE 18 COL 54 PIC X(8)  TO WS-SKIP-DATE(2) AUTO.
           03  LINE 18 COL 63 PIC X(8)  TO WS-SKIP-DATE(3) AUTO.
           03  LINE 18 COL 72 PIC X(8)  TO WS-SKIP-DATE(4) AUTO.
           03  LINE 19 COL 45 PIC X(8)  TO WS-SKIP-DATE(5) AUTO.
           03  LINE 19 COL 54 PIC X(8)  TO WS-SKIP-DATE(6) AUTO.
           03  LINE 19 COL 63 PIC X(8)  TO WS-SKIP-DATE(7) AUTO.
           03  LINE 19 COL 72 PIC X(8)  TO WS-SKIP-DATE(8) AUTO.

       01  SCRN-SERIES-CONFLICTS.
           03  LINE 20 COL 05 PIC X(72) FROM WS-CONF-LINE-1.
           03  LINE 21 COL 05 PIC X(72) FROM WS-CONF-LINE-2.
           03  LINE 22 COL 05 PIC X(72) FROM WS-CONF-LINE-3.

       01  SCRN-BOOK-CLEAN.
           03  LINE 23 COL 33               VALUE 'BOOK CLEAN DATES?:'.
           03  LINE 23 COL 52                     VALUE '(Y/N)'.
           03  LINE 23 COL 58 PIC X  TO WS-CLEAN-RESP AUTO.

       01  SCRN-ADD-ANOTHER.
           03  LINE 15 COL 33                     VALUE 'ADD ANOTHER?:'.
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
                   ACCEPT  SCRN-ROOM-REQ
                   PERFORM 050-VALIDATE-ROOM
               END-PERFORM
               MOVE SPACES TO WS-REPEAT-DAYS
               MOVE SPACES TO WS-REPEAT-THRU
               PERFORM 060-ACCEPT-VALID-DATA
               IF WS-REPEAT-DAYS = SPACES
                   PERFORM 080-ADD-ONE-RESV
               ELSE
                   PERFORM 070-ADD-SERIES
               END-IF

               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM
               DISPLAY BLANK-SCREEN
           END-PERFORM.

           CLOSE ROOM-RESV-IO.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
           END-IF.
           IF WS-OUTG-OPEN = 'Y'
               CLOSE ROOM-OUTAGE-IO
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
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
               TO WS-RESV-EVENT.
           MOVE FUNCTION UPPER-CASE(WS-RESV-DEPT)
               TO WS-RESV-DEPT.
           MOVE FUNCTION UPPER-CASE(WS-REPEAT-DAYS)
               TO WS-REPEAT-DAYS.
           MOVE 'Y' TO WS-DATA-VALID.
           EVALUATE TRUE
               WHEN WS-RESV-DATE NOT NUMERIC
               WHEN WS-RESV-EVENT = SPACES
                   MOVE 'EVENT MUST BE ENTERED' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               WHEN WS-REPEAT-DAYS = SPACES AND
                    WS-REPEAT-THRU NOT = SPACES
                   MOVE 'REPEAT DAYS NEEDED WITH A THROUGH DATE'
                       TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
           END-EVALUATE.
           IF WS-DATA-VALID = 'Y' AND WS-REPEAT-DAYS NOT = SPACES
               PERFORM 067-VALIDATE-REPEAT
           END-IF.
      *-----------------------------------------------------------------
       067-VALIDATE-REPEAT.
           MOVE WS-REPEAT-DAYS TO WS-REPEAT-CHECK.
           INSPECT WS-REPEAT-CHECK CONVERTING 'MTWRFSU' TO SPACES.
           IF WS-REPEAT-CHECK NOT = SPACES
               MOVE 'REPEAT DAYS MUST BE LETTERS MTWRFSU' TO WS-MSG
               MOVE 'N' TO WS-DATA-VALID
           ELSE
               IF WS-REPEAT-THRU NOT NUMERIC
                   MOVE 'THROUGH DATE MUST BE YYYYMMDD' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               ELSE
                   MOVE WS-RESV-DATE   TO WS-DATE-NUM
                   COMPUTE WS-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   MOVE WS-REPEAT-THRU TO WS-DATE-NUM
                   COMPUTE WS-THRU-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   EVALUATE TRUE
                       WHEN WS-DAY-NUM = ZERO
                           MOVE 'DATE MUST BE A VALID YYYYMMDD'
                               TO WS-MSG
                           MOVE 'N' TO WS-DATA-VALID
                       WHEN WS-THRU-NUM = ZERO
                           MOVE 'THROUGH DATE MUST BE A VALID YYYYMMDD'
                               TO WS-MSG
                           MOVE 'N' TO WS-DATA-VALID
                       WHEN WS-THRU-NUM < WS-DAY-NUM
                           MOVE 'THROUGH DATE IS BEFORE FIRST DATE'
                               TO WS-MSG
                           MOVE 'N' TO WS-DATA-VALID
                       WHEN WS-THRU-NUM - WS-DAY-NUM > 366
                           MOVE 'SERIES MAY NOT RUN PAST ONE YEAR'
                               TO WS-MSG
                           MOVE 'N' TO WS-DATA-VALID
                   END-EVALUATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       070-ADD-SERIES.
      *    A SERIES IS BOOKED IN TWO PASSES: EVERY DATE IS CHECKED
      *    FIRST AND THE CONFLICTING ONES SHOWN, THEN THE CLEAN DATES
      *    ARE WRITTEN UNDER ONE SERIES ID ONLY IF THE OPERATOR AGREES.
           MOVE WS-RESV-DATE TO WS-REPEAT-FIRST.
           MOVE SPACES       TO WS-CONF-DISPLAY.
           PERFORM 071-ACCEPT-SKIP-DATES.
           PERFORM 072-BUILD-OCCURRENCES.
           IF WS-OCC-COUNT = ZERO
               MOVE 'NO DATES MATCH THE REPEAT DAYS' TO WS-MSG
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
                       ' DATES CONFLICT - NONE BOOKED'
                       INTO WS-MSG
               ELSE
                   IF WS-CLEAN-RESP = 'y' OR 'Y'
                       PERFORM 076-WRITE-SERIES
                   ELSE
                       MOVE 'SERIES CANCELLED - NOTHING BOOKED'
                           TO WS-MSG
                   END-IF
               END-IF
           END-IF.
           MOVE WS-REPEAT-FIRST TO WS-RESV-DATE.
           DISPLAY SCRN-BLDG-REQ.
      *-----------------------------------------------------------------
       071-ACCEPT-SKIP-DATES.
           MOVE SPACES TO WS-SKIP-DATES.
           DISPLAY SCRN-SKIP-DATA.
           ACCEPT  SCRN-SKIP-DATA.
           PERFORM 077-VALIDATE-SKIP-DATES.
           PERFORM UNTIL WS-DATA-VALID = 'Y'
               DISPLAY SCRN-BLDG-REQ
               DISPLAY SCRN-SKIP-DATA
               ACCEPT  SCRN-SKIP-DATA
               PERFORM 077-VALIDATE-SKIP-DATES
           END-PERFORM.
           MOVE SPACES TO WS-MSG.
      *-----------------------------------------------------------------
       072-BUILD-OCCURRENCES.
           MOVE ZERO            TO WS-OCC-COUNT.
           MOVE WS-REPEAT-FIRST TO WS-DATE-NUM.
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-REPEAT-THRU  TO WS-DATE-NUM.
           COMPUTE WS-THRU-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM UNTIL WS-DAY-NUM > WS-THRU-NUM
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               MOVE WS-DATE-NUM TO WS-RESV-DATE
               PERFORM 073-TEST-DAY
               ADD 1 TO WS-DAY-NUM
           END-PERFORM.
      *-----------------------------------------------------------------
       073-TEST-DAY.
           PERFORM 090-CALC-DAY-LETTER.
           MOVE ZERO TO WS-DAY-TALLY.
           INSPECT WS-REPEAT-DAYS TALLYING WS-DAY-TALLY
               FOR ALL WS-DAY-LETTER.
           MOVE 'N' TO WS-SKIP-HIT.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 8
               IF WS-SKIP-DATE(WS-SX) = WS-RESV-DATE
                   MOVE 'Y' TO WS-SKIP-HIT
               END-IF
           END-PERFORM.
           IF WS-DAY-TALLY > ZERO AND WS-SKIP-HIT = 'N' AND
              WS-OCC-COUNT < WS-OCC-MAX
               ADD 1 TO WS-OCC-COUNT
               MOVE WS-RESV-DATE  TO WS-OCC-DATE(WS-OCC-COUNT)
               MOVE WS-RESV-START TO WS-OCC-START(WS-OCC-COUNT)
               MOVE 'N'           TO WS-OCC-CONFLICT(WS-OCC-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       074-CHECK-OCCURRENCES.
           MOVE ZERO TO WS-CONF-COUNT.
           MOVE ZERO TO WS-CLEAN-COUNT.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OCC-COUNT
               MOVE WS-OCC-DATE(WS-OX) TO WS-RESV-DATE
               MOVE WS-RESV-KEY TO ROOM-RESV-KEY
               READ ROOM-RESV-IO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RESV-STAT = '23'
                   PERFORM 055-CHECK-CONFLICTS
               ELSE
                   MOVE 'Y' TO WS-CONFLICT
               END-IF
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
       076-WRITE-SERIES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SERIES-ID.
           MOVE ZERO TO WS-DONE-COUNT.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OCC-COUNT
               IF WS-OCC-CONFLICT(WS-OX) = 'N'
                   MOVE WS-OCC-DATE(WS-OX) TO WS-RESV-DATE
                   MOVE WS-SERIES-ID       TO WS-RESV-SERIES
                   MOVE WS-RESV-REC        TO ROOM-RESV-REC
                   WRITE ROOM-RESV-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DONE-COUNT
                   END-WRITE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-RESV-SERIES.
           MOVE WS-DONE-COUNT TO WS-DONE-EDIT.
           MOVE WS-OCC-COUNT  TO WS-OCC-EDIT.
           MOVE SPACES TO WS-MSG.
           STRING WS-DONE-EDIT '/' WS-OCC-EDIT ' BOOKED, SERIES '
               WS-SERIES-ID
               INTO WS-MSG.
      *-----------------------------------------------------------------
       077-VALIDATE-SKIP-DATES.
           MOVE 'Y' TO WS-DATA-VALID.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 8
               IF WS-SKIP-DATE(WS-SX) NOT = SPACES AND
                  WS-SKIP-DATE(WS-SX) NOT NUMERIC
                   MOVE 'SKIP DATES MUST BE YYYYMMDD' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       078-LIST-CONFLICT.
           IF WS-CONF-COUNT > 24
               MOVE '+ MORE' TO WS-CONF-SLOT(24)
           ELSE
               MOVE WS-RESV-DATE TO WS-CONF-SLOT(WS-CONF-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       080-ADD-ONE-RESV.
           MOVE SPACES      TO WS-RESV-SERIES.
           MOVE WS-RESV-KEY TO ROOM-RESV-KEY.
           READ ROOM-RESV-IO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-RESV-STAT
               WHEN '23'
                   PERFORM 055-CHECK-CONFLICTS
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
                       WRITE ROOM-RESV-REC
                           INVALID KEY
                               MOVE   'INVALID ID' TO WS-MSG
                           NOT INVALID KEY
                               STRING WS-RESV-BLDG ' '
                                   WS-RESV-ROOM ' RESERVED'
                                   INTO WS-MSG
                       END-WRITE
                   END-IF
               WHEN '00'
                   MOVE 'ID ALREADY EXISTS' TO WS-MSG
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE 'INVALID ID' TO WS-MSG
           END-EVALUATE.
