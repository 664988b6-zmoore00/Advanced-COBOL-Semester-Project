      ******************************************************************
      *PROGRAM : BLDG-CARD.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Weekly door-card print.  For each room of the         *
      *          building (or the one room) named in BLDG-CARD.PRM,    *
      *          prints one page with a Monday-through-Sunday grid of  *
      *          half-hour slots from 0600 to 2300 for the week that   *
      *          holds the parameter date (blank = this week).  Slots  *
      *          are filled from the COURSE-SCHED.DAT sections whose   *
      *          term dates on TERM-CAL.DAT cover the day and that     *
      *          meet on that day, and from the ROOM-RESV.DAT          *
      *          bookings on those dates, showing the course or event  *
      *          name; a slot claimed by two different bookings shows  *
      *          DOUBLE BOOKED.  The page header carries the building  *
      *          name from BLDG-MSTR.DAT and the room's seats, room    *
      *          type and ADA flag.  Output is BLDG-CARD.OUT (132      *
      *          columns); the job ends with RC 8 when the parameters  *
      *          are bad or no room matches.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDG-CARD AS "BLDG-CARD" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-BLDG-IO ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-IO-KEY
                               ALTERNATE RECORD KEY IS ISAM-IO-DEPT
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT BLDG-MSTR-IO ASSIGN TO "../BLDG-MSTR.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MSTR-BLDG-CODE
                               FILE STATUS   IS WS-MSTR-STAT.
           SELECT CRS-SCHED-IO ASSIGN TO "../COURSE-SCHED.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRS-SCHED-KEY
                               FILE STATUS   IS WS-SCHED-STAT.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-RESV-KEY
                               FILE STATUS   IS WS-RESV-STAT.
           SELECT TERM-CAL-FILE ASSIGN TO "../TERM-CAL.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT PRM-FILE    ASSIGN TO "BLDG-CARD.PRM"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
           SELECT RPT-FILE    ASSIGN TO "BLDG-CARD.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  BLDG-MSTR-IO.
           COPY MSTRREC.

       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  TERM-CAL-FILE.
           COPY TERMREC.

       FD  PRM-FILE.
       01  PRM-REC.
           03  PRM-BLDG            PIC X(7).
           03  PRM-ROOM            PIC X(5).
           03  PRM-WEEK            PIC X(8).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                   PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-SEL-BLDG             PIC X(7)    VALUE SPACES.
           03  WS-SEL-ROOM             PIC X(5)    VALUE SPACES.
           03  WS-SEL-WEEK             PIC X(8)    VALUE SPACES.
           03  WS-BLDG-NAME            PIC X(25)   VALUE SPACES.
           03  WS-ERR-MSG              PIC X(50)   VALUE SPACES.
           03  WS-MARK-START           PIC X(4)    VALUE SPACES.
           03  WS-MARK-END             PIC X(4)    VALUE SPACES.
           03  WS-MARK-TEXT            PIC X(17)   VALUE SPACES.

       01  WS-DATE-VARS.
           03  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           03  WS-DATE-X REDEFINES WS-DATE-NUM
                                       PIC X(8).
           03  WS-DAY-NUM              PIC 9(7)    VALUE ZERO.
           03  WS-WEEK-NUM             PIC 9(7)    VALUE ZERO.
           03  WS-DOW                  PIC 9       VALUE ZERO.
           03  WS-DOW-Q                PIC 9(7)    VALUE ZERO.
           03  WS-DX                   PIC 9       VALUE ZERO.
           03  WS-RX                   PIC 9(2)    VALUE ZERO.
           03  WS-PX                   PIC 9(3)    VALUE ZERO.
           03  WS-DAY-TALLY            PIC 9       VALUE ZERO.
           03  WS-BEG-MIN              PIC 9(4)    VALUE ZERO.
           03  WS-END-MIN              PIC 9(4)    VALUE ZERO.
           03  WS-SLOT-BEG             PIC 9(4)    VALUE ZERO.
           03  WS-SLOT-END             PIC 9(4)    VALUE ZERO.
           03  WS-HHMM.
               05  WS-HH               PIC 99.
               05  WS-MM               PIC 99.

      *    THE GRID RUNS FROM 0600 (360 MINUTES) FOR 34 HALF HOURS.
       01  WS-GRID-CONSTANTS.
           03  WS-FIRST-MIN            PIC 9(4)    VALUE 360.
           03  WS-SLOT-MAX             PIC 9(2)    VALUE 34.

       01  WS-DAY-NAMES.
           03  FILLER                  PIC X(21)   VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
           03  WS-DAY-NAME OCCURS 7 TIMES
                                       PIC X(3).

       01  WS-DAY-LETTERS              PIC X(7)    VALUE 'MTWRFSU'.
       01  WS-DAY-LETTER-TBL REDEFINES WS-DAY-LETTERS.
           03  WS-DAY-LTR OCCURS 7 TIMES
                                       PIC X.

       01  WS-WEEK-DATES.
           03  WS-WK-DATE OCCURS 7 TIMES
                                       PIC X(8).

       01  WS-GRID.
           03  WS-GRID-ROW OCCURS 34 TIMES.
               05  WS-GRID-CELL OCCURS 7 TIMES
                                       PIC X(17).

       01  WS-COUNTS.
           03  WS-ROOM-COUNT           PIC 9(7)    VALUE ZERO.

           COPY TERMWS.

       01  WS-HDR1.
           03  FILLER                  PIC X(25)   VALUE
               'ROOM SCHEDULE - BUILDING '.
           03  HDR-BLDG                PIC X(7).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  HDR-BLDG-NAME           PIC X(25).
           03  FILLER                  PIC X(8)    VALUE '  ROOM: '.
           03  HDR-ROOM                PIC X(5).

       01  WS-HDR2.
           03  FILLER                  PIC X(8)    VALUE 'WEEK OF '.
           03  HDR-FROM                PIC X(8).
           03  FILLER                  PIC X(3)    VALUE ' - '.
           03  HDR-TO                  PIC X(8).
           03  FILLER                  PIC X(11)   VALUE '    SEATS: '.
           03  HDR-SEATS               PIC X(4).
           03  FILLER                  PIC X(15)   VALUE
               '    ROOM TYPE: '.
           03  HDR-TYPE                PIC X(7).
           03  FILLER                  PIC X(9)    VALUE '    ADA: '.
           03  HDR-ADA                 PIC X.

       01  WS-GRID-LINE.
           03  GRL-TIME                PIC X(4).
           03  FILLER                  PIC X       VALUE SPACE.
           03  GRL-ENTRY OCCURS 7 TIMES.
               05  GRL-BAR             PIC X.
               05  GRL-CELL            PIC X(17).
           03  GRL-END                 PIC X.

       01  WS-SEP-LINE                 PIC X(132)  VALUE SPACES.

       01  WS-DAY-HEAD.
           03  DYH-NAME                PIC X(3).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DYH-DATE                PIC X(8).

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(14).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).

       01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           PERFORM 020-READ-PARAMETERS.
           OPEN OUTPUT RPT-FILE.
           IF WS-ERR-MSG = SPACES
               OPEN INPUT ISAM-BLDG-IO
               IF WS-STAT NOT = '00'
                   MOVE 'BUILDING FILE OPEN FAILED - NOT RUN'
                       TO WS-ERR-MSG
               END-IF
           END-IF.
           IF WS-ERR-MSG = SPACES
               PERFORM 030-OPEN-OTHER-FILES
               PERFORM 100-PRINT-ROOMS
               CLOSE ISAM-BLDG-IO
               IF WS-SCHED-OPEN = 'Y'
                   CLOSE CRS-SCHED-IO
               END-IF
               IF WS-RESV-OPEN = 'Y'
                   CLOSE ROOM-RESV-IO
               END-IF
               IF WS-ROOM-COUNT = ZERO
                   MOVE SPACES TO WS-ERR-MSG
                   STRING 'NO ROOMS FOUND FOR ' WS-SEL-BLDG ' '
                       WS-SEL-ROOM ' - NOT RUN'
                       INTO WS-ERR-MSG
               END-IF
           END-IF.
           IF WS-ERR-MSG NOT = SPACES
               MOVE WS-ERR-MSG TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE RPT-LINE FROM WS-BLANK-LINE
                   AFTER ADVANCING PAGE
               MOVE 'ROOMS PRINTED:' TO CTL-LABEL
               MOVE WS-ROOM-COUNT    TO CTL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
           CLOSE RPT-FILE.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       020-READ-PARAMETERS.
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STAT NOT = '35'
               READ PRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(PRM-BLDG)
                           TO WS-SEL-BLDG
                       MOVE FUNCTION UPPER-CASE(PRM-ROOM)
                           TO WS-SEL-ROOM
                       MOVE PRM-WEEK TO WS-SEL-WEEK
               END-READ
               CLOSE PRM-FILE
           END-IF.
           IF WS-SEL-BLDG = SPACES
               MOVE 'NO BUILDING IN BLDG-CARD.PRM - NOT RUN'
                   TO WS-ERR-MSG
           ELSE
               PERFORM 025-SET-WEEK
           END-IF.
      *-----------------------------------------------------------------
       025-SET-WEEK.
      *    DAY 1 OF THE INTEGER DATE CALENDAR (1601-01-01) IS A MONDAY,
      *    SO (DAY - 1) MOD 7 COUNTS DAYS SINCE MONDAY.
           IF WS-SEL-WEEK = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEL-WEEK
           END-IF.
           MOVE ZERO TO WS-DAY-NUM.
           IF WS-SEL-WEEK IS NUMERIC
               MOVE WS-SEL-WEEK TO WS-DATE-X
               COMPUTE WS-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           IF WS-DAY-NUM = ZERO
               MOVE 'WEEK DATE MUST BE A VALID YYYYMMDD - NOT RUN'
                   TO WS-ERR-MSG
           ELSE
               SUBTRACT 1 FROM WS-DAY-NUM GIVING WS-DOW-Q
               DIVIDE WS-DOW-Q BY 7 GIVING WS-DOW-Q
                   REMAINDER WS-DOW
               SUBTRACT WS-DOW FROM WS-DAY-NUM GIVING WS-WEEK-NUM
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 7
                   COMPUTE WS-DAY-NUM = WS-WEEK-NUM + WS-DX - 1
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
                   MOVE WS-DATE-X TO WS-WK-DATE(WS-DX)
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       030-OPEN-OTHER-FILES.
           MOVE SPACES TO WS-BLDG-NAME.
           OPEN INPUT BLDG-MSTR-IO.
           IF WS-MSTR-STAT = '00'
               MOVE WS-SEL-BLDG TO MSTR-BLDG-CODE
               READ BLDG-MSTR-IO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MSTR-STAT = '00'
                   MOVE MSTR-BLDG-NAME TO WS-BLDG-NAME
               END-IF
               CLOSE BLDG-MSTR-IO
           END-IF.
           IF WS-BLDG-NAME = SPACES
               MOVE '(NOT ON BUILDING MASTER)' TO WS-BLDG-NAME
           END-IF.
           OPEN INPUT CRS-SCHED-IO.
           IF WS-SCHED-STAT = '00'
               MOVE 'Y' TO WS-SCHED-OPEN
           END-IF.
           OPEN INPUT ROOM-RESV-IO.
           IF WS-RESV-STAT = '00'
               MOVE 'Y' TO WS-RESV-OPEN
           END-IF.
           PERFORM 040-LOAD-TERM-CAL.
      *-----------------------------------------------------------------
       040-LOAD-TERM-CAL.
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
       100-PRINT-ROOMS.
           MOVE WS-SEL-BLDG TO ISAM-IO-BLDG.
           IF WS-SEL-ROOM = SPACES
               MOVE LOW-VALUES  TO ISAM-IO-ROOM
           ELSE
               MOVE WS-SEL-ROOM TO ISAM-IO-ROOM
           END-IF.
           START ISAM-BLDG-IO KEY NOT LESS THAN ISAM-IO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ISAM-BLDG-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF = 'N'
                   IF ISAM-IO-BLDG NOT = WS-SEL-BLDG
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       IF WS-SEL-ROOM NOT = SPACES AND
                          ISAM-IO-ROOM NOT = WS-SEL-ROOM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 200-PRINT-ROOM-CARD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       200-PRINT-ROOM-CARD.
           MOVE SPACES TO WS-GRID.
           IF WS-SCHED-OPEN = 'Y'
               PERFORM 210-FILL-SECTIONS
           END-IF.
           IF WS-RESV-OPEN = 'Y'
               PERFORM 230-FILL-RESERVATIONS
           END-IF.
           PERFORM 300-WRITE-CARD.
           ADD 1 TO WS-ROOM-COUNT.
      *-----------------------------------------------------------------
       210-FILL-SECTIONS.
           MOVE 'N'          TO WS-SCAN-EOF.
           MOVE ISAM-IO-BLDG TO CRS-SCHED-BLDG.
           MOVE ISAM-IO-ROOM TO CRS-SCHED-ROOM.
           MOVE LOW-VALUES   TO CRS-SCHED-TERM.
           MOVE LOW-VALUES   TO CRS-SCHED-DAYS.
           MOVE LOW-VALUES   TO CRS-SCHED-START.
           START CRS-SCHED-IO KEY NOT LESS THAN CRS-SCHED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CRS-SCHED-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF = 'N'
                   IF CRS-SCHED-BLDG NOT = ISAM-IO-BLDG OR
                      CRS-SCHED-ROOM NOT = ISAM-IO-ROOM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       PERFORM 220-PLACE-SECTION
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       220-PLACE-SECTION.
      *    A SECTION IN A TERM MISSING FROM TERM-CAL CANNOT BE DATED
      *    AND IS LEFT OFF THE CARD.
           MOVE CRS-SCHED-TERM TO WS-TERM-CODE.
           PERFORM 440-FIND-TERM.
           IF WS-TERM-FOUND = 'Y'
               MOVE CRS-SCHED-START  TO WS-MARK-START
               MOVE CRS-SCHED-END    TO WS-MARK-END
               MOVE CRS-SCHED-COURSE TO WS-MARK-TEXT
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 7
                   MOVE ZERO TO WS-DAY-TALLY
                   INSPECT CRS-SCHED-DAYS TALLYING WS-DAY-TALLY
                       FOR ALL WS-DAY-LTR(WS-DX)
                   IF WS-DAY-TALLY > ZERO AND
                      WS-WK-DATE(WS-DX) NOT < WS-TERM-FROM AND
                      WS-WK-DATE(WS-DX) NOT > WS-TERM-TO
                       PERFORM 260-MARK-SLOTS
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       230-FILL-RESERVATIONS.
           MOVE 'N'           TO WS-SCAN-EOF.
           MOVE ISAM-IO-BLDG  TO ROOM-RESV-BLDG.
           MOVE ISAM-IO-ROOM  TO ROOM-RESV-ROOM.
           MOVE WS-WK-DATE(1) TO ROOM-RESV-DATE.
           MOVE LOW-VALUES    TO ROOM-RESV-START.
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
                   IF ROOM-RESV-BLDG NOT = ISAM-IO-BLDG OR
                      ROOM-RESV-ROOM NOT = ISAM-IO-ROOM OR
                      ROOM-RESV-DATE > WS-WK-DATE(7)
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       PERFORM 240-PLACE-RESERVATION
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       240-PLACE-RESERVATION.
           MOVE ROOM-RESV-DATE  TO WS-DATE-X.
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DX = WS-DAY-NUM - WS-WEEK-NUM + 1.
           MOVE ROOM-RESV-START TO WS-MARK-START.
           MOVE ROOM-RESV-END   TO WS-MARK-END.
           MOVE ROOM-RESV-EVENT TO WS-MARK-TEXT.
           PERFORM 260-MARK-SLOTS.
      *-----------------------------------------------------------------
       260-MARK-SLOTS.
      *    A BOOKING FILLS EVERY HALF HOUR IT OVERLAPS IN COLUMN WS-DX;
      *    TIMES OUTSIDE THE GRID HOURS ARE CLIPPED.
           IF WS-MARK-START IS NUMERIC AND WS-MARK-END IS NUMERIC
               MOVE WS-MARK-START TO WS-HHMM
               COMPUTE WS-BEG-MIN = WS-HH * 60 + WS-MM
               MOVE WS-MARK-END   TO WS-HHMM
               COMPUTE WS-END-MIN = WS-HH * 60 + WS-MM
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-SLOT-MAX
                   COMPUTE WS-SLOT-BEG =
                       WS-FIRST-MIN + (WS-RX - 1) * 30
                   COMPUTE WS-SLOT-END = WS-SLOT-BEG + 30
                   IF WS-BEG-MIN < WS-SLOT-END AND
                      WS-SLOT-BEG < WS-END-MIN
                       IF WS-GRID-CELL(WS-RX, WS-DX) = SPACES
                           MOVE WS-MARK-TEXT
                               TO WS-GRID-CELL(WS-RX, WS-DX)
                       ELSE
                           IF WS-GRID-CELL(WS-RX, WS-DX)
                                   NOT = WS-MARK-TEXT
                               MOVE '** DOUBLE BOOKED'
                                   TO WS-GRID-CELL(WS-RX, WS-DX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-CARD.
           MOVE ISAM-IO-BLDG      TO HDR-BLDG.
           MOVE WS-BLDG-NAME      TO HDR-BLDG-NAME.
           MOVE ISAM-IO-ROOM      TO HDR-ROOM.
           MOVE WS-WK-DATE(1)     TO HDR-FROM.
           MOVE WS-WK-DATE(7)     TO HDR-TO.
           MOVE ISAM-IO-SEATS     TO HDR-SEATS.
           MOVE ISAM-IO-ROOM-TYPE TO HDR-TYPE.
           MOVE ISAM-IO-ADA       TO HDR-ADA.
           WRITE RPT-LINE FROM WS-HDR1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-HDR2.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           PERFORM 310-BUILD-SEP-LINE.
           WRITE RPT-LINE FROM WS-SEP-LINE.
           MOVE SPACES TO WS-GRID-LINE.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 7
               MOVE WS-DAY-NAME(WS-DX) TO DYH-NAME
               MOVE WS-WK-DATE(WS-DX)  TO DYH-DATE
               MOVE '|'                TO GRL-BAR(WS-DX)
               MOVE WS-DAY-HEAD        TO GRL-CELL(WS-DX)
           END-PERFORM.
           MOVE '|' TO GRL-END.
           WRITE RPT-LINE FROM WS-GRID-LINE.
           WRITE RPT-LINE FROM WS-SEP-LINE.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-SLOT-MAX
               COMPUTE WS-SLOT-BEG = WS-FIRST-MIN + (WS-RX - 1) * 30
               DIVIDE WS-SLOT-BEG BY 60 GIVING WS-HH
                   REMAINDER WS-MM
               MOVE WS-HHMM TO GRL-TIME
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 7
                   MOVE '|' TO GRL-BAR(WS-DX)
                   MOVE WS-GRID-CELL(WS-RX, WS-DX) TO GRL-CELL(WS-DX)
               END-PERFORM
               WRITE RPT-LINE FROM WS-GRID-LINE
           END-PERFORM.
           WRITE RPT-LINE FROM WS-SEP-LINE.
      *-----------------------------------------------------------------
       310-BUILD-SEP-LINE.
      *    DASHES WITH A + WHERE EACH COLUMN BAR FALLS (EVERY 18
      *    POSITIONS FROM POSITION 6).
           MOVE ALL '-' TO WS-SEP-LINE.
           MOVE SPACES  TO WS-SEP-LINE(1:5).
           PERFORM VARYING WS-PX FROM 6 BY 18 UNTIL WS-PX > 132
               MOVE '+' TO WS-SEP-LINE(WS-PX:1)
           END-PERFORM.
      *-----------------------------------------------------------------
       440-FIND-TERM.
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
