      ******************************************************************
      *PROGRAM : RESV-SWEEP.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Nightly reservation/section conflict sweep, run after *
      *          SCHED-LOAD.  Every reservation on ROOM-RESV.DAT dated *
      *          today or later is checked against the sections on     *
      *          COURSE-SCHED.DAT in the same room: a section bumps    *
      *          the booking when the booking date falls inside the    *
      *          section's term dates on TERM-CAL.DAT, on one of the   *
      *          section's meeting days, and the times overlap.  The   *
      *          bump list RESV-SWEEP.OUT is grouped by the            *
      *          reservation's department so the owning department can *
      *          be contacted; every conflicting pair is also written  *
      *          to RESV-BUMP.DAT for the reservations desk.  Sections *
      *          in a term missing from TERM-CAL.DAT cannot be dated   *
      *          and are not compared; each comparison skipped this    *
      *          way is counted, once per reservation and section.     *
      *          The job ends with RC 4 when any conflict is found,    *
      *          and RC 8 when either file is still in its old layout. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV-SWEEP AS "RESV-SWEEP" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ROOM-RESV-KEY
                               FILE STATUS   IS WS-RESV-STAT.
           SELECT CRS-SCHED-IO ASSIGN TO "../COURSE-SCHED.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRS-SCHED-KEY
                               FILE STATUS   IS WS-SCHED-STAT.
           SELECT TERM-CAL-FILE ASSIGN TO "../TERM-CAL.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT SORT-WORK   ASSIGN TO "RESV-SWEEP.SRT".
           SELECT BUMP-FILE   ASSIGN TO "../RESV-BUMP.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BUMP-STAT.
           SELECT RPT-FILE    ASSIGN TO "RESV-SWEEP.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  TERM-CAL-FILE.
           COPY TERMREC.

       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-DEPT            PIC X(6).
           03  SRT-BLDG            PIC X(7).
           03  SRT-ROOM            PIC X(5).
           03  SRT-DATE            PIC X(8).
           03  SRT-RESV-START      PIC X(4).
           03  SRT-RESV-END        PIC X(4).
           03  SRT-EVENT           PIC X(20).
           03  SRT-SERIES          PIC X(14).
           03  SRT-TERM            PIC X(5).
           03  SRT-DAYS            PIC X(7).
           03  SRT-SECT-START      PIC X(4).
           03  SRT-SECT-END        PIC X(4).
           03  SRT-COURSE          PIC X(10).

       FD  BUMP-FILE.
       01  BUMP-REC.
           03  BUMP-DEPT           PIC X(6).
           03  BUMP-RESV-KEY.
               05  BUMP-BLDG       PIC X(7).
               05  BUMP-ROOM       PIC X(5).
               05  BUMP-DATE       PIC X(8).
               05  BUMP-RESV-START PIC X(4).
           03  BUMP-RESV-END       PIC X(4).
           03  BUMP-EVENT          PIC X(20).
           03  BUMP-SERIES         PIC X(14).
           03  BUMP-TERM           PIC X(5).
           03  BUMP-DAYS           PIC X(7).
           03  BUMP-SECT-START     PIC X(4).
           03  BUMP-SECT-END       PIC X(4).
           03  BUMP-COURSE         PIC X(10).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-BUMP-STAT            PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-SORT-EOF             PIC X       VALUE 'N'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-LAYOUT-BAD           PIC X       VALUE 'N'.
           03  WS-RESV-BUMPED          PIC X       VALUE 'N'.
           03  WS-DAY-HIT              PIC X       VALUE 'N'.
           03  WS-FIRST-DEPT           PIC X       VALUE 'Y'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-PREV-DEPT            PIC X(6)    VALUE SPACES.
           03  WS-DAY-LETTER           PIC X       VALUE SPACE.
           03  WS-IDX                  PIC 9(2)    VALUE ZERO.

       01  WS-ZELLER-VARS.
           03  WS-ZYEAR                PIC 9(4)    VALUE ZERO.
           03  WS-ZMONTH               PIC 9(2)    VALUE ZERO.
           03  WS-ZDAY                 PIC 9(2)    VALUE ZERO.
           03  WS-ZCENT                PIC 9(2)    VALUE ZERO.
           03  WS-ZYY                  PIC 9(2)    VALUE ZERO.
           03  WS-ZT1                  PIC 9(4)    VALUE ZERO.
           03  WS-ZT2                  PIC 9(4)    VALUE ZERO.
           03  WS-ZT3                  PIC 9(4)    VALUE ZERO.
           03  WS-ZWORK                PIC 9(4)    VALUE ZERO.
           03  WS-ZQ                   PIC 9(4)    VALUE ZERO.
           03  WS-ZH                   PIC 9(1)    VALUE ZERO.

       01  WS-COUNTS.
           03  WS-CHECK-COUNT          PIC 9(7)    VALUE ZERO.
           03  WS-BUMP-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-PAIR-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-DEPT-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-DEPT-TOTAL           PIC 9(7)    VALUE ZERO.
           03  WS-NOTERM-COUNT         PIC 9(7)    VALUE ZERO.

           COPY TERMWS.

       01  WS-HDR1.
           03  FILLER                  PIC X(42)   VALUE
               'RESERVATION / SECTION CONFLICT BUMP LIST -'.
           03  FILLER                  PIC X(10)   VALUE ' RUN DATE '.
           03  HDR-DATE                PIC X(8).

       01  WS-HDR2.
           03  FILLER                  PIC X(7)    VALUE SPACES.
           03  FILLER                  PIC X(8)    VALUE 'BLDG'.
           03  FILLER                  PIC X(6)    VALUE 'ROOM'.
           03  FILLER                  PIC X(9)    VALUE 'DATE'.
           03  FILLER                  PIC X(10)   VALUE 'TIME'.
           03  FILLER                  PIC X(21)   VALUE 'EVENT'.
           03  FILLER                  PIC X(6)    VALUE 'SERIES'.

       01  WS-HDR3.
           03  FILLER                  PIC X(7)    VALUE SPACES.
           03  FILLER                  PIC X(8)    VALUE 'TERM'.
           03  FILLER                  PIC X(15)   VALUE 'DAYS'.
           03  FILLER                  PIC X(10)   VALUE 'TIME'.
           03  FILLER                  PIC X(6)    VALUE 'COURSE'.

       01  WS-DEPT-LINE.
           03  FILLER                  PIC X(12)   VALUE
               'DEPARTMENT: '.
           03  DPL-DEPT                PIC X(6).

       01  WS-RESV-LINE.
           03  FILLER                  PIC X(7)    VALUE '  RESV '.
           03  RVL-BLDG                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RVL-ROOM                PIC X(5).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RVL-DATE                PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RVL-START               PIC X(4).
           03  FILLER                  PIC X       VALUE '-'.
           03  RVL-END                 PIC X(4).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RVL-EVENT               PIC X(20).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RVL-SERIES              PIC X(14).

       01  WS-SECT-LINE.
           03  FILLER                  PIC X(7)    VALUE '  SECT '.
           03  SCL-TERM                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  SCL-DAYS                PIC X(7).
           03  FILLER                  PIC X(8)    VALUE SPACES.
           03  SCL-START               PIC X(4).
           03  FILLER                  PIC X       VALUE '-'.
           03  SCL-END                 PIC X(4).
           03  FILLER                  PIC X       VALUE SPACE.
           03  SCL-COURSE              PIC X(10).

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(24).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 010-OPEN-FILES.
           IF WS-LAYOUT-BAD = 'Y'
               OPEN OUTPUT RPT-FILE
               MOVE WS-TODAY TO HDR-DATE
               WRITE RPT-LINE FROM WS-HDR1
               MOVE '  FILE LAYOUT MISMATCH - RUN SCHED-CONV/RESV-CONV'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE '  FIRST - NOT RUN' TO RPT-LINE
               WRITE RPT-LINE
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           PERFORM 040-LOAD-TERM-CAL.
           SORT SORT-WORK ON ASCENDING KEY SRT-DEPT SRT-BLDG SRT-ROOM
                                           SRT-DATE SRT-RESV-START
                                           SRT-TERM SRT-DAYS
                                           SRT-SECT-START
               INPUT  PROCEDURE IS 100-BUILD-SORT-INPUT
               OUTPUT PROCEDURE IS 300-WRITE-BUMP-LIST.
           IF WS-PAIR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-FILES.
      *    A MISSING FILE MEANS NOTHING TO COMPARE; A FILE STILL IN ITS
      *    OLD LAYOUT (STATUS 39) STOPS THE RUN.
           OPEN INPUT ROOM-RESV-IO.
           EVALUATE WS-RESV-STAT
               WHEN '00'
                   MOVE 'Y' TO WS-RESV-OPEN
               WHEN '39'
                   MOVE 'Y' TO WS-LAYOUT-BAD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           OPEN INPUT CRS-SCHED-IO.
           EVALUATE WS-SCHED-STAT
               WHEN '00'
                   MOVE 'Y' TO WS-SCHED-OPEN
               WHEN '39'
                   MOVE 'Y' TO WS-LAYOUT-BAD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-LAYOUT-BAD = 'Y'
               IF WS-RESV-OPEN = 'Y'
                   CLOSE ROOM-RESV-IO
               END-IF
               IF WS-SCHED-OPEN = 'Y'
                   CLOSE CRS-SCHED-IO
               END-IF
           END-IF.
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
       090-CALC-DAY-LETTER.
      *    ZELLER'S CONGRUENCE, MAPPED TO THE MTWRFSU LETTERS USED ON
      *    CRS-SCHED-DAYS.
           MOVE ROOM-RESV-DATE(1:4) TO WS-ZYEAR.
           MOVE ROOM-RESV-DATE(5:2) TO WS-ZMONTH.
           MOVE ROOM-RESV-DATE(7:2) TO WS-ZDAY.
           IF WS-ZMONTH < 3
               ADD 12 TO WS-ZMONTH
               SUBTRACT 1 FROM WS-ZYEAR
           END-IF.
           DIVIDE WS-ZYEAR BY 100 GIVING WS-ZCENT
               REMAINDER WS-ZYY.
           COMPUTE WS-ZT1 = (13 * (WS-ZMONTH + 1)) / 5.
           COMPUTE WS-ZT2 = WS-ZYY / 4.
           COMPUTE WS-ZT3 = WS-ZCENT / 4.
           COMPUTE WS-ZWORK = WS-ZDAY + WS-ZT1 + WS-ZYY + WS-ZT2
               + WS-ZT3 + (5 * WS-ZCENT).
           DIVIDE WS-ZWORK BY 7 GIVING WS-ZQ
               REMAINDER WS-ZH.
           EVALUATE WS-ZH
               WHEN 0 MOVE 'S' TO WS-DAY-LETTER
               WHEN 1 MOVE 'U' TO WS-DAY-LETTER
               WHEN 2 MOVE 'M' TO WS-DAY-LETTER
               WHEN 3 MOVE 'T' TO WS-DAY-LETTER
               WHEN 4 MOVE 'W' TO WS-DAY-LETTER
               WHEN 5 MOVE 'R' TO WS-DAY-LETTER
               WHEN 6 MOVE 'F' TO WS-DAY-LETTER
           END-EVALUATE.
      *-----------------------------------------------------------------
       100-BUILD-SORT-INPUT.
           IF WS-RESV-OPEN = 'Y'
               IF WS-SCHED-OPEN = 'Y'
                   PERFORM 110-READ-NEXT-RESV
                   PERFORM UNTIL WS-EOF = 'Y'
                       IF ROOM-RESV-DATE NOT < WS-TODAY
                           ADD 1 TO WS-CHECK-COUNT
                           PERFORM 200-CHECK-RESV
                       END-IF
                       PERFORM 110-READ-NEXT-RESV
                   END-PERFORM
               END-IF
               CLOSE ROOM-RESV-IO
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
           END-IF.
      *-----------------------------------------------------------------
       110-READ-NEXT-RESV.
           READ ROOM-RESV-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
      *-----------------------------------------------------------------
       200-CHECK-RESV.
           PERFORM 090-CALC-DAY-LETTER.
           MOVE 'N'            TO WS-RESV-BUMPED.
           MOVE 'N'            TO WS-SCAN-EOF.
           MOVE ROOM-RESV-BLDG TO CRS-SCHED-BLDG.
           MOVE ROOM-RESV-ROOM TO CRS-SCHED-ROOM.
           MOVE LOW-VALUES     TO CRS-SCHED-TERM.
           MOVE LOW-VALUES     TO CRS-SCHED-DAYS.
           MOVE LOW-VALUES     TO CRS-SCHED-START.
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
                   IF CRS-SCHED-BLDG NOT = ROOM-RESV-BLDG OR
                      CRS-SCHED-ROOM NOT = ROOM-RESV-ROOM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       PERFORM 210-COMPARE-SECTION
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RESV-BUMPED = 'Y'
               ADD 1 TO WS-BUMP-COUNT
           END-IF.
      *-----------------------------------------------------------------
       210-COMPARE-SECTION.
           MOVE CRS-SCHED-TERM TO WS-TERM-CODE.
           PERFORM 440-FIND-TERM.
           IF WS-TERM-FOUND = 'N'
               ADD 1 TO WS-NOTERM-COUNT
           ELSE
               IF ROOM-RESV-DATE NOT < WS-TERM-FROM AND
                  ROOM-RESV-DATE NOT > WS-TERM-TO AND
                  ROOM-RESV-START < CRS-SCHED-END AND
                  CRS-SCHED-START < ROOM-RESV-END
                   MOVE 'N' TO WS-DAY-HIT
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 7
                       IF CRS-SCHED-DAYS(WS-IDX:1) = WS-DAY-LETTER
                           MOVE 'Y' TO WS-DAY-HIT
                       END-IF
                   END-PERFORM
                   IF WS-DAY-HIT = 'Y'
                       PERFORM 220-RELEASE-PAIR
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       220-RELEASE-PAIR.
           MOVE ROOM-RESV-DEPT   TO SRT-DEPT.
           MOVE ROOM-RESV-BLDG   TO SRT-BLDG.
           MOVE ROOM-RESV-ROOM   TO SRT-ROOM.
           MOVE ROOM-RESV-DATE   TO SRT-DATE.
           MOVE ROOM-RESV-START  TO SRT-RESV-START.
           MOVE ROOM-RESV-END    TO SRT-RESV-END.
           MOVE ROOM-RESV-EVENT  TO SRT-EVENT.
           MOVE ROOM-RESV-SERIES TO SRT-SERIES.
           MOVE CRS-SCHED-TERM   TO SRT-TERM.
           MOVE CRS-SCHED-DAYS   TO SRT-DAYS.
           MOVE CRS-SCHED-START  TO SRT-SECT-START.
           MOVE CRS-SCHED-END    TO SRT-SECT-END.
           MOVE CRS-SCHED-COURSE TO SRT-COURSE.
           RELEASE SORT-REC.
           MOVE 'Y' TO WS-RESV-BUMPED.
           ADD 1 TO WS-PAIR-COUNT.
      *-----------------------------------------------------------------
       300-WRITE-BUMP-LIST.
           OPEN OUTPUT BUMP-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE WS-TODAY TO HDR-DATE.
           WRITE RPT-LINE FROM WS-HDR1.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HDR2.
           WRITE RPT-LINE FROM WS-HDR3.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 310-WRITE-PAIR
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-DEPT = 'N'
               PERFORM 320-WRITE-DEPT-TOTAL
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'CHECKED:'      TO CTL-LABEL.
           MOVE WS-CHECK-COUNT  TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'BUMPED:'       TO CTL-LABEL.
           MOVE WS-BUMP-COUNT   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'CONFLICTS:'    TO CTL-LABEL.
           MOVE WS-PAIR-COUNT   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'DEPARTMENTS:'  TO CTL-LABEL.
           MOVE WS-DEPT-TOTAL   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SKIPPED, NO TERM DATES:' TO CTL-LABEL.
           MOVE WS-NOTERM-COUNT TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           CLOSE BUMP-FILE.
           CLOSE RPT-FILE.
      *-----------------------------------------------------------------
       310-WRITE-PAIR.
           IF WS-FIRST-DEPT = 'Y' OR SRT-DEPT NOT = WS-PREV-DEPT
               IF WS-FIRST-DEPT = 'N'
                   PERFORM 320-WRITE-DEPT-TOTAL
               END-IF
               MOVE 'N'      TO WS-FIRST-DEPT
               MOVE SRT-DEPT TO WS-PREV-DEPT
               MOVE ZERO     TO WS-DEPT-COUNT
               ADD 1 TO WS-DEPT-TOTAL
               WRITE RPT-LINE FROM WS-BLANK-LINE
               MOVE SRT-DEPT TO DPL-DEPT
               WRITE RPT-LINE FROM WS-DEPT-LINE
           END-IF.
           MOVE SRT-BLDG       TO RVL-BLDG.
           MOVE SRT-ROOM       TO RVL-ROOM.
           MOVE SRT-DATE       TO RVL-DATE.
           MOVE SRT-RESV-START TO RVL-START.
           MOVE SRT-RESV-END   TO RVL-END.
           MOVE SRT-EVENT      TO RVL-EVENT.
           MOVE SRT-SERIES     TO RVL-SERIES.
           WRITE RPT-LINE FROM WS-RESV-LINE.
           MOVE SRT-TERM       TO SCL-TERM.
           MOVE SRT-DAYS       TO SCL-DAYS.
           MOVE SRT-SECT-START TO SCL-START.
           MOVE SRT-SECT-END   TO SCL-END.
           MOVE SRT-COURSE     TO SCL-COURSE.
           WRITE RPT-LINE FROM WS-SECT-LINE.
           MOVE SORT-REC TO BUMP-REC.
           WRITE BUMP-REC.
           ADD 1 TO WS-DEPT-COUNT.
      *-----------------------------------------------------------------
       320-WRITE-DEPT-TOTAL.
           MOVE 'DEPT TOTAL:'   TO CTL-LABEL.
           MOVE WS-DEPT-COUNT   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
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
