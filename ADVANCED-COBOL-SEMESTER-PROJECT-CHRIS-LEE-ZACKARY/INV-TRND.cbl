      ******************************************************************
      *PROGRAM : INV-TRND.CBL                                          *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Capacity trend report from the space-inventory        *
      *          history INV-HIST.DAT written by INV-SNAP.  Every      *
      *          group (campus total, campus zone, building,           *
      *          department, room type) is shown across the last 12    *
      *          snapshots: room count, total seats and ADA room       *
      *          count, with the change from the previous snapshot     *
      *          (MO-MO) and from the snapshot of the same month a     *
      *          year earlier (YR-YR, N/A when that month was not      *
      *          taken).  A group missing from a snapshot counts as    *
      *          zero for that month.  Buildings that went inactive on *
      *          BLDG-MSTR.DAT are flagged with the first snapshot     *
      *          that shows them inactive, or as inactive since the    *
      *          last snapshot when only the master file shows it yet. *
      *          The last month shown comes from INV-TRND.PRM          *
      *          (YYYYMM); a blank field or a missing file shows up to *
      *          the latest snapshot.  Output is INV-TRND.OUT (132     *
      *          columns).  RC 8 when there is no snapshot to report   *
      *          on.                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-TRND AS "INV-TRND" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE   ASSIGN TO "../INV-HIST.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HIST-STAT.
           SELECT BLDG-MSTR-IO ASSIGN TO "../BLDG-MSTR.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MSTR-BLDG-CODE
                               FILE STATUS   IS WS-MSTR-STAT.
           SELECT PRM-FILE    ASSIGN TO "INV-TRND.PRM"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
           SELECT SORT-WORK   ASSIGN TO "INV-TRND.SRT".
           SELECT RPT-FILE    ASSIGN TO "INV-TRND.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  HIST-FILE.
           COPY INVHREC.

       FD  BLDG-MSTR-IO.
           COPY MSTRREC.

       FD  PRM-FILE.
       01  PRM-REC.
           03  PRM-END-MONTH       PIC X(6).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-SEQ             PIC 9.
           03  SRT-GROUP           PIC X(10).
           03  SRT-DIM             PIC X.
           03  SRT-CELLS           PIC X(234).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                   PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SORT-EOF             PIC X       VALUE 'N'.
           03  WS-MSTR-OPEN            PIC X       VALUE 'N'.
           03  WS-NOT-RUN              PIC X       VALUE 'N'.
           03  WS-NOT-RUN-TEXT         PIC X(50)   VALUE SPACES.
           03  WS-FIRST-SEQ            PIC X       VALUE 'Y'.
           03  WS-PREV-SEQ             PIC 9       VALUE ZERO.
           03  WS-FOUND                PIC X       VALUE 'N'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-END-MONTH            PIC X(6)    VALUE SPACES.
           03  WS-LIVE-STATUS          PIC X       VALUE SPACE.
           03  WS-LAST-MONTH           PIC X(6)    VALUE SPACES.
           03  WS-LAST-STATUS          PIC X       VALUE SPACE.
           03  WS-WENT-MONTH           PIC X(6)    VALUE SPACES.
           03  WS-MEASURE              PIC 9       VALUE ZERO.
           03  WS-VAL-NUM              PIC 9(7)    VALUE ZERO.
           03  WS-NEW-NUM              PIC 9(7)    VALUE ZERO.
           03  WS-DELTA                PIC S9(7)   VALUE ZERO.

      *    THE 13 LATEST SNAPSHOT MONTHS, OLDEST FIRST.  THE LAST 12
      *    ARE THE REPORT COLUMNS; THE YEAR-AGO BASE FOR THE LATEST
      *    MONTH, WHEN IT WAS TAKEN, IS ALWAYS AMONG THE 13.
       01  WS-MONTH-VARS.
           03  WS-MON-MAX              PIC 9(2)    VALUE 13.
           03  WS-MON-COUNT            PIC 9(2)    VALUE ZERO.
           03  WS-MX                   PIC 9(2)    VALUE ZERO.
           03  WS-MY                   PIC 9(2)    VALUE ZERO.
           03  WS-MON-HOLD             PIC X(6)    VALUE SPACES.
           03  WS-COL-COUNT            PIC 9(2)    VALUE ZERO.
           03  WS-COL-FIRST            PIC 9(2)    VALUE ZERO.
           03  WS-CX                   PIC 9(2)    VALUE ZERO.
           03  WS-YAGO-NUM             PIC 9(6)    VALUE ZERO.
           03  WS-YAGO-MONTH           PIC X(6)    VALUE SPACES.
           03  WS-YAGO-FOUND           PIC X       VALUE 'N'.

       01  WS-MON-TABLE.
           03  WS-MON-ENTRY            PIC X(6)    OCCURS 13 TIMES.

       01  WS-COL-TABLE.
           03  WS-COL-MONTH            PIC X(6)    OCCURS 13 TIMES.

      *    CELLS 1-12 ARE THE REPORT COLUMNS, CELL 13 THE YEAR-AGO
      *    SNAPSHOT.
       01  WS-GROUP-VARS.
           03  WS-GRP-MAX              PIC 9(4)    VALUE 2000.
           03  WS-GRP-COUNT            PIC 9(4)    VALUE ZERO.
           03  WS-GX                   PIC 9(4)    VALUE ZERO.
           03  WS-GRP-DROPPED          PIC 9(7)    VALUE ZERO.

       01  WS-GROUP-TABLE.
           03  WS-GT-ENTRY OCCURS 2000 TIMES.
               05  WS-GT-DIM           PIC X.
               05  WS-GT-GROUP         PIC X(10).
               05  WS-GT-CELLS.
                   07  WS-GT-CELL OCCURS 13 TIMES.
                       09  WS-GT-STATUS    PIC X.
                       09  WS-GT-ROOMS     PIC 9(5).
                       09  WS-GT-SEATS     PIC 9(7).
                       09  WS-GT-ADA       PIC 9(5).

       01  WS-PRT-CELLS.
           03  WS-PRT-CELL OCCURS 13 TIMES.
               05  WS-PRT-STATUS       PIC X.
               05  WS-PRT-ROOMS        PIC 9(5).
               05  WS-PRT-SEATS        PIC 9(7).
               05  WS-PRT-ADA          PIC 9(5).

       01  WS-COUNTS.
           03  WS-HIST-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-PRINT-COUNT          PIC 9(7)    VALUE ZERO.
           03  WS-FLAG-COUNT           PIC 9(7)    VALUE ZERO.

       01  WS-HDR1.
           03  FILLER                  PIC X(40)   VALUE
               'SPACE INVENTORY - CAPACITY TREND REPORT'.
           03  FILLER                  PIC X(10)   VALUE 'RUN DATE: '.
           03  HDR-DATE                PIC X(8).

       01  WS-HDR2.
           03  FILLER                  PIC X(10)   VALUE 'SNAPSHOTS '.
           03  HDR-FROM                PIC X(6).
           03  FILLER                  PIC X(4)    VALUE ' TO '.
           03  HDR-TO                  PIC X(6).
           03  FILLER                  PIC X(20)   VALUE
               '   YEAR-AGO BASE: '.
           03  HDR-YAGO                PIC X(6).

       01  WS-SECT-LINE.
           03  SCL-TITLE               PIC X(40).

       01  WS-COL-HDR.
           03  FILLER                  PIC X(18)   VALUE
               'GROUP      MEASURE'.
           03  HDL-CELL OCCURS 12 TIMES.
               05  FILLER              PIC X.
               05  HDL-MONTH           PIC X(6).
               05  FILLER              PIC X.
           03  FILLER                  PIC X(8)    VALUE '  MO-MO'.
           03  FILLER                  PIC X(7)    VALUE '  YR-YR'.

       01  WS-TREND-LINE.
           03  TRL-GROUP               PIC X(10).
           03  FILLER                  PIC X.
           03  TRL-MEASURE             PIC X(5).
           03  FILLER                  PIC X(2).
           03  TRL-CELL OCCURS 12 TIMES.
               05  TRL-VAL             PIC Z(6)9.
               05  FILLER              PIC X.
           03  TRL-MOM                 PIC +(6)9.
           03  TRL-MOM-X REDEFINES TRL-MOM
                                       PIC X(7).
           03  FILLER                  PIC X.
           03  TRL-YOY                 PIC +(6)9.
           03  TRL-YOY-X REDEFINES TRL-YOY
                                       PIC X(7).

       01  WS-FLAG-LINE.
           03  FILLER                  PIC X(18)   VALUE SPACES.
           03  FLL-TEXT                PIC X(70).

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(20).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).

       01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 020-READ-PARAMETERS.
           IF WS-NOT-RUN = 'N'
               PERFORM 100-COLLECT-MONTHS
           END-IF.
           IF WS-NOT-RUN = 'N'
               PERFORM 150-SET-COLUMNS
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE WS-TODAY TO HDR-DATE.
           WRITE RPT-LINE FROM WS-HDR1.
           IF WS-NOT-RUN = 'Y'
               MOVE WS-NOT-RUN-TEXT TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               MOVE 'NOT RUN' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           WRITE RPT-LINE FROM WS-HDR2.
           OPEN INPUT BLDG-MSTR-IO.
           IF WS-MSTR-STAT = '00'
               MOVE 'Y' TO WS-MSTR-OPEN
           END-IF.
           SORT SORT-WORK ON ASCENDING KEY SRT-SEQ SRT-GROUP
               INPUT  PROCEDURE IS 200-BUILD-SORT-INPUT
               OUTPUT PROCEDURE IS 300-WRITE-TREND.
           IF WS-MSTR-OPEN = 'Y'
               CLOSE BLDG-MSTR-IO
           END-IF.
           PERFORM 350-WRITE-CONTROL-TOTALS.
           CLOSE RPT-FILE.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       020-READ-PARAMETERS.
           MOVE SPACES TO WS-END-MONTH.
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STAT NOT = '35'
               READ PRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-END-MONTH TO WS-END-MONTH
               END-READ
               CLOSE PRM-FILE
           END-IF.
           IF WS-END-MONTH NOT = SPACES AND WS-END-MONTH NOT NUMERIC
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'END MONTH NOT VALID (YYYYMM)'
                   TO WS-NOT-RUN-TEXT
           END-IF.
      *-----------------------------------------------------------------
       100-COLLECT-MONTHS.
      *    FIRST PASS: FIND THE SNAPSHOT MONTHS TO REPORT ON.
           MOVE ZERO TO WS-MON-COUNT.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STAT = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HIST-COUNT
                           IF WS-END-MONTH = SPACES OR
                              INV-HIST-MONTH NOT > WS-END-MONTH
                               PERFORM 110-ADD-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
           IF WS-MON-COUNT = ZERO
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'NO SNAPSHOT ON INV-HIST.DAT TO REPORT ON'
                   TO WS-NOT-RUN-TEXT
           END-IF.
      *-----------------------------------------------------------------
       110-ADD-MONTH.
      *    KEEPS THE 13 LATEST DISTINCT MONTHS IN ASCENDING ORDER.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MON-COUNT
               IF WS-MON-ENTRY(WS-MX) = INV-HIST-MONTH
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               IF WS-MON-COUNT < WS-MON-MAX
                   ADD 1 TO WS-MON-COUNT
                   MOVE INV-HIST-MONTH TO WS-MON-ENTRY(WS-MON-COUNT)
                   PERFORM 120-SETTLE-MONTH
               ELSE
                   IF INV-HIST-MONTH > WS-MON-ENTRY(1)
                       PERFORM VARYING WS-MX FROM 1 BY 1
                               UNTIL WS-MX > WS-MON-COUNT - 1
                           MOVE WS-MON-ENTRY(WS-MX + 1)
                               TO WS-MON-ENTRY(WS-MX)
                       END-PERFORM
                       MOVE INV-HIST-MONTH
                           TO WS-MON-ENTRY(WS-MON-COUNT)
                       PERFORM 120-SETTLE-MONTH
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       120-SETTLE-MONTH.
      *    MOVES THE LAST ENTRY DOWN INTO ITS PLACE.
           MOVE WS-MON-COUNT TO WS-MY.
           PERFORM UNTIL WS-MY < 2
               IF WS-MON-ENTRY(WS-MY - 1) > WS-MON-ENTRY(WS-MY)
                   MOVE WS-MON-ENTRY(WS-MY)     TO WS-MON-HOLD
                   MOVE WS-MON-ENTRY(WS-MY - 1) TO WS-MON-ENTRY(WS-MY)
                   MOVE WS-MON-HOLD         TO WS-MON-ENTRY(WS-MY - 1)
                   SUBTRACT 1 FROM WS-MY
               ELSE
                   MOVE 1 TO WS-MY
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       150-SET-COLUMNS.
           IF WS-MON-COUNT > 12
               MOVE 12 TO WS-COL-COUNT
           ELSE
               MOVE WS-MON-COUNT TO WS-COL-COUNT
           END-IF.
           COMPUTE WS-COL-FIRST = WS-MON-COUNT - WS-COL-COUNT + 1.
           MOVE SPACES TO WS-COL-TABLE.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-MON-ENTRY(WS-COL-FIRST + WS-CX - 1)
                   TO WS-COL-MONTH(WS-CX)
           END-PERFORM.
           MOVE WS-MON-ENTRY(WS-MON-COUNT) TO WS-YAGO-NUM.
           SUBTRACT 100 FROM WS-YAGO-NUM.
           MOVE WS-YAGO-NUM TO WS-YAGO-MONTH.
           MOVE 'N' TO WS-YAGO-FOUND.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MON-COUNT
               IF WS-MON-ENTRY(WS-MX) = WS-YAGO-MONTH
                   MOVE 'Y' TO WS-YAGO-FOUND
                   MOVE WS-YAGO-MONTH TO WS-COL-MONTH(13)
               END-IF
           END-PERFORM.
           MOVE WS-COL-MONTH(1)            TO HDR-FROM.
           MOVE WS-COL-MONTH(WS-COL-COUNT) TO HDR-TO.
           IF WS-YAGO-FOUND = 'Y'
               MOVE WS-YAGO-MONTH TO HDR-YAGO
           ELSE
               MOVE 'NONE'        TO HDR-YAGO
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > 12
               MOVE SPACES             TO HDL-CELL(WS-CX)
               MOVE WS-COL-MONTH(WS-CX) TO HDL-MONTH(WS-CX)
           END-PERFORM.
      *-----------------------------------------------------------------
       200-BUILD-SORT-INPUT.
      *    SECOND PASS: LOAD THE GROUPS FOR THE CHOSEN MONTHS, THEN
      *    RELEASE THEM IN CAMPUS, ZONE, BUILDING, DEPARTMENT, ROOM
      *    TYPE ORDER.
           MOVE ZERO TO WS-GRP-COUNT.
           OPEN INPUT HIST-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 210-LOAD-HIST-REC
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GRP-COUNT
               EVALUATE WS-GT-DIM(WS-GX)
                   WHEN 'A' MOVE 1 TO SRT-SEQ
                   WHEN 'Z' MOVE 2 TO SRT-SEQ
                   WHEN 'B' MOVE 3 TO SRT-SEQ
                   WHEN 'D' MOVE 4 TO SRT-SEQ
                   WHEN OTHER MOVE 5 TO SRT-SEQ
               END-EVALUATE
               MOVE WS-GT-DIM(WS-GX)   TO SRT-DIM
               MOVE WS-GT-GROUP(WS-GX) TO SRT-GROUP
               MOVE WS-GT-CELLS(WS-GX) TO SRT-CELLS
               RELEASE SORT-REC
           END-PERFORM.
      *-----------------------------------------------------------------
       210-LOAD-HIST-REC.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > 13
               IF WS-COL-MONTH(WS-CX) NOT = SPACES AND
                  WS-COL-MONTH(WS-CX) = INV-HIST-MONTH
                   PERFORM 220-FIND-GROUP
                   IF WS-FOUND = 'Y'
                       MOVE INV-HIST-STATUS
                           TO WS-GT-STATUS(WS-GX WS-CX)
                       MOVE INV-HIST-ROOMS
                           TO WS-GT-ROOMS(WS-GX WS-CX)
                       MOVE INV-HIST-SEATS
                           TO WS-GT-SEATS(WS-GX WS-CX)
                       MOVE INV-HIST-ADA
                           TO WS-GT-ADA(WS-GX WS-CX)
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       220-FIND-GROUP.
      *    A NEW GROUP STARTS WITH EVERY MONTH AT ZERO.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GRP-COUNT OR WS-FOUND = 'Y'
               IF WS-GT-DIM(WS-GX)   = INV-HIST-DIM AND
                  WS-GT-GROUP(WS-GX) = INV-HIST-GROUP
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-GX
           ELSE
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT   TO WS-GX
                   MOVE INV-HIST-DIM   TO WS-GT-DIM(WS-GX)
                   MOVE INV-HIST-GROUP TO WS-GT-GROUP(WS-GX)
                   PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > 13
                       MOVE SPACE TO WS-GT-STATUS(WS-GX WS-MX)
                       MOVE ZERO  TO WS-GT-ROOMS(WS-GX WS-MX)
                       MOVE ZERO  TO WS-GT-SEATS(WS-GX WS-MX)
                       MOVE ZERO  TO WS-GT-ADA(WS-GX WS-MX)
                   END-PERFORM
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-GRP-DROPPED
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-TREND.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 310-WRITE-GROUP
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
       310-WRITE-GROUP.
           IF WS-FIRST-SEQ = 'Y' OR SRT-SEQ NOT = WS-PREV-SEQ
               MOVE 'N'     TO WS-FIRST-SEQ
               MOVE SRT-SEQ TO WS-PREV-SEQ
               EVALUATE SRT-SEQ
                   WHEN 1 MOVE 'CAMPUS TOTAL'   TO SCL-TITLE
                   WHEN 2 MOVE 'BY CAMPUS ZONE' TO SCL-TITLE
                   WHEN 3 MOVE 'BY BUILDING'    TO SCL-TITLE
                   WHEN 4 MOVE 'BY DEPARTMENT'  TO SCL-TITLE
                   WHEN 5 MOVE 'BY ROOM TYPE'   TO SCL-TITLE
               END-EVALUATE
               WRITE RPT-LINE FROM WS-BLANK-LINE
               WRITE RPT-LINE FROM WS-SECT-LINE
               WRITE RPT-LINE FROM WS-COL-HDR
           END-IF.
           MOVE SRT-CELLS TO WS-PRT-CELLS.
           ADD 1 TO WS-PRINT-COUNT.
           MOVE 1 TO WS-MEASURE.
           PERFORM 320-WRITE-MEASURE.
           MOVE 2 TO WS-MEASURE.
           PERFORM 320-WRITE-MEASURE.
           MOVE 3 TO WS-MEASURE.
           PERFORM 320-WRITE-MEASURE.
           IF SRT-DIM = 'B'
               PERFORM 330-CHECK-INACTIVE
           END-IF.
      *-----------------------------------------------------------------
       320-WRITE-MEASURE.
           MOVE SPACES TO WS-TREND-LINE.
           EVALUATE WS-MEASURE
               WHEN 1
                   MOVE SRT-GROUP TO TRL-GROUP
                   MOVE 'ROOMS'   TO TRL-MEASURE
               WHEN 2
                   MOVE 'SEATS'   TO TRL-MEASURE
               WHEN 3
                   MOVE 'ADA'     TO TRL-MEASURE
           END-EVALUATE.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               PERFORM 325-GET-VALUE
               MOVE WS-VAL-NUM TO TRL-VAL(WS-CX)
           END-PERFORM.
           MOVE WS-COL-COUNT TO WS-CX.
           PERFORM 325-GET-VALUE.
           MOVE WS-VAL-NUM TO WS-NEW-NUM.
           IF WS-COL-COUNT > 1
               SUBTRACT 1 FROM WS-CX
               PERFORM 325-GET-VALUE
               COMPUTE WS-DELTA = WS-NEW-NUM - WS-VAL-NUM
               MOVE WS-DELTA TO TRL-MOM
           ELSE
               MOVE '    N/A' TO TRL-MOM-X
           END-IF.
           IF WS-YAGO-FOUND = 'Y'
               MOVE 13 TO WS-CX
               PERFORM 325-GET-VALUE
               COMPUTE WS-DELTA = WS-NEW-NUM - WS-VAL-NUM
               MOVE WS-DELTA TO TRL-YOY
           ELSE
               MOVE '    N/A' TO TRL-YOY-X
           END-IF.
           WRITE RPT-LINE FROM WS-TREND-LINE.
      *-----------------------------------------------------------------
       325-GET-VALUE.
           EVALUATE WS-MEASURE
               WHEN 1 MOVE WS-PRT-ROOMS(WS-CX) TO WS-VAL-NUM
               WHEN 2 MOVE WS-PRT-SEATS(WS-CX) TO WS-VAL-NUM
               WHEN 3 MOVE WS-PRT-ADA(WS-CX)   TO WS-VAL-NUM
           END-EVALUATE.
      *-----------------------------------------------------------------
       330-CHECK-INACTIVE.
      *    THE FLAG GOES BY THE LAST SNAPSHOT THAT STILL HAD ROOMS IN
      *    THE BUILDING; ITS ROOMS MAY HAVE BEEN TAKEN OFF SINCE.
           MOVE SPACES TO WS-LAST-MONTH.
           MOVE SPACE  TO WS-LAST-STATUS.
           MOVE SPACES TO WS-WENT-MONTH.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               IF WS-PRT-ROOMS(WS-CX) > ZERO
                   IF WS-PRT-STATUS(WS-CX) = 'I' AND
                      WS-LAST-STATUS = 'A'
                       MOVE WS-COL-MONTH(WS-CX) TO WS-WENT-MONTH
                   END-IF
                   MOVE WS-COL-MONTH(WS-CX)  TO WS-LAST-MONTH
                   MOVE WS-PRT-STATUS(WS-CX) TO WS-LAST-STATUS
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-LIVE-STATUS.
           IF WS-MSTR-OPEN = 'Y'
               MOVE SRT-GROUP TO MSTR-BLDG-CODE
               READ BLDG-MSTR-IO
                   INVALID KEY
                       MOVE SPACE TO WS-LIVE-STATUS
                   NOT INVALID KEY
                       MOVE MSTR-STATUS TO WS-LIVE-STATUS
               END-READ
           END-IF.
           MOVE SPACES TO FLL-TEXT.
           IF WS-LAST-STATUS = 'I'
               IF WS-WENT-MONTH NOT = SPACES
                   STRING '** WENT INACTIVE ON BLDG-MSTR.DAT - FIRST '
                          'SHOWN IN ' WS-WENT-MONTH
                       DELIMITED BY SIZE INTO FLL-TEXT
               ELSE
                   MOVE '** INACTIVE ON BLDG-MSTR.DAT' TO FLL-TEXT
               END-IF
           ELSE
               IF WS-LIVE-STATUS = 'I' AND WS-LAST-MONTH NOT = SPACES
                   STRING '** WENT INACTIVE ON BLDG-MSTR.DAT AFTER '
                          WS-LAST-MONTH
                       DELIMITED BY SIZE INTO FLL-TEXT
               END-IF
           END-IF.
           IF FLL-TEXT NOT = SPACES
               WRITE RPT-LINE FROM WS-FLAG-LINE
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
      *-----------------------------------------------------------------
       350-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'HISTORY RECORDS:'   TO CTL-LABEL.
           MOVE WS-HIST-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SNAPSHOTS SHOWN:'   TO CTL-LABEL.
           MOVE WS-COL-COUNT         TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'GROUPS SHOWN:'      TO CTL-LABEL.
           MOVE WS-PRINT-COUNT       TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'BUILDINGS FLAGGED:' TO CTL-LABEL.
           MOVE WS-FLAG-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           IF WS-GRP-DROPPED > ZERO
               MOVE 'GROUPS NOT SHOWN:' TO CTL-LABEL
               MOVE WS-GRP-DROPPED      TO CTL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
               MOVE 'GROUP TABLE FULL - ENLARGE WS-GROUP-TABLE'
                   TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
           END-IF.
