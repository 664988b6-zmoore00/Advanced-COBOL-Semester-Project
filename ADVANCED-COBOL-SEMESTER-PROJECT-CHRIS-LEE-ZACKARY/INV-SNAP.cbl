      ******************************************************************
      *PROGRAM : INV-SNAP.CBL                                          *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Month-end space-inventory snapshot.  Every room on    *
      *          BUILDING-ISAM.DAT is summarized by building, by       *
      *          campus zone (from BLDG-MSTR.DAT), by department       *
      *          (ISAM-IO-DEPT), by room type and for the campus as a  *
      *          whole: room count, total seats and ADA room count.    *
      *          One record per group is appended to INV-HIST.DAT      *
      *          under the snapshot month for INV-TRND to report the   *
      *          trend from.  Building records also carry the building *
      *          status on BLDG-MSTR.DAT so a building going inactive  *
      *          can be flagged later.  A room with no usable seat     *
      *          count is counted as a room with no seats.  The month  *
      *          (YYYYMM) comes from INV-SNAP.PRM; a blank field or a  *
      *          missing file takes the current month.  The job        *
      *          refuses to run (RC 8) when the month is already on    *
      *          the history, is not a valid month or is still to      *
      *          come, or when the building file is not available.     *
      *          Control totals are written to INV-SNAP.OUT.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-SNAP AS "INV-SNAP" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-BLDG-IO ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ISAM-IO-KEY
                               ALTERNATE RECORD KEY IS ISAM-IO-DEPT
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT BLDG-MSTR-IO ASSIGN TO "../BLDG-MSTR.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MSTR-BLDG-CODE
                               FILE STATUS   IS WS-MSTR-STAT.
           SELECT HIST-FILE   ASSIGN TO "../INV-HIST.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HIST-STAT.
           SELECT PRM-FILE    ASSIGN TO "INV-SNAP.PRM"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
           SELECT SORT-WORK   ASSIGN TO "INV-SNAP.SRT".
           SELECT RPT-FILE    ASSIGN TO "INV-SNAP.OUT"
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

       FD  HIST-FILE.
           COPY INVHREC.

       FD  PRM-FILE.
       01  PRM-REC.
           03  PRM-MONTH           PIC X(6).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-DIM             PIC X.
           03  SRT-GROUP           PIC X(10).
           03  SRT-STATUS          PIC X.
           03  SRT-SEATS           PIC 9(4).
           03  SRT-ADA             PIC X.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SORT-EOF             PIC X       VALUE 'N'.
           03  WS-BLDG-OPEN            PIC X       VALUE 'N'.
           03  WS-MSTR-OPEN            PIC X       VALUE 'N'.
           03  WS-NOT-RUN              PIC X       VALUE 'N'.
           03  WS-NOT-RUN-TEXT         PIC X(50)   VALUE SPACES.
           03  WS-FIRST-GROUP          PIC X       VALUE 'Y'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-MONTH                PIC X(6)    VALUE SPACES.
           03  WS-MONTH-MM             PIC 9(2)    VALUE ZERO.
           03  WS-PREV-BLDG            PIC X(7)    VALUE SPACES.
           03  WS-ZONE                 PIC X(10)   VALUE SPACES.
           03  WS-BLDG-STATUS          PIC X       VALUE SPACE.
           03  WS-SEATS-NUM            PIC 9(4)    VALUE ZERO.

       01  WS-GROUP-VARS.
           03  WS-GRP-DIM              PIC X       VALUE SPACE.
           03  WS-GRP-GROUP            PIC X(10)   VALUE SPACES.
           03  WS-GRP-STATUS           PIC X       VALUE SPACE.
           03  WS-GRP-ROOMS            PIC 9(5)    VALUE ZERO.
           03  WS-GRP-SEATS            PIC 9(7)    VALUE ZERO.
           03  WS-GRP-ADA              PIC 9(5)    VALUE ZERO.

       01  WS-COUNTS.
           03  WS-ROOM-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-HIST-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-BLDG-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-ZONE-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-DEPT-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-TYPE-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-INACT-COUNT          PIC 9(7)    VALUE ZERO.
           03  WS-NOMSTR-COUNT         PIC 9(7)    VALUE ZERO.
           03  WS-CAMPUS-SEATS         PIC 9(7)    VALUE ZERO.
           03  WS-CAMPUS-ADA           PIC 9(7)    VALUE ZERO.

       01  WS-HDR.
           03  FILLER                  PIC X(40)   VALUE
               'SPACE INVENTORY SNAPSHOT - CONTROL'.

       01  WS-MODE-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  FILLER                  PIC X(7)    VALUE 'MONTH: '.
           03  MDL-MONTH               PIC X(6).
           03  FILLER                  PIC X(12)   VALUE '  RUN DATE: '.
           03  MDL-DATE                PIC X(8).

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(20).
           03  CTL-COUNT               PIC Z,ZZZ,ZZ9.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).

       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 020-READ-PARAMETERS.
           IF WS-NOT-RUN = 'N'
               PERFORM 030-CHECK-HISTORY
           END-IF.
           IF WS-NOT-RUN = 'N'
               PERFORM 010-OPEN-FILES
           END-IF.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-HDR.
           MOVE WS-MONTH TO MDL-MONTH.
           MOVE WS-TODAY TO MDL-DATE.
           WRITE RPT-LINE FROM WS-MODE-LINE.
           IF WS-NOT-RUN = 'Y'
               MOVE WS-NOT-RUN-TEXT TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               MOVE 'NOT RUN' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               CLOSE RPT-FILE
               PERFORM 090-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STAT = '35'
               OPEN OUTPUT HIST-FILE
           END-IF.
           SORT SORT-WORK ON ASCENDING KEY SRT-DIM SRT-GROUP
               INPUT  PROCEDURE IS 100-BUILD-SORT-INPUT
               OUTPUT PROCEDURE IS 300-WRITE-HISTORY.
           CLOSE HIST-FILE.
           PERFORM 090-CLOSE-FILES.
           PERFORM 350-WRITE-CONTROL-TOTALS.
           CLOSE RPT-FILE.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-FILES.
      *    WITHOUT THE MASTER FILE EVERY BUILDING FALLS IN ZONE NONE.
           OPEN INPUT ISAM-BLDG-IO.
           IF WS-STAT = '00'
               MOVE 'Y' TO WS-BLDG-OPEN
           ELSE
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'BUILDING FILE BUILDING-ISAM.DAT NOT AVAILABLE'
                   TO WS-NOT-RUN-TEXT
           END-IF.
           OPEN INPUT BLDG-MSTR-IO.
           IF WS-MSTR-STAT = '00'
               MOVE 'Y' TO WS-MSTR-OPEN
           END-IF.
      *-----------------------------------------------------------------
       020-READ-PARAMETERS.
           MOVE WS-TODAY(1:6) TO WS-MONTH.
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STAT NOT = '35'
               READ PRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MONTH NOT = SPACES
                           MOVE PRM-MONTH TO WS-MONTH
                       END-IF
               END-READ
               CLOSE PRM-FILE
           END-IF.
           IF WS-MONTH NOT NUMERIC
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'SNAPSHOT MONTH NOT VALID (YYYYMM)'
                   TO WS-NOT-RUN-TEXT
           ELSE
               MOVE WS-MONTH(5:2) TO WS-MONTH-MM
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'SNAPSHOT MONTH NOT VALID (YYYYMM)'
                       TO WS-NOT-RUN-TEXT
               ELSE
                   IF WS-MONTH > WS-TODAY(1:6)
                       MOVE 'Y' TO WS-NOT-RUN
                       MOVE 'SNAPSHOT MONTH IS STILL TO COME'
                           TO WS-NOT-RUN-TEXT
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       030-CHECK-HISTORY.
      *    ONE SNAPSHOT PER MONTH; A SECOND ONE WOULD DOUBLE THE MONTH
      *    ON THE TREND REPORT.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STAT = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF INV-HIST-MONTH = WS-MONTH
                               MOVE 'Y' TO WS-NOT-RUN
                               MOVE 'Y' TO WS-EOF
                               MOVE 'MONTH ALREADY ON INV-HIST.DAT'
                                   TO WS-NOT-RUN-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
      *-----------------------------------------------------------------
       090-CLOSE-FILES.
           IF WS-BLDG-OPEN = 'Y'
               CLOSE ISAM-BLDG-IO
               MOVE 'N' TO WS-BLDG-OPEN
           END-IF.
           IF WS-MSTR-OPEN = 'Y'
               CLOSE BLDG-MSTR-IO
               MOVE 'N' TO WS-MSTR-OPEN
           END-IF.
      *-----------------------------------------------------------------
       100-BUILD-SORT-INPUT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ISAM-BLDG-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROOM-COUNT
                       PERFORM 110-RELEASE-ROOM
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       110-RELEASE-ROOM.
      *    EACH ROOM IS RELEASED ONCE FOR EVERY WAY THE HISTORY IS CUT.
           IF ISAM-IO-BLDG NOT = WS-PREV-BLDG
               MOVE ISAM-IO-BLDG TO WS-PREV-BLDG
               PERFORM 120-READ-MASTER
           END-IF.
           IF ISAM-IO-SEATS NUMERIC
               MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
           ELSE
               MOVE ZERO          TO WS-SEATS-NUM
           END-IF.
           MOVE WS-SEATS-NUM  TO SRT-SEATS.
           MOVE ISAM-IO-ADA   TO SRT-ADA.
           MOVE SPACE         TO SRT-STATUS.
           MOVE 'A'           TO SRT-DIM.
           MOVE 'CAMPUS'      TO SRT-GROUP.
           RELEASE SORT-REC.
           MOVE 'Z'           TO SRT-DIM.
           MOVE WS-ZONE       TO SRT-GROUP.
           RELEASE SORT-REC.
           MOVE 'D'           TO SRT-DIM.
           IF ISAM-IO-DEPT = SPACES
               MOVE 'NONE'        TO SRT-GROUP
           ELSE
               MOVE ISAM-IO-DEPT  TO SRT-GROUP
           END-IF.
           RELEASE SORT-REC.
           MOVE 'T'           TO SRT-DIM.
           IF ISAM-IO-ROOM-TYPE = SPACES
               MOVE 'NONE'            TO SRT-GROUP
           ELSE
               MOVE ISAM-IO-ROOM-TYPE TO SRT-GROUP
           END-IF.
           RELEASE SORT-REC.
           MOVE 'B'            TO SRT-DIM.
           MOVE ISAM-IO-BLDG   TO SRT-GROUP.
           MOVE WS-BLDG-STATUS TO SRT-STATUS.
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       120-READ-MASTER.
           MOVE 'NONE' TO WS-ZONE.
           MOVE SPACE  TO WS-BLDG-STATUS.
           IF WS-MSTR-OPEN = 'Y'
               MOVE ISAM-IO-BLDG TO MSTR-BLDG-CODE
               READ BLDG-MSTR-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MSTR-STATUS TO WS-BLDG-STATUS
                       IF MSTR-CAMPUS-ZONE NOT = SPACES
                           MOVE MSTR-CAMPUS-ZONE TO WS-ZONE
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-HISTORY.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 310-ADD-ROOM
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = 'N'
               PERFORM 320-WRITE-GROUP
           END-IF.
      *-----------------------------------------------------------------
       310-ADD-ROOM.
           IF WS-FIRST-GROUP = 'Y' OR SRT-DIM NOT = WS-GRP-DIM OR
              SRT-GROUP NOT = WS-GRP-GROUP
               IF WS-FIRST-GROUP = 'N'
                   PERFORM 320-WRITE-GROUP
               END-IF
               MOVE 'N'        TO WS-FIRST-GROUP
               MOVE SRT-DIM    TO WS-GRP-DIM
               MOVE SRT-GROUP  TO WS-GRP-GROUP
               MOVE SRT-STATUS TO WS-GRP-STATUS
               MOVE ZERO       TO WS-GRP-ROOMS
               MOVE ZERO       TO WS-GRP-SEATS
               MOVE ZERO       TO WS-GRP-ADA
           END-IF.
           ADD 1         TO WS-GRP-ROOMS.
           ADD SRT-SEATS TO WS-GRP-SEATS.
           IF SRT-ADA = 'Y'
               ADD 1 TO WS-GRP-ADA
           END-IF.
      *-----------------------------------------------------------------
       320-WRITE-GROUP.
           MOVE SPACES        TO INV-HIST-REC.
           MOVE WS-MONTH      TO INV-HIST-MONTH.
           MOVE WS-GRP-DIM    TO INV-HIST-DIM.
           MOVE WS-GRP-GROUP  TO INV-HIST-GROUP.
           MOVE WS-GRP-STATUS TO INV-HIST-STATUS.
           MOVE WS-GRP-ROOMS  TO INV-HIST-ROOMS.
           MOVE WS-GRP-SEATS  TO INV-HIST-SEATS.
           MOVE WS-GRP-ADA    TO INV-HIST-ADA.
           WRITE INV-HIST-REC.
           ADD 1 TO WS-HIST-COUNT.
           EVALUATE WS-GRP-DIM
               WHEN 'A'
                   MOVE WS-GRP-SEATS TO WS-CAMPUS-SEATS
                   MOVE WS-GRP-ADA   TO WS-CAMPUS-ADA
               WHEN 'Z'
                   ADD 1 TO WS-ZONE-COUNT
               WHEN 'B'
                   ADD 1 TO WS-BLDG-COUNT
                   IF WS-GRP-STATUS = 'I'
                       ADD 1 TO WS-INACT-COUNT
                   END-IF
                   IF WS-GRP-STATUS = SPACE
                       ADD 1 TO WS-NOMSTR-COUNT
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-DEPT-COUNT
               WHEN 'T'
                   ADD 1 TO WS-TYPE-COUNT
           END-EVALUATE.
      *-----------------------------------------------------------------
       350-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'ROOMS READ:'        TO CTL-LABEL.
           MOVE WS-ROOM-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'TOTAL SEATS:'       TO CTL-LABEL.
           MOVE WS-CAMPUS-SEATS      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'ADA ROOMS:'         TO CTL-LABEL.
           MOVE WS-CAMPUS-ADA        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'BUILDINGS:'         TO CTL-LABEL.
           MOVE WS-BLDG-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE '  INACTIVE:'        TO CTL-LABEL.
           MOVE WS-INACT-COUNT       TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE '  NOT ON BLDG-MSTR:' TO CTL-LABEL.
           MOVE WS-NOMSTR-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'CAMPUS ZONES:'      TO CTL-LABEL.
           MOVE WS-ZONE-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'DEPARTMENTS:'       TO CTL-LABEL.
           MOVE WS-DEPT-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'ROOM TYPES:'        TO CTL-LABEL.
           MOVE WS-TYPE-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'HISTORY RECORDS:'   TO CTL-LABEL.
           MOVE WS-HIST-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
