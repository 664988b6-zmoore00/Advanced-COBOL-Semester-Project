      *          term), DAYS (bad day letters), TIME (bad start/end),  *
      *          ENRL (non-numeric enrollment), ROOM (room not on      *
      *          building file), OVLP (meeting pattern overlap),       *
      *          OUTG (room closed on ROOM-OUTAGE.DAT during the term  *
      *          dates on TERM-CAL.DAT), WRIT/REWR (write/rewrite      *
      *          failure).  Putting RESUB in SCHED-LOAD.PRM re-reads   *
      *          a corrected reject file from SCHED-LOAD.RSB instead   *
      *          of the Registrar extract.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-LOAD AS "SCHED-LOAD" IS INITIAL PROGRAM.
                               ALTERNATE RECORD KEY IS ISAM-IO-DEPT
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-OUTG-KEY
                               FILE STATUS   IS WS-OUTG-STAT.
           SELECT TERM-CAL-FILE ASSIGN TO "../TERM-CAL.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT FEED-FILE   ASSIGN TO "../REGISTRAR-SCHED.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FEED-STAT.
       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

       FD  TERM-CAL-FILE.
           COPY TERMREC.

       FD  FEED-FILE.
       01  FEED-REC.
           03  FEED-BLDG           PIC X(7).
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-REJ-STAT             PIC XX      VALUE SPACES.
           03  WS-RSB-STAT             PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-LAYOUT-BAD           PIC X       VALUE 'N'.
           03  WS-MODE                 PIC X(6)    VALUE 'LOAD'.
           03  WS-DAY-COMMON           PIC X       VALUE 'N'.
           03  WS-DAYS-SEEN            PIC 9(2)    VALUE ZERO.
           03  WS-JDX                  PIC 9(2)    VALUE ZERO.
           03  WS-OUTAGE-HIT           PIC X       VALUE 'N'.

       01  WS-COUNTS.
           03  WS-ADD-COUNT            PIC 9(7)    VALUE ZERO.

           COPY SCHEDWS.

           COPY TERMWS.

       01  WS-HDR.
           03  FILLER                  PIC X(40)   VALUE
               'REGISTRAR SCHEDULE LOAD - CONTROL REPORT'.
               STOP RUN
           END-IF.
           OPEN INPUT ISAM-BLDG-IO.
           OPEN INPUT ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '00'
               MOVE 'Y' TO WS-OUTG-OPEN
           END-IF.
           PERFORM 040-LOAD-TERM-CAL.
           IF WS-MODE = 'RESUB'
               OPEN INPUT RSB-FILE
               IF WS-RSB-STAT NOT = '00'
                   CLOSE CTL-RPT
                   CLOSE CRS-SCHED-IO
                   CLOSE ISAM-BLDG-IO
                   IF WS-OUTG-OPEN = 'Y'
                       CLOSE ROOM-OUTAGE-IO
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   EXIT PROGRAM
                   STOP RUN
           PERFORM 300-WRITE-CONTROL-TOTALS.
           CLOSE CRS-SCHED-IO.
           CLOSE ISAM-BLDG-IO.
           IF WS-OUTG-OPEN = 'Y'
               CLOSE ROOM-OUTAGE-IO
           END-IF.
           IF WS-MODE = 'RESUB'
               CLOSE RSB-FILE
           ELSE
               END-IF
           END-PERFORM.
           MOVE WS-RESUME-COUNT TO WS-TOTAL-PROCESSED.
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
       100-READ-FEED-REC.
           IF WS-MODE = 'RESUB'
                   MOVE 'OVLP' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y' AND WS-OUTG-OPEN = 'Y'
               PERFORM 430-CHECK-OUTAGE
               IF WS-OUTAGE-HIT = 'Y'
                   MOVE 'N' TO WS-REC-VALID
                   MOVE 'OUTG' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'N'
               PERFORM 450-WRITE-REJECT-REC
           ELSE
              CRS-SCHED-START < WS-SCHED-END
               MOVE 'Y' TO WS-OVERLAP
           END-IF.
      *-----------------------------------------------------------------
       430-CHECK-OUTAGE.
      *    A SECTION IS REFUSED WHEN ANY CLOSURE WINDOW FOR THE ROOM
      *    OVERLAPS THE FIRST-TO-LAST CLASS DATES OF ITS TERM.  A TERM
      *    MISSING FROM TERM-CAL.DAT CANNOT BE PLACED, SO IT IS LET BY.
           MOVE 'N' TO WS-OUTAGE-HIT.
           MOVE WS-SCHED-TERM TO WS-TERM-CODE.
           PERFORM 440-FIND-TERM.
           IF WS-TERM-FOUND = 'Y'
               PERFORM 435-SCAN-OUTAGE
           END-IF.
      *-----------------------------------------------------------------
       435-SCAN-OUTAGE.
           MOVE 'N' TO WS-SCAN-EOF.
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
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
               END-IF
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
      *-----------------------------------------------------------------
       450-WRITE-REJECT-REC.
           MOVE SPACES        TO REJ-REC.
