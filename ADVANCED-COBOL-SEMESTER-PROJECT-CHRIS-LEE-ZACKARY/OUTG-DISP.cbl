      ******************************************************************
      *PROGRAM : OUTG-DISP.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Displaced-bookings report for the room outage file.   *
      *          For every outage on ROOM-OUTAGE.DAT that has not      *
      *          already ended, lists the reservations on              *
      *          ROOM-RESV.DAT dated inside the window (today or       *
      *          later) and the sections on COURSE-SCHED.DAT whose     *
      *          term dates on TERM-CAL.DAT overlap it, grouped by     *
      *          department so each department can be told which of    *
      *          its bookings must move.  Reservations carry their own *
      *          department; a section's department is the subject     *
      *          prefix of its course number (ENGL 1301 -> ENGL).      *
      *          Sections in a term missing from TERM-CAL.DAT cannot   *
      *          be dated and are not listed; each section skipped     *
      *          this way is counted once per outage it was checked    *
      *          against.  Output is OUTG-DISP.OUT.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTG-DISP AS "OUTG-DISP" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ROOM-OUTG-KEY
                               FILE STATUS   IS WS-OUTG-STAT.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
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
           SELECT SORT-WORK   ASSIGN TO "OUTG-DISP.SRT".
           SELECT RPT-FILE    ASSIGN TO "OUTG-DISP.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

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
           03  SRT-TYPE            PIC X(4).
           03  SRT-WHEN            PIC X(8).
           03  SRT-DAYS            PIC X(7).
           03  SRT-START           PIC X(4).
           03  SRT-END             PIC X(4).
           03  SRT-WHAT            PIC X(20).
           03  SRT-OUTG-TO         PIC X(8).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-SORT-EOF             PIC X       VALUE 'N'.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-FIRST-DEPT           PIC X       VALUE 'Y'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-SCAN-FROM            PIC X(8)    VALUE SPACES.
           03  WS-PREV-DEPT            PIC X(6)    VALUE SPACES.
           03  WS-SECT-DEPT            PIC X(6)    VALUE SPACES.
           03  WS-CX                   PIC 99      VALUE ZERO.

       01  WS-COUNTS.
           03  WS-OUTG-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-RESV-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-SECT-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-DEPT-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-DEPT-TOTAL           PIC 9(7)    VALUE ZERO.
           03  WS-NOTERM-COUNT         PIC 9(7)    VALUE ZERO.

           COPY OUTGWS.

           COPY TERMWS.

       01  WS-HDR1.
           03  FILLER                  PIC X(40)   VALUE
               'ROOM OUTAGE - DISPLACED BOOKINGS'.

       01  WS-HDR2.
           03  FILLER                  PIC X(6)    VALUE 'TYPE'.
           03  FILLER                  PIC X(8)    VALUE 'BLDG'.
           03  FILLER                  PIC X(6)    VALUE 'ROOM'.
           03  FILLER                  PIC X(9)    VALUE 'DATE/TERM'.
           03  FILLER                  PIC X(8)    VALUE 'DAYS'.
           03  FILLER                  PIC X(5)    VALUE 'FROM'.
           03  FILLER                  PIC X(5)    VALUE 'TO'.
           03  FILLER                  PIC X(21)   VALUE
               'EVENT/COURSE'.
           03  FILLER                  PIC X(9)    VALUE 'CLOSED TO'.

       01  WS-DEPT-LINE.
           03  FILLER                  PIC X(12)   VALUE
               'DEPARTMENT: '.
           03  DPL-DEPT                PIC X(6).

       01  WS-DETAIL-LINE.
           03  DTL-TYPE                PIC X(4).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  DTL-BLDG                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-ROOM                PIC X(5).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-WHEN                PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-DAYS                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-START               PIC X(4).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-END                 PIC X(4).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-WHAT                PIC X(20).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-OUTG-TO             PIC X(8).

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(24).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           SORT SORT-WORK ON ASCENDING KEY SRT-DEPT SRT-BLDG SRT-ROOM
                                           SRT-TYPE SRT-WHEN SRT-START
               INPUT  PROCEDURE IS 100-BUILD-SORT-INPUT
               OUTPUT PROCEDURE IS 300-WRITE-DEPT-REPORT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-BUILD-SORT-INPUT.
           OPEN INPUT ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '00'
               MOVE 'Y' TO WS-OUTG-OPEN
           END-IF.
           OPEN INPUT ROOM-RESV-IO.
           IF WS-RESV-STAT = '00'
               MOVE 'Y' TO WS-RESV-OPEN
           END-IF.
           OPEN INPUT CRS-SCHED-IO.
           IF WS-SCHED-STAT = '00'
               MOVE 'Y' TO WS-SCHED-OPEN
           END-IF.
           PERFORM 040-LOAD-TERM-CAL.
           IF WS-OUTG-OPEN = 'Y'
               PERFORM 110-READ-NEXT-OUTAGE
               PERFORM UNTIL WS-EOF = 'Y'
                   IF WS-OUTG-TO NOT < WS-TODAY
                       ADD 1 TO WS-OUTG-COUNT
                       IF WS-RESV-OPEN = 'Y'
                           PERFORM 200-RELEASE-RESERVATIONS
                       END-IF
                       IF WS-SCHED-OPEN = 'Y'
                           PERFORM 250-RELEASE-SECTIONS
                       END-IF
                   END-IF
                   PERFORM 110-READ-NEXT-OUTAGE
               END-PERFORM
               CLOSE ROOM-OUTAGE-IO
           END-IF.
           IF WS-RESV-OPEN = 'Y'
               CLOSE ROOM-RESV-IO
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
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
       110-READ-NEXT-OUTAGE.
           READ ROOM-OUTAGE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE ROOM-OUTAGE-REC TO WS-OUTG-REC
           END-READ.
      *-----------------------------------------------------------------
       200-RELEASE-RESERVATIONS.
      *    RESERVATIONS ARE KEYED BLDG/ROOM/DATE/START, SO ONE START
      *    AT THE LATER OF THE OUTAGE START AND TODAY READS THE WINDOW.
           IF WS-OUTG-FROM < WS-TODAY
               MOVE WS-TODAY     TO WS-SCAN-FROM
           ELSE
               MOVE WS-OUTG-FROM TO WS-SCAN-FROM
           END-IF.
           MOVE 'N'          TO WS-SCAN-EOF.
           MOVE WS-OUTG-BLDG TO ROOM-RESV-BLDG.
           MOVE WS-OUTG-ROOM TO ROOM-RESV-ROOM.
           MOVE WS-SCAN-FROM TO ROOM-RESV-DATE.
           MOVE LOW-VALUES   TO ROOM-RESV-START.
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
                   IF ROOM-RESV-BLDG NOT = WS-OUTG-BLDG OR
                      ROOM-RESV-ROOM NOT = WS-OUTG-ROOM OR
                      ROOM-RESV-DATE > WS-OUTG-TO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       MOVE ROOM-RESV-DEPT  TO SRT-DEPT
                       MOVE ROOM-RESV-BLDG  TO SRT-BLDG
                       MOVE ROOM-RESV-ROOM  TO SRT-ROOM
                       MOVE 'RESV'          TO SRT-TYPE
                       MOVE ROOM-RESV-DATE  TO SRT-WHEN
                       MOVE SPACES          TO SRT-DAYS
                       MOVE ROOM-RESV-START TO SRT-START
                       MOVE ROOM-RESV-END   TO SRT-END
                       MOVE ROOM-RESV-EVENT TO SRT-WHAT
                       MOVE WS-OUTG-TO      TO SRT-OUTG-TO
                       RELEASE SORT-REC
                       ADD 1 TO WS-RESV-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       250-RELEASE-SECTIONS.
           MOVE 'N'          TO WS-SCAN-EOF.
           MOVE WS-OUTG-BLDG TO CRS-SCHED-BLDG.
           MOVE WS-OUTG-ROOM TO CRS-SCHED-ROOM.
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
                   IF CRS-SCHED-BLDG NOT = WS-OUTG-BLDG OR
                      CRS-SCHED-ROOM NOT = WS-OUTG-ROOM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       MOVE CRS-SCHED-TERM TO WS-TERM-CODE
                       PERFORM 440-FIND-TERM
                       IF WS-TERM-FOUND = 'N'
                           ADD 1 TO WS-NOTERM-COUNT
                       ELSE
                           IF WS-TERM-FROM NOT > WS-OUTG-TO AND
                              WS-TERM-TO NOT < WS-OUTG-FROM AND
                              WS-TERM-TO NOT < WS-TODAY
                               PERFORM 260-RELEASE-SECTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       260-RELEASE-SECTION.
           PERFORM 270-SECTION-DEPT.
           MOVE WS-SECT-DEPT     TO SRT-DEPT.
           MOVE CRS-SCHED-BLDG   TO SRT-BLDG.
           MOVE CRS-SCHED-ROOM   TO SRT-ROOM.
           MOVE 'SECT'           TO SRT-TYPE.
           MOVE CRS-SCHED-TERM   TO SRT-WHEN.
           MOVE CRS-SCHED-DAYS   TO SRT-DAYS.
           MOVE CRS-SCHED-START  TO SRT-START.
           MOVE CRS-SCHED-END    TO SRT-END.
           MOVE CRS-SCHED-COURSE TO SRT-WHAT.
           MOVE WS-OUTG-TO       TO SRT-OUTG-TO.
           RELEASE SORT-REC.
           ADD 1 TO WS-SECT-COUNT.
      *-----------------------------------------------------------------
       270-SECTION-DEPT.
      *    SUBJECT PREFIX OF THE COURSE NUMBER: THE LEADING LETTERS,
      *    UP TO THE WIDTH OF A DEPARTMENT CODE.
           MOVE SPACES TO WS-SECT-DEPT.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 6
               IF CRS-SCHED-COURSE(WS-CX:1) IS ALPHABETIC AND
                  CRS-SCHED-COURSE(WS-CX:1) NOT = SPACE
                   MOVE CRS-SCHED-COURSE(WS-CX:1)
                       TO WS-SECT-DEPT(WS-CX:1)
               ELSE
                   MOVE 7 TO WS-CX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-WRITE-DEPT-REPORT.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-HDR1.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HDR2.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 310-WRITE-DETAIL
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-DEPT = 'N'
               PERFORM 320-WRITE-DEPT-TOTAL
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'OUTAGES:'      TO CTL-LABEL.
           MOVE WS-OUTG-COUNT   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'DEPARTMENTS:'  TO CTL-LABEL.
           MOVE WS-DEPT-TOTAL   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RESERVATIONS:' TO CTL-LABEL.
           MOVE WS-RESV-COUNT   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SECTIONS:'     TO CTL-LABEL.
           MOVE WS-SECT-COUNT   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SKIPPED, NO TERM DATES:' TO CTL-LABEL.
           MOVE WS-NOTERM-COUNT TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           CLOSE RPT-FILE.
      *-----------------------------------------------------------------
       310-WRITE-DETAIL.
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
           MOVE SRT-TYPE    TO DTL-TYPE.
           MOVE SRT-BLDG    TO DTL-BLDG.
           MOVE SRT-ROOM    TO DTL-ROOM.
           MOVE SRT-WHEN    TO DTL-WHEN.
           MOVE SRT-DAYS    TO DTL-DAYS.
           MOVE SRT-START   TO DTL-START.
           MOVE SRT-END     TO DTL-END.
           MOVE SRT-WHAT    TO DTL-WHAT.
           MOVE SRT-OUTG-TO TO DTL-OUTG-TO.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
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
