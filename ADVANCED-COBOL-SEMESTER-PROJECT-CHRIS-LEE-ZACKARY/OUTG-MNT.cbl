      ******************************************************************
      *PROGRAM : OUTG-MNT.CBL                                          *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Maintenance screens for the room outage file          *
      *          ROOM-OUTAGE.DAT: add, update, delete, and inquiry on  *
      *          one screen, selected by action code.  An outage       *
      *          closes one BLDG/ROOM from a date through a date       *
      *          (inclusive) with a reason; RESV-ADD/RESV-UPD,         *
      *          SCHED-ADD/SCHED-UPD and SCHED-LOAD refuse bookings    *
      *          inside the window.  When an outage is added or its    *
      *          end date changed, the reservations and sections       *
      *          already booked in the window are counted and the      *
      *          operator is told to run OUTG-DISP for the list of     *
      *          displaced bookings by department.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTG-MNT AS "OUTG-MNT" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-OUTG-KEY
                               LOCK MODE     IS MANUAL
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-OUTG-STAT.
           SELECT ISAM-BLDG-IO ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-IO-KEY
                               ALTERNATE RECORD KEY IS ISAM-IO-DEPT
                                   WITH DUPLICATES
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-STAT.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-RESV-KEY
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-RESV-STAT.
           SELECT CRS-SCHED-IO ASSIGN TO "../COURSE-SCHED.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRS-SCHED-KEY
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-SCHED-STAT.
           SELECT TERM-CAL-FILE ASSIGN TO "../TERM-CAL.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TERM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  TERM-CAL-FILE.
           COPY TERMREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ACTION               PIC X       VALUE SPACE.
           03  WS-KEY-VALID            PIC X       VALUE 'Y'.
           03  WS-DATA-VALID           PIC X       VALUE 'Y'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-OPERATOR             PIC X(8)    VALUE SPACES.
           03  WS-CONFIRM              PIC X       VALUE SPACES.
           03  WS-CHK-DATE             PIC X(8)    VALUE SPACES.
           03  WS-DATE-VALID           PIC X       VALUE 'Y'.

       01  WS-DISPLACED-VARS.
           03  WS-DISP-COUNT           PIC 9(4)    VALUE ZERO.
           03  WS-DISP-EDIT            PIC Z,ZZ9.

           COPY OUTGWS.

           COPY TERMWS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LINK-OPERATOR               PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL  1 VALUE 'OUTG-MNT'.
           03  LINE 1 COL 37 VALUE "U of H".
           03  LINE 1 COL 71 VALUE "2/13/2015".
           03  LINE 2 COL 36 VALUE "ROOM OUTAGE".
       01  SCRN-OPERATOR-REQ.
           03  LINE 03 COL 35                       VALUE 'OPERATOR:'.
           03  LINE 03 COL 45 PIC X(8)  TO WS-OPERATOR AUTO.
       01  SCRN-ACTION-REQ.
           03  LINE 04 COL 35                       VALUE '  ACTION:'.
           03  LINE 04 COL 45 PIC X     TO WS-ACTION AUTO.
           03  LINE 04 COL 48                       VALUE
               '(A/U/D/I)'.
           03  LINE 12 COL 35 PIC X(40) FROM WS-MSG.

       01  SCRN-KEY-REQ.
           03  LINE 05 COL 35                       VALUE ' BUILDING:'.
           03  LINE 05 COL 45 PIC X(7)  TO WS-OUTG-BLDG AUTO.
           03  LINE 06 COL 35                       VALUE '     ROOM:'.
           03  LINE 06 COL 45 PIC X(5)  TO WS-OUTG-ROOM AUTO.
           03  LINE 07 COL 35                       VALUE '     FROM:'.
           03  LINE 07 COL 45 PIC X(8)  TO WS-OUTG-FROM AUTO.
           03  LINE 07 COL 54                       VALUE '(YYYYMMDD)'.

       01  SCRN-OUTG-DATA.
           03  LINE 08 COL 35                       VALUE '  THROUGH:'.
           03  LINE 08 COL 45 PIC X(8)  TO WS-OUTG-TO AUTO.
           03  LINE 08 COL 54                       VALUE '(YYYYMMDD)'.
           03  LINE 09 COL 35                       VALUE '   REASON:'.
           03  LINE 09 COL 45 PIC X(25) TO WS-OUTG-REASON AUTO.

       01  SCRN-OUTG-SHOW.
           03  LINE 08 COL 35                       VALUE '  THROUGH:'.
           03  LINE 08 COL 45 PIC X(8)  FROM WS-OUTG-TO.
           03  LINE 09 COL 35                       VALUE '   REASON:'.
           03  LINE 09 COL 45 PIC X(25) FROM WS-OUTG-REASON.

       01  SCRN-CONFIRM.
           03  LINE 14 COL 33                VALUE 'CONFIRM DELETE?:'.
           03  LINE 15 COL 33                     VALUE '(Y/N)'.
           03  LINE 14 COL 45 PIC X  TO WS-CONFIRM AUTO.

       01  SCRN-ADD-ANOTHER.
           03  LINE 17 COL 33                     VALUE 'ANOTHER?:'.
           03  LINE 18 COL 33                     VALUE '(Y/N)'.
           03  LINE 17 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           DISPLAY BLANK-SCREEN
           DISPLAY SCRN-OPERATOR-REQ
           ACCEPT  SCRN-OPERATOR-REQ
           PERFORM 030-PROCESS-REQUESTS
           EXIT PROGRAM
           STOP RUN.
      *-----------------------------------------------------------------
       005-MENU-ENTRY.
       ENTRY 'OUTG-MNT-L' USING LINK-OPERATOR.
           MOVE LINK-OPERATOR TO WS-OPERATOR.
           DISPLAY BLANK-SCREEN.
           PERFORM 030-PROCESS-REQUESTS.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       030-PROCESS-REQUESTS.
           PERFORM 010-OPEN-OUTG-FILE.
           OPEN INPUT ISAM-BLDG-IO.
           OPEN INPUT ROOM-RESV-IO.
           IF WS-RESV-STAT = '00'
               MOVE 'Y' TO WS-RESV-OPEN
           END-IF.
           OPEN INPUT CRS-SCHED-IO.
           IF WS-SCHED-STAT = '00'
               MOVE 'Y' TO WS-SCHED-OPEN
           END-IF.
           PERFORM 015-LOAD-TERM-CAL.
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-MSG
               DISPLAY SCRN-ACTION-REQ
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-ACTION-REQ
               ACCEPT  SCRN-KEY-REQ
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-OUTG-BLDG)
                   TO WS-OUTG-BLDG
               MOVE FUNCTION UPPER-CASE(WS-OUTG-ROOM)
                   TO WS-OUTG-ROOM
               PERFORM 050-VALIDATE-KEY
               IF WS-KEY-VALID = 'N'
                   DISPLAY SCRN-ACTION-REQ
               ELSE
                   EVALUATE WS-ACTION
                       WHEN 'A'
                           PERFORM 100-ADD-OUTAGE
                       WHEN 'U'
                           PERFORM 200-UPDATE-OUTAGE
                       WHEN 'D'
                           PERFORM 300-DELETE-OUTAGE
                       WHEN 'I'
                           PERFORM 400-SHOW-OUTAGE
                       WHEN OTHER
                           MOVE 'ACTION MUST BE A, U, D OR I'
                               TO WS-MSG
                           DISPLAY SCRN-ACTION-REQ
                   END-EVALUATE
               END-IF

               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-ACTION-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM
               DISPLAY BLANK-SCREEN
           END-PERFORM.

           CLOSE ROOM-OUTAGE-IO.
           CLOSE ISAM-BLDG-IO.
           IF WS-RESV-OPEN = 'Y'
               CLOSE ROOM-RESV-IO
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
           END-IF.
      *-----------------------------------------------------------------
       010-OPEN-OUTG-FILE.
           OPEN I-O ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '35'
               OPEN OUTPUT ROOM-OUTAGE-IO
               CLOSE ROOM-OUTAGE-IO
               OPEN I-O ROOM-OUTAGE-IO
           END-IF.
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
       050-VALIDATE-KEY.
           MOVE 'Y' TO WS-KEY-VALID.
           MOVE WS-OUTG-FROM TO WS-CHK-DATE.
           PERFORM 055-VALIDATE-DATE.
           IF WS-DATE-VALID = 'N'
               MOVE 'N' TO WS-KEY-VALID
               MOVE 'FROM DATE MUST BE A VALID YYYYMMDD' TO WS-MSG
           END-IF.
           IF WS-KEY-VALID = 'Y'
               MOVE WS-OUTG-BLDG TO ISAM-IO-BLDG
               MOVE WS-OUTG-ROOM TO ISAM-IO-ROOM
               READ ISAM-BLDG-IO
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-STAT
                   WHEN '00'
                       CONTINUE
                   WHEN '51'
                       MOVE 'N' TO WS-KEY-VALID
                       MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
                   WHEN OTHER
                       IF WS-ACTION = 'A'
                           MOVE 'N' TO WS-KEY-VALID
                           MOVE 'ROOM NOT ON BUILDING FILE' TO WS-MSG
                       END-IF
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       055-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-VALID.
           IF WS-CHK-DATE NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID
           ELSE
               IF WS-CHK-DATE(5:2) < '01' OR
                  WS-CHK-DATE(5:2) > '12' OR
                  WS-CHK-DATE(7:2) < '01' OR
                  WS-CHK-DATE(7:2) > '31'
                   MOVE 'N' TO WS-DATE-VALID
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       060-ACCEPT-VALID-DATA.
           ACCEPT  SCRN-OUTG-DATA.
           PERFORM 065-VALIDATE-OUTG-DATA
           PERFORM UNTIL WS-DATA-VALID = 'Y'
               DISPLAY SCRN-ACTION-REQ
               DISPLAY SCRN-OUTG-DATA
               ACCEPT  SCRN-OUTG-DATA
               PERFORM 065-VALIDATE-OUTG-DATA
           END-PERFORM.
      *-----------------------------------------------------------------
       065-VALIDATE-OUTG-DATA.
           MOVE FUNCTION UPPER-CASE(WS-OUTG-REASON) TO WS-OUTG-REASON.
           MOVE 'Y' TO WS-DATA-VALID.
           MOVE WS-OUTG-TO TO WS-CHK-DATE.
           PERFORM 055-VALIDATE-DATE.
           EVALUATE TRUE
               WHEN WS-DATE-VALID = 'N'
                   MOVE 'THROUGH DATE MUST BE A VALID YYYYMMDD'
                       TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               WHEN WS-OUTG-TO < WS-OUTG-FROM
                   MOVE 'THROUGH DATE IS BEFORE FROM DATE' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               WHEN WS-OUTG-REASON = SPACES
                   MOVE 'REASON MUST BE ENTERED' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
           END-EVALUATE.
      *-----------------------------------------------------------------
       100-ADD-OUTAGE.
           MOVE WS-OUTG-KEY TO ROOM-OUTG-KEY.
           READ ROOM-OUTAGE-IO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-OUTG-STAT
               WHEN '23'
                   PERFORM 060-ACCEPT-VALID-DATA
                   MOVE WS-OUTG-REC TO ROOM-OUTAGE-REC
                   WRITE ROOM-OUTAGE-REC
                       INVALID KEY
                           MOVE   'INVALID ID' TO WS-MSG
                       NOT INVALID KEY
                           PERFORM 500-COUNT-DISPLACED
                           IF WS-DISP-COUNT > ZERO
                               MOVE WS-DISP-COUNT TO WS-DISP-EDIT
                               STRING 'ADDED - ' WS-DISP-EDIT
                                   ' BOOKINGS DISPLACED'
                                   INTO WS-MSG
                           ELSE
                               STRING WS-OUTG-BLDG ' ' WS-OUTG-ROOM
                                   ' OUTAGE ADDED'
                                   INTO WS-MSG
                           END-IF
                   END-WRITE
               WHEN '00'
                   MOVE 'ID ALREADY EXISTS' TO WS-MSG
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE 'INVALID ID' TO WS-MSG
           END-EVALUATE.
           DISPLAY SCRN-ACTION-REQ.
      *-----------------------------------------------------------------
       200-UPDATE-OUTAGE.
           MOVE WS-OUTG-KEY TO ROOM-OUTG-KEY.
           READ ROOM-OUTAGE-IO WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-OUTG-STAT
               WHEN '00'
                   MOVE ROOM-OUTG-TO     TO WS-OUTG-TO
                   MOVE ROOM-OUTG-REASON TO WS-OUTG-REASON
                   DISPLAY SCRN-OUTG-SHOW
                   PERFORM 060-ACCEPT-VALID-DATA
                   MOVE WS-OUTG-TO     TO ROOM-OUTG-TO
                   MOVE WS-OUTG-REASON TO ROOM-OUTG-REASON
                   REWRITE ROOM-OUTAGE-REC
                       INVALID KEY
                           MOVE   'UPDATE FAILED' TO WS-MSG
                       NOT INVALID KEY
                           PERFORM 500-COUNT-DISPLACED
                           IF WS-DISP-COUNT > ZERO
                               MOVE WS-DISP-COUNT TO WS-DISP-EDIT
                               STRING 'UPDATED - ' WS-DISP-EDIT
                                   ' BOOKINGS DISPLACED'
                                   INTO WS-MSG
                           ELSE
                               STRING WS-OUTG-BLDG ' ' WS-OUTG-ROOM
                                   ' OUTAGE UPDATED'
                                   INTO WS-MSG
                           END-IF
                   END-REWRITE
                   UNLOCK ROOM-OUTAGE-IO
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE   'ID NOT FOUND' TO WS-MSG
           END-EVALUATE.
           DISPLAY SCRN-ACTION-REQ.
      *-----------------------------------------------------------------
       300-DELETE-OUTAGE.
           MOVE WS-OUTG-KEY TO ROOM-OUTG-KEY.
           READ ROOM-OUTAGE-IO WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-OUTG-STAT
               WHEN '00'
                   MOVE ROOM-OUTG-TO     TO WS-OUTG-TO
                   MOVE ROOM-OUTG-REASON TO WS-OUTG-REASON
                   DISPLAY SCRN-OUTG-SHOW
                   DISPLAY SCRN-CONFIRM
                   ACCEPT  SCRN-CONFIRM
                   PERFORM UNTIL WS-CONFIRM = 'y' OR 'Y'
                           OR 'n' OR 'N'
                       MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                       DISPLAY SCRN-ACTION-REQ
                       DISPLAY SCRN-CONFIRM
                       ACCEPT  SCRN-CONFIRM
                   END-PERFORM
                   IF WS-CONFIRM = 'y' OR 'Y'
                       DELETE ROOM-OUTAGE-IO RECORD
                           INVALID KEY
                               MOVE 'DELETE FAILED' TO WS-MSG
                           NOT INVALID KEY
                               STRING WS-OUTG-BLDG ' ' WS-OUTG-ROOM
                                   ' OUTAGE DELETED'
                                   INTO WS-MSG
                       END-DELETE
                   ELSE
                       MOVE 'DELETE CANCELLED' TO WS-MSG
                   END-IF
                   UNLOCK ROOM-OUTAGE-IO
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE   'ID NOT FOUND' TO WS-MSG
           END-EVALUATE.
           DISPLAY SCRN-ACTION-REQ.
      *-----------------------------------------------------------------
       400-SHOW-OUTAGE.
           MOVE WS-OUTG-KEY TO ROOM-OUTG-KEY.
           READ ROOM-OUTAGE-IO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-OUTG-STAT
               WHEN '00'
                   MOVE ROOM-OUTG-TO     TO WS-OUTG-TO
                   MOVE ROOM-OUTG-REASON TO WS-OUTG-REASON
                   DISPLAY SCRN-OUTG-SHOW
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE   'ID NOT FOUND' TO WS-MSG
           END-EVALUATE.
           DISPLAY SCRN-ACTION-REQ.
      *-----------------------------------------------------------------
       500-COUNT-DISPLACED.
      *    COUNTS THE RESERVATIONS DATED INSIDE THE WINDOW AND THE
      *    SECTIONS WHOSE TERM DATES OVERLAP IT.  OUTG-DISP PRINTS THE
      *    SAME BOOKINGS BY DEPARTMENT.
           MOVE ZERO TO WS-DISP-COUNT.
           IF WS-RESV-OPEN = 'Y'
               PERFORM 510-COUNT-RESV
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               PERFORM 520-COUNT-SECTIONS
           END-IF.
      *-----------------------------------------------------------------
       510-COUNT-RESV.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE WS-OUTG-BLDG TO ROOM-RESV-BLDG.
           MOVE WS-OUTG-ROOM TO ROOM-RESV-ROOM.
           MOVE WS-OUTG-FROM TO ROOM-RESV-DATE.
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
                       ADD 1 TO WS-DISP-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       520-COUNT-SECTIONS.
           MOVE 'N' TO WS-SCAN-EOF.
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
                       PERFORM 075-FIND-TERM
                       IF WS-TERM-FOUND = 'Y' AND
                          WS-TERM-FROM NOT > WS-OUTG-TO AND
                          WS-TERM-TO NOT < WS-OUTG-FROM
                           ADD 1 TO WS-DISP-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
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
