      ******************************************************************
      *PROGRAM : SCHED-MOVE.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Applies the section moves proposed by SCHED-ADVS in   *
      *          one run.  Reads SCHED-MOVES.DAT and, for every move   *
      *          the space committee has signed off (MOVE-SIGNOFF set  *
      *          to Y), re-keys the COURSE-SCHED.DAT section from its  *
      *          current room to the new one.  Every move is checked   *
      *          again against the files as they stand now, since days *
      *          or weeks may have passed since the advice was cut.  A *
      *          move is refused and written to SCHED-MOVE.REJ with a  *
      *          reason code: GONE (section no longer on file under    *
      *          that key), SAME (new room is the current one), ROOM   *
      *          (new room not on BUILDING-ISAM.DAT), TYPE (new room   *
      *          type differs from the current room's), ADA (current   *
      *          room is ADA and the new one is not), MSTR (new        *
      *          building not an active BLDG-MSTR.DAT entry), SEAT     *
      *          (too few seats for the expected enrollment), CONF     *
      *          (another section in the new room overlaps it), OUTG   *
      *          (new room closed on ROOM-OUTAGE.DAT during the term), *
      *          RESV (a booking on ROOM-RESV.DAT from today to the    *
      *          end of the term overlaps it), WRIT (write failure),   *
      *          DELT (old record could not be deleted; the new copy   *
      *          is backed out).  Each move writes a SECOUT audit      *
      *          record on the old room and a SECIN record on the new  *
      *          room with the same timestamp so the two can be tied   *
      *          together.  Unsigned moves are counted and left alone. *
      *          SCHED-MOVE.OUT lists the moves made and balances      *
      *          moves read against unsigned, moved and refused.  RC 8 *
      *          when the moves file is missing or a file is still in  *
      *          its old layout.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-MOVE AS "SCHED-MOVE" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRS-SCHED-IO ASSIGN TO "../COURSE-SCHED.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRS-SCHED-KEY
                               FILE STATUS   IS WS-SCHED-STAT.
           SELECT ISAM-BLDG-IO ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-IO-KEY
                               ALTERNATE RECORD KEY IS ISAM-IO-DEPT
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT BLDG-MSTR-IO ASSIGN TO "../BLDG-MSTR.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MSTR-BLDG-CODE
                               FILE STATUS   IS WS-MSTR-STAT.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-RESV-KEY
                               FILE STATUS   IS WS-RESV-STAT.
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-OUTG-KEY
                               FILE STATUS   IS WS-OUTG-STAT.
           SELECT TERM-CAL-FILE ASSIGN TO "../TERM-CAL.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT MOVE-FILE   ASSIGN TO "../SCHED-MOVES.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-MOVE-STAT.
           SELECT CTL-RPT     ASSIGN TO "SCHED-MOVE.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CTL-STAT.
           SELECT REJ-FILE    ASSIGN TO "SCHED-MOVE.REJ"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-REJ-STAT.
           SELECT AUDIT-FILE  ASSIGN TO "../BLDG-AUDIT.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  BLDG-MSTR-IO.
           COPY MSTRREC.

       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

       FD  TERM-CAL-FILE.
           COPY TERMREC.

       FD  MOVE-FILE.
       01  MOVE-REC.
           03  MOVE-SIGNOFF        PIC X.
           03  MOVE-FROM-KEY.
               05  MOVE-FROM-BLDG  PIC X(7).
               05  MOVE-FROM-ROOM  PIC X(5).
               05  MOVE-TERM       PIC X(5).
               05  MOVE-DAYS       PIC X(7).
               05  MOVE-START      PIC X(4).
           03  MOVE-TO-BLDG        PIC X(7).
           03  MOVE-TO-ROOM        PIC X(5).
           03  MOVE-END            PIC X(4).
           03  MOVE-COURSE         PIC X(10).
           03  MOVE-ENROLL         PIC 9(4).
           03  MOVE-TO-SEATS       PIC 9(4).

       FD  CTL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-LINE                   PIC X(80).

       FD  REJ-FILE.
       01  REJ-REC.
           03  REJ-REASON          PIC X(4).
           03  FILLER              PIC X.
           03  REJ-IMAGE           PIC X(63).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           03  AUD-KEY.
               05  AUD-BLDG        PIC X(7).
               05  AUD-ROOM        PIC X(5).
           03  AUD-OLD-SEATS       PIC X(4).
           03  AUD-NEW-SEATS       PIC X(4).
           03  AUD-ACTION          PIC X(6).
           03  AUD-TIMESTAMP       PIC X(14).
           03  AUD-OPERATOR        PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-MOVE-STAT            PIC XX      VALUE SPACES.
           03  WS-CTL-STAT             PIC XX      VALUE SPACES.
           03  WS-REJ-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-BLDG-OPEN            PIC X       VALUE 'N'.
           03  WS-MSTR-OPEN            PIC X       VALUE 'N'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-MOVE-OPEN            PIC X       VALUE 'N'.
           03  WS-NOT-RUN              PIC X       VALUE 'N'.
           03  WS-NOT-RUN-TEXT         PIC X(50)   VALUE SPACES.
           03  WS-REC-VALID            PIC X       VALUE 'Y'.
           03  WS-REJ-REASON           PIC X(4)    VALUE SPACES.
           03  WS-CONFLICT             PIC X       VALUE 'N'.
           03  WS-OPERATOR             PIC X(8)    VALUE 'SCHDMOVE'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-TIMESTAMP            PIC X(14)   VALUE SPACES.
           03  WS-RESV-FROM            PIC X(8)    VALUE SPACES.
           03  WS-ENROLL-NUM           PIC 9(4)    VALUE ZERO.
           03  WS-SEATS-NUM            PIC 9(4)    VALUE ZERO.
           03  WS-OLD-SEATS            PIC X(4)    VALUE SPACES.
           03  WS-NEW-SEATS            PIC X(4)    VALUE SPACES.
           03  WS-OLD-FOUND            PIC X       VALUE 'N'.
           03  WS-OLD-TYPE             PIC X(7)    VALUE SPACES.
           03  WS-OLD-ADA              PIC X       VALUE SPACE.

       01  WS-MOVE-KEYS.
           03  WS-OLD-KEY.
               05  WS-OLD-BLDG         PIC X(7)    VALUE SPACES.
               05  WS-OLD-ROOM         PIC X(5)    VALUE SPACES.
           03  WS-NEW-KEY.
               05  WS-NEW-BLDG         PIC X(7)    VALUE SPACES.
               05  WS-NEW-ROOM         PIC X(5)    VALUE SPACES.

       01  WS-OVERLAP-VARS.
           03  WS-DAY-COMMON           PIC X       VALUE 'N'.
           03  WS-DAY-HIT              PIC X       VALUE 'N'.
           03  WS-DAY-LETTER           PIC X       VALUE SPACE.
           03  WS-IDX                  PIC 9(2)    VALUE ZERO.
           03  WS-JDX                  PIC 9(2)    VALUE ZERO.

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
           03  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-UNSIGNED-COUNT       PIC 9(7)    VALUE ZERO.
           03  WS-DONE-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-REJ-COUNT            PIC 9(7)    VALUE ZERO.

           COPY SCHEDWS.

           COPY TERMWS.

       01  WS-HDR.
           03  FILLER                  PIC X(40)   VALUE
               'SECTION MOVES - CONTROL REPORT'.

       01  WS-MOVE-HDR.
           03  FILLER                  PIC X(14)   VALUE 'FROM'.
           03  FILLER                  PIC X(6)    VALUE 'TERM'.
           03  FILLER                  PIC X(8)    VALUE 'DAYS'.
           03  FILLER                  PIC X(6)    VALUE 'START'.
           03  FILLER                  PIC X(12)   VALUE 'COURSE'.
           03  FILLER                  PIC X(4)    VALUE 'TO'.

       01  WS-MOVE-LINE.
           03  MVL-OLD-BLDG            PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  MVL-OLD-ROOM            PIC X(5).
           03  FILLER                  PIC X       VALUE SPACE.
           03  MVL-TERM                PIC X(5).
           03  FILLER                  PIC X       VALUE SPACE.
           03  MVL-DAYS                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  MVL-START               PIC X(4).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  MVL-COURSE              PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  MVL-NEW-BLDG            PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  MVL-NEW-ROOM            PIC X(5).

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(16).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).

       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 010-OPEN-DATA-FILES.
           OPEN OUTPUT CTL-RPT.
           WRITE CTL-LINE FROM WS-HDR.
           IF WS-NOT-RUN = 'Y'
               MOVE WS-NOT-RUN-TEXT TO TXL-TEXT
               WRITE CTL-LINE FROM WS-TEXT-LINE
               MOVE 'NOT RUN' TO TXL-TEXT
               WRITE CTL-LINE FROM WS-TEXT-LINE
               CLOSE CTL-RPT
               PERFORM 090-CLOSE-DATA-FILES
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           PERFORM 040-LOAD-TERM-CAL.
           OPEN OUTPUT REJ-FILE.
           PERFORM 015-OPEN-AUDIT-FILE.
           WRITE CTL-LINE FROM WS-BLANK-LINE.
           WRITE CTL-LINE FROM WS-MOVE-HDR.
           PERFORM 100-READ-MOVE-REC.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 200-PROCESS-MOVE-REC
               PERFORM 100-READ-MOVE-REC
           END-PERFORM.
           PERFORM 300-WRITE-CONTROL-TOTALS.
           PERFORM 090-CLOSE-DATA-FILES.
           CLOSE REJ-FILE.
           CLOSE CTL-RPT.
           CLOSE AUDIT-FILE.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-DATA-FILES.
      *    NO BOOKING OR CLOSURE FILE MEANS NOTHING TO CHECK AGAINST;
      *    EVERYTHING ELSE MUST BE THERE AND IN ITS CURRENT LAYOUT.
           OPEN INPUT MOVE-FILE.
           IF WS-MOVE-STAT = '00'
               MOVE 'Y' TO WS-MOVE-OPEN
           ELSE
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'MOVES FILE SCHED-MOVES.DAT NOT FOUND'
                   TO WS-NOT-RUN-TEXT
           END-IF.
           OPEN I-O CRS-SCHED-IO.
           EVALUATE WS-SCHED-STAT
               WHEN '00'
                   MOVE 'Y' TO WS-SCHED-OPEN
               WHEN '39'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'FILE LAYOUT MISMATCH - RUN SCHED-CONV FIRST'
                       TO WS-NOT-RUN-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'SCHEDULE FILE COURSE-SCHED.DAT NOT AVAILABLE'
                       TO WS-NOT-RUN-TEXT
           END-EVALUATE.
           OPEN INPUT ROOM-RESV-IO.
           EVALUATE WS-RESV-STAT
               WHEN '00'
                   MOVE 'Y' TO WS-RESV-OPEN
               WHEN '39'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'FILE LAYOUT MISMATCH - RUN RESV-CONV FIRST'
                       TO WS-NOT-RUN-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
           OPEN INPUT ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '00'
               MOVE 'Y' TO WS-OUTG-OPEN
           END-IF.
      *-----------------------------------------------------------------
       015-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STAT = '35'
               OPEN OUTPUT AUDIT-FILE
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
       090-CLOSE-DATA-FILES.
           IF WS-MOVE-OPEN = 'Y'
               CLOSE MOVE-FILE
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
           END-IF.
           IF WS-RESV-OPEN = 'Y'
               CLOSE ROOM-RESV-IO
           END-IF.
           IF WS-BLDG-OPEN = 'Y'
               CLOSE ISAM-BLDG-IO
           END-IF.
           IF WS-MSTR-OPEN = 'Y'
               CLOSE BLDG-MSTR-IO
           END-IF.
           IF WS-OUTG-OPEN = 'Y'
               CLOSE ROOM-OUTAGE-IO
           END-IF.
      *-----------------------------------------------------------------
       095-CALC-DAY-LETTER.
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
       100-READ-MOVE-REC.
           READ MOVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
      *-----------------------------------------------------------------
       200-PROCESS-MOVE-REC.
           IF MOVE-SIGNOFF NOT = 'Y'
               ADD 1 TO WS-UNSIGNED-COUNT
           ELSE
               PERFORM 400-VALIDATE-MOVE-REC
               IF WS-REC-VALID = 'Y'
                   PERFORM 210-MOVE-SECTION
               END-IF
               IF WS-REC-VALID = 'N'
                   PERFORM 450-WRITE-REJECT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-MOVE-SECTION.
      *    THE SECTION IS WRITTEN UNDER THE NEW ROOM BEFORE THE OLD
      *    RECORD IS DELETED, AS ON BLDG-RENUM, SO A FAILED WRITE
      *    LEAVES IT WHERE IT WAS.
           MOVE WS-SCHED-REC TO CRS-SCHED-REC.
           MOVE WS-NEW-BLDG  TO CRS-SCHED-BLDG.
           MOVE WS-NEW-ROOM  TO CRS-SCHED-ROOM.
           WRITE CRS-SCHED-REC
               INVALID KEY
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'WRIT' TO WS-REJ-REASON
           END-WRITE.
           IF WS-REC-VALID = 'Y'
               MOVE WS-SCHED-REC TO CRS-SCHED-REC
               DELETE CRS-SCHED-IO
                   INVALID KEY
                       MOVE 'N'    TO WS-REC-VALID
                       MOVE 'DELT' TO WS-REJ-REASON
               END-DELETE
      *    THE OLD RECORD COULD NOT BE TAKEN OFF; BACK OUT THE NEW ONE
      *    SO THE SECTION IS NOT LEFT ON FILE IN BOTH ROOMS.
               IF WS-REC-VALID = 'N'
                   MOVE WS-NEW-BLDG TO CRS-SCHED-BLDG
                   MOVE WS-NEW-ROOM TO CRS-SCHED-ROOM
                   DELETE CRS-SCHED-IO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
               MOVE WS-OLD-KEY   TO AUD-KEY
               MOVE WS-OLD-SEATS TO AUD-OLD-SEATS
               MOVE WS-OLD-SEATS TO AUD-NEW-SEATS
               MOVE 'SECOUT'     TO AUD-ACTION
               PERFORM 080-WRITE-AUDIT-REC
               MOVE WS-NEW-KEY   TO AUD-KEY
               MOVE WS-NEW-SEATS TO AUD-OLD-SEATS
               MOVE WS-NEW-SEATS TO AUD-NEW-SEATS
               MOVE 'SECIN '     TO AUD-ACTION
               PERFORM 080-WRITE-AUDIT-REC
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-OLD-BLDG     TO MVL-OLD-BLDG
               MOVE WS-OLD-ROOM     TO MVL-OLD-ROOM
               MOVE WS-SCHED-TERM   TO MVL-TERM
               MOVE WS-SCHED-DAYS   TO MVL-DAYS
               MOVE WS-SCHED-START  TO MVL-START
               MOVE WS-SCHED-COURSE TO MVL-COURSE
               MOVE WS-NEW-BLDG     TO MVL-NEW-BLDG
               MOVE WS-NEW-ROOM     TO MVL-NEW-ROOM
               WRITE CTL-LINE FROM WS-MOVE-LINE
           END-IF.
      *-----------------------------------------------------------------
       080-WRITE-AUDIT-REC.
      *    EACH RECORD CARRIES ITS OWN ROOM'S SEATS ON BOTH SIDES; THE
      *    ROOM ITSELF IS UNCHANGED AND BLDG-VRFY CHECKS THE LATEST
      *    NEW SEATS AGAINST THE BUILDING FILE.
           MOVE WS-TIMESTAMP      TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR       TO AUD-OPERATOR.
           WRITE AUDIT-REC.
      *-----------------------------------------------------------------
       300-WRITE-CONTROL-TOTALS.
           WRITE CTL-LINE FROM WS-BLANK-LINE.
           MOVE 'MOVES READ:'      TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'NOT SIGNED OFF:'  TO CTL-LABEL.
           MOVE WS-UNSIGNED-COUNT  TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'MOVED:'           TO CTL-LABEL.
           MOVE WS-DONE-COUNT      TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'REJECTS:'         TO CTL-LABEL.
           MOVE WS-REJ-COUNT       TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
      *-----------------------------------------------------------------
       400-VALIDATE-MOVE-REC.
           MOVE 'Y'            TO WS-REC-VALID.
           MOVE SPACES         TO WS-REJ-REASON.
           MOVE MOVE-FROM-BLDG TO WS-OLD-BLDG.
           MOVE MOVE-FROM-ROOM TO WS-OLD-ROOM.
           MOVE MOVE-TO-BLDG   TO WS-NEW-BLDG.
           MOVE MOVE-TO-ROOM   TO WS-NEW-ROOM.
           MOVE MOVE-FROM-KEY  TO CRS-SCHED-KEY.
           READ CRS-SCHED-IO
               INVALID KEY
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'GONE' TO WS-REJ-REASON
               NOT INVALID KEY
                   MOVE CRS-SCHED-REC TO WS-SCHED-REC
           END-READ.
           IF WS-REC-VALID = 'Y' AND WS-OLD-KEY = WS-NEW-KEY
               MOVE 'N'    TO WS-REC-VALID
               MOVE 'SAME' TO WS-REJ-REASON
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE WS-OLD-KEY TO ISAM-IO-KEY
               MOVE SPACES     TO WS-OLD-SEATS
               MOVE 'N'        TO WS-OLD-FOUND
               READ ISAM-BLDG-IO
                   NOT INVALID KEY
                       MOVE ISAM-IO-SEATS     TO WS-OLD-SEATS
                       MOVE ISAM-IO-ROOM-TYPE TO WS-OLD-TYPE
                       MOVE ISAM-IO-ADA       TO WS-OLD-ADA
                       MOVE 'Y'               TO WS-OLD-FOUND
               END-READ
               MOVE WS-NEW-KEY TO ISAM-IO-KEY
               READ ISAM-BLDG-IO
                   INVALID KEY
                       MOVE 'N'    TO WS-REC-VALID
                       MOVE 'ROOM' TO WS-REJ-REASON
                   NOT INVALID KEY
                       MOVE ISAM-IO-SEATS TO WS-NEW-SEATS
               END-READ
           END-IF.
      *    SAME RULE AS SCHED-ADVS: THE ROOM TYPE MUST MATCH, AND A
      *    SECTION IN AN ADA ROOM MAY ONLY GO TO ANOTHER ADA ROOM.
           IF WS-REC-VALID = 'Y' AND WS-OLD-FOUND = 'Y'
               IF ISAM-IO-ROOM-TYPE NOT = WS-OLD-TYPE
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'TYPE' TO WS-REJ-REASON
               ELSE
                   IF WS-OLD-ADA = 'Y' AND ISAM-IO-ADA NOT = 'Y'
                       MOVE 'N'    TO WS-REC-VALID
                       MOVE 'ADA ' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE SPACES TO MSTR-STATUS
               IF WS-MSTR-OPEN = 'Y'
                   MOVE WS-NEW-BLDG TO MSTR-BLDG-CODE
                   READ BLDG-MSTR-IO
                       INVALID KEY
                           MOVE SPACES TO MSTR-STATUS
                   END-READ
               END-IF
               IF MSTR-STATUS NOT = 'A'
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'MSTR' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y'
               PERFORM 405-CHECK-SEATS
           END-IF.
           IF WS-REC-VALID = 'Y'
               PERFORM 410-CHECK-SECTIONS
               IF WS-CONFLICT = 'Y'
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'CONF' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE WS-SCHED-TERM TO WS-TERM-CODE
               PERFORM 440-FIND-TERM
               IF WS-TERM-FOUND = 'Y' AND WS-OUTG-OPEN = 'Y'
                   PERFORM 430-CHECK-OUTAGE
                   IF WS-CONFLICT = 'Y'
                       MOVE 'N'    TO WS-REC-VALID
                       MOVE 'OUTG' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y' AND WS-TERM-FOUND = 'Y' AND
              WS-RESV-OPEN = 'Y'
               PERFORM 460-CHECK-BOOKINGS
               IF WS-CONFLICT = 'Y'
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'RESV' TO WS-REJ-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       405-CHECK-SEATS.
      *    THE ENROLLMENT ON FILE NOW, NOT THE ONE ON THE ADVICE, IS
      *    WHAT THE NEW ROOM HAS TO HOLD.
           IF WS-NEW-SEATS NOT NUMERIC
               MOVE 'N'    TO WS-REC-VALID
               MOVE 'SEAT' TO WS-REJ-REASON
           ELSE
               IF WS-SCHED-ENROLL NUMERIC
                   MOVE WS-SCHED-ENROLL TO WS-ENROLL-NUM
                   MOVE WS-NEW-SEATS    TO WS-SEATS-NUM
                   IF WS-SEATS-NUM < WS-ENROLL-NUM
                       MOVE 'N'    TO WS-REC-VALID
                       MOVE 'SEAT' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       410-CHECK-SECTIONS.
           MOVE 'N' TO WS-CONFLICT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE WS-NEW-BLDG   TO CRS-SCHED-BLDG.
           MOVE WS-NEW-ROOM   TO CRS-SCHED-ROOM.
           MOVE WS-SCHED-TERM TO CRS-SCHED-TERM.
           MOVE LOW-VALUES    TO CRS-SCHED-DAYS.
           MOVE LOW-VALUES    TO CRS-SCHED-START.
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
                   IF CRS-SCHED-BLDG NOT = WS-NEW-BLDG OR
                      CRS-SCHED-ROOM NOT = WS-NEW-ROOM OR
                      CRS-SCHED-TERM NOT = WS-SCHED-TERM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       PERFORM 420-COMPARE-PATTERN
                       IF WS-CONFLICT = 'Y'
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       420-COMPARE-PATTERN.
           MOVE 'N' TO WS-DAY-COMMON.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 7
               IF WS-SCHED-DAYS(WS-IDX:1) NOT = SPACE
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > 7
                       IF CRS-SCHED-DAYS(WS-JDX:1) =
                               WS-SCHED-DAYS(WS-IDX:1)
                           MOVE 'Y' TO WS-DAY-COMMON
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-DAY-COMMON = 'Y' AND
              WS-SCHED-START < CRS-SCHED-END AND
              CRS-SCHED-START < WS-SCHED-END
               MOVE 'Y' TO WS-CONFLICT
           END-IF.
      *-----------------------------------------------------------------
       430-CHECK-OUTAGE.
           MOVE 'N' TO WS-CONFLICT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE WS-NEW-BLDG TO ROOM-OUTG-BLDG.
           MOVE WS-NEW-ROOM TO ROOM-OUTG-ROOM.
           MOVE LOW-VALUES  TO ROOM-OUTG-FROM.
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
                   IF ROOM-OUTG-BLDG NOT = WS-NEW-BLDG OR
                      ROOM-OUTG-ROOM NOT = WS-NEW-ROOM OR
                      ROOM-OUTG-FROM > WS-TERM-TO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF ROOM-OUTG-TO NOT < WS-TERM-FROM
                           MOVE 'Y' TO WS-CONFLICT
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
       460-CHECK-BOOKINGS.
           MOVE 'N' TO WS-CONFLICT.
           MOVE 'N' TO WS-SCAN-EOF.
           IF WS-TERM-FROM < WS-TODAY
               MOVE WS-TODAY     TO WS-RESV-FROM
           ELSE
               MOVE WS-TERM-FROM TO WS-RESV-FROM
           END-IF.
           MOVE WS-NEW-BLDG  TO ROOM-RESV-BLDG.
           MOVE WS-NEW-ROOM  TO ROOM-RESV-ROOM.
           MOVE WS-RESV-FROM TO ROOM-RESV-DATE.
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
                   IF ROOM-RESV-BLDG NOT = WS-NEW-BLDG OR
                      ROOM-RESV-ROOM NOT = WS-NEW-ROOM OR
                      ROOM-RESV-DATE > WS-TERM-TO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF ROOM-RESV-START < WS-SCHED-END AND
                          WS-SCHED-START < ROOM-RESV-END
                           PERFORM 095-CALC-DAY-LETTER
                           MOVE 'N' TO WS-DAY-HIT
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > 7
                               IF WS-SCHED-DAYS(WS-IDX:1) =
                                       WS-DAY-LETTER
                                   MOVE 'Y' TO WS-DAY-HIT
                               END-IF
                           END-PERFORM
                           IF WS-DAY-HIT = 'Y'
                               MOVE 'Y' TO WS-CONFLICT
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       450-WRITE-REJECT-REC.
           MOVE SPACES        TO REJ-REC.
           MOVE WS-REJ-REASON TO REJ-REASON.
           MOVE MOVE-REC      TO REJ-IMAGE.
           WRITE REJ-REC.
           ADD 1 TO WS-REJ-COUNT.
