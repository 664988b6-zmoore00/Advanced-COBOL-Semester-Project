      ******************************************************************
      *PROGRAM : SCHED-ADVS.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Section room-reassignment advisor for the space       *
      *          committee.  Every section on COURSE-SCHED.DAT whose   *
      *          fill rate (expected enrollment over room seats, as on *
      *          SCHED-FILL) falls outside the fill band is given up   *
      *          to three alternative rooms.  An alternative must be   *
      *          the same room type, must keep an ADA section in an    *
      *          ADA room, must be in an active building on            *
      *          BLDG-MSTR.DAT, and must bring the fill rate inside    *
      *          the band (enough seats, not grossly oversized).  It   *
      *          must also be free for the section's term, days and    *
      *          times: no section on COURSE-SCHED.DAT, no booking on  *
      *          ROOM-RESV.DAT from today to the end of the term, and  *
      *          no closure on ROOM-OUTAGE.DAT during the term.  Rooms *
      *          in the same building are preferred, then rooms in the *
      *          same campus zone, then anywhere else; within each the *
      *          tightest fit comes first.  The proposals are printed  *
      *          on SCHED-ADVS.OUT and the first choice for each       *
      *          section is written to SCHED-MOVES.DAT, unsigned, for  *
      *          SCHED-MOVE to apply once the committee has signed the *
      *          moves off.  Two sections are never both proposed into *
      *          the same room and time in one run.  The term and the  *
      *          band (low and high fill percent, default 50 to 100)   *
      *          come from SCHED-ADVS.PRM; a blank term advises every  *
      *          term.  Bookings and closures cannot be checked for a  *
      *          term missing from TERM-CAL.DAT and such sections are  *
      *          flagged.  RC 8 when the band is invalid or a file is  *
      *          still in its old layout.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-ADVS AS "SCHED-ADVS" IS INITIAL PROGRAM.
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
           SELECT PRM-FILE    ASSIGN TO "SCHED-ADVS.PRM"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
           SELECT SORT-WORK   ASSIGN TO "SCHED-ADVS.SRT".
           SELECT MOVE-FILE   ASSIGN TO "../SCHED-MOVES.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-MOVE-STAT.
           SELECT RPT-FILE    ASSIGN TO "SCHED-ADVS.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
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

       FD  PRM-FILE.
       01  PRM-REC.
           03  PRM-TERM            PIC X(5).
           03  PRM-LOW-PCT         PIC X(3).
           03  PRM-HIGH-PCT        PIC X(3).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-FILL-PCT        PIC 9(7).
           03  SRT-KEY.
               05  SRT-BLDG        PIC X(7).
               05  SRT-ROOM        PIC X(5).
               05  SRT-TERM        PIC X(5).
               05  SRT-DAYS        PIC X(7).
               05  SRT-START       PIC X(4).
           03  SRT-END             PIC X(4).
           03  SRT-COURSE          PIC X(10).
           03  SRT-ENROLL          PIC 9(4).
           03  SRT-SEATS           PIC 9(4).
           03  SRT-ROOM-TYPE       PIC X(7).
           03  SRT-ADA             PIC X.
           03  SRT-ZONE            PIC X(10).

      *    CHOSEN MOVES - ONE PER SECTION, WRITTEN UNSIGNED ('N').  THE
      *    COMMITTEE SETS MOVE-SIGNOFF TO 'Y' ON THE MOVES IT APPROVES
      *    (AND MAY KEY ONE OF THE OTHER ALTERNATIVES OVER THE TO ROOM)
      *    BEFORE SCHED-MOVE IS RUN.
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

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-MOVE-STAT            PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-SORT-EOF             PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-BLDG-OPEN            PIC X       VALUE 'N'.
           03  WS-MSTR-OPEN            PIC X       VALUE 'N'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-NOT-RUN              PIC X       VALUE 'N'.
           03  WS-NOT-RUN-TEXT         PIC X(50)   VALUE SPACES.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-SEL-TERM             PIC X(5)    VALUE SPACES.
           03  WS-LOW-PCT              PIC 9(3)    VALUE 50.
           03  WS-HIGH-PCT             PIC 9(3)    VALUE 100.
           03  WS-ENROLL-NUM           PIC 9(4)    VALUE ZERO.
           03  WS-SEATS-NUM            PIC 9(4)    VALUE ZERO.
           03  WS-FILL-PCT             PIC 9(7)    VALUE ZERO.
           03  WS-HOME-TYPE            PIC X(7)    VALUE SPACES.
           03  WS-HOME-ADA             PIC X       VALUE SPACE.
           03  WS-HOME-ZONE            PIC X(10)   VALUE SPACES.
           03  WS-CAND-OK              PIC X       VALUE 'N'.
           03  WS-CAND-BLDG            PIC X(7)    VALUE SPACES.
           03  WS-CAND-ROOM            PIC X(5)    VALUE SPACES.
           03  WS-CAND-FILL            PIC 9(7)    VALUE ZERO.
           03  WS-CAND-TIER            PIC 9       VALUE ZERO.
           03  WS-CAND-ORDER           PIC 9(5)    VALUE ZERO.
           03  WS-CONFLICT             PIC X       VALUE 'N'.
           03  WS-RESV-FROM            PIC X(8)    VALUE SPACES.

       01  WS-OVERLAP-VARS.
           03  WS-OTHER-DAYS           PIC X(7)    VALUE SPACES.
           03  WS-OTHER-START          PIC X(4)    VALUE SPACES.
           03  WS-OTHER-END            PIC X(4)    VALUE SPACES.
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

      *    CANDIDATE ROOMS - EVERY ROOM WITH A USABLE SEAT COUNT IN AN
      *    ACTIVE BUILDING, WITH THE BUILDING'S CAMPUS ZONE.
       01  WS-ROOM-TABLE.
           03  WS-ROOM-MAX             PIC 9(4)    VALUE 5000.
           03  WS-ROOM-LOADED          PIC 9(4)    VALUE ZERO.
           03  WS-RMX                  PIC 9(4)    VALUE ZERO.
           03  WS-ROOM-ENTRY OCCURS 5000 TIMES.
               05  WS-RM-BLDG          PIC X(7).
               05  WS-RM-ROOM          PIC X(5).
               05  WS-RM-SEATS         PIC 9(4).
               05  WS-RM-TYPE          PIC X(7).
               05  WS-RM-ADA           PIC X.
               05  WS-RM-ZONE          PIC X(10).

      *    MOVES ALREADY PROPOSED THIS RUN, SO A LATER SECTION IS NOT
      *    SENT INTO A ROOM AND TIME ALREADY PROMISED TO ANOTHER.
       01  WS-CHOSEN-TABLE.
           03  WS-CHOSEN-MAX           PIC 9(4)    VALUE 2000.
           03  WS-CHOSEN-COUNT         PIC 9(4)    VALUE ZERO.
           03  WS-CHX                  PIC 9(4)    VALUE ZERO.
           03  WS-CHOSEN-ENTRY OCCURS 2000 TIMES.
               05  WS-CH-BLDG          PIC X(7).
               05  WS-CH-ROOM          PIC X(5).
               05  WS-CH-TERM          PIC X(5).
               05  WS-CH-DAYS          PIC X(7).
               05  WS-CH-START         PIC X(4).
               05  WS-CH-END           PIC X(4).

      *    BEST THREE CANDIDATES FOR THE SECTION IN HAND, KEPT IN
      *    PREFERENCE ORDER (TIER, THEN SEATS).  THE FOURTH SLOT ONLY
      *    CATCHES THE ENTRY SHIFTED OFF THE END.
       01  WS-PICK-TABLE.
           03  WS-PICK-COUNT           PIC 9       VALUE ZERO.
           03  WS-PKX                  PIC 9       VALUE ZERO.
           03  WS-PKY                  PIC 9       VALUE ZERO.
           03  WS-PICK-PLACED          PIC X       VALUE 'N'.
           03  WS-PICK-ENTRY OCCURS 4 TIMES.
               05  WS-PK-ORDER         PIC 9(5).
               05  WS-PK-TIER          PIC 9.
               05  WS-PK-RMX           PIC 9(4).
               05  WS-PK-FILL          PIC 9(7).

       01  WS-COUNTS.
           03  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-SKIP-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-BAND-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-OUT-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-PROP-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-NONE-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-NODATE-COUNT         PIC 9(7)    VALUE ZERO.
           03  WS-ROOM-SKIPPED         PIC 9(7)    VALUE ZERO.
           03  WS-CHOSEN-SKIPPED       PIC 9(7)    VALUE ZERO.

           COPY SCHEDWS.

           COPY TERMWS.

       01  WS-HDR1.
           03  FILLER                  PIC X(34)   VALUE
               'SECTION ROOM-REASSIGNMENT ADVICE -'.
           03  FILLER                  PIC X(10)   VALUE ' RUN DATE '.
           03  HDR-DATE                PIC X(8).

       01  WS-HDR2.
           03  FILLER                  PIC X(10)   VALUE 'FILL BAND '.
           03  HDR-LOW                 PIC ZZ9.
           03  FILLER                  PIC X(5)    VALUE '% TO '.
           03  HDR-HIGH                PIC ZZ9.
           03  FILLER                  PIC X(9)    VALUE '%   TERM '.
           03  HDR-TERM                PIC X(5).

       01  WS-HDR3.
           03  FILLER                  PIC X(8)    VALUE 'BLDG'.
           03  FILLER                  PIC X(6)    VALUE 'ROOM'.
           03  FILLER                  PIC X(6)    VALUE 'TERM'.
           03  FILLER                  PIC X(8)    VALUE 'DAYS'.
           03  FILLER                  PIC X(10)   VALUE 'TIME'.
           03  FILLER                  PIC X(12)   VALUE 'COURSE'.
           03  FILLER                  PIC X(6)    VALUE 'ENRL'.
           03  FILLER                  PIC X(7)    VALUE 'SEATS'.
           03  FILLER                  PIC X(5)    VALUE 'FILL%'.

       01  WS-SECT-LINE.
           03  SCL-BLDG                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  SCL-ROOM                PIC X(5).
           03  FILLER                  PIC X       VALUE SPACE.
           03  SCL-TERM                PIC X(5).
           03  FILLER                  PIC X       VALUE SPACE.
           03  SCL-DAYS                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  SCL-START               PIC X(4).
           03  FILLER                  PIC X       VALUE '-'.
           03  SCL-END                 PIC X(4).
           03  FILLER                  PIC X       VALUE SPACE.
           03  SCL-COURSE              PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  SCL-ENROLL              PIC ZZZ9.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  SCL-SEATS               PIC ZZZZ9.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  SCL-FILL                PIC ZZZ9.
           03  FILLER                  PIC X(2)    VALUE '% '.
           03  SCL-FLAG                PIC X(5).

       01  WS-ALT-LINE.
           03  FILLER                  PIC X(8)    VALUE '  ALT '.
           03  ALT-RANK                PIC 9.
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  ALT-BLDG                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ALT-ROOM                PIC X(5).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  ALT-SEATS               PIC ZZZZ9.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  ALT-FILL                PIC ZZZ9.
           03  FILLER                  PIC X(2)    VALUE '% '.
           03  ALT-PREF                PIC X(10).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  ALT-CHOSEN              PIC X(14).

       01  WS-NOTE-LINE.
           03  FILLER                  PIC X(8)    VALUE SPACES.
           03  NTL-TEXT                PIC X(50).

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
           PERFORM 020-READ-PARAMETERS.
           IF WS-NOT-RUN = 'N'
               PERFORM 010-OPEN-FILES
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE WS-TODAY    TO HDR-DATE.
           MOVE WS-LOW-PCT  TO HDR-LOW.
           MOVE WS-HIGH-PCT TO HDR-HIGH.
           IF WS-SEL-TERM = SPACES
               MOVE 'ALL'       TO HDR-TERM
           ELSE
               MOVE WS-SEL-TERM TO HDR-TERM
           END-IF.
           WRITE RPT-LINE FROM WS-HDR1.
           WRITE RPT-LINE FROM WS-HDR2.
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
           PERFORM 040-LOAD-TERM-CAL.
           PERFORM 050-LOAD-ROOMS.
           OPEN OUTPUT MOVE-FILE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HDR3.
           SORT SORT-WORK ON DESCENDING KEY SRT-FILL-PCT
                          ON ASCENDING  KEY SRT-KEY
               INPUT  PROCEDURE IS 100-BUILD-SORT-INPUT
               OUTPUT PROCEDURE IS 300-WRITE-ADVICE.
           CLOSE MOVE-FILE.
           PERFORM 090-CLOSE-FILES.
           PERFORM 350-WRITE-CONTROL-TOTALS.
           CLOSE RPT-FILE.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-FILES.
      *    NO BOOKING OR CLOSURE FILE MEANS NOTHING TO CHECK AGAINST; A
      *    SCHEDULE OR BOOKING FILE STILL IN ITS OLD LAYOUT STOPS THE
      *    RUN.
           OPEN INPUT CRS-SCHED-IO.
           EVALUATE WS-SCHED-STAT
               WHEN '00'
                   MOVE 'Y' TO WS-SCHED-OPEN
               WHEN '39'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'FILE LAYOUT MISMATCH - RUN SCHED-CONV FIRST'
                       TO WS-NOT-RUN-TEXT
               WHEN OTHER
                   CONTINUE
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
           END-IF.
           OPEN INPUT BLDG-MSTR-IO.
           IF WS-MSTR-STAT = '00'
               MOVE 'Y' TO WS-MSTR-OPEN
           END-IF.
           OPEN INPUT ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '00'
               MOVE 'Y' TO WS-OUTG-OPEN
           END-IF.
           IF WS-NOT-RUN = 'Y'
               PERFORM 090-CLOSE-FILES
           END-IF.
      *-----------------------------------------------------------------
       020-READ-PARAMETERS.
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STAT NOT = '35'
               READ PRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-TERM TO WS-SEL-TERM
                       IF PRM-LOW-PCT NOT = SPACES
                           IF PRM-LOW-PCT NUMERIC
                               MOVE PRM-LOW-PCT TO WS-LOW-PCT
                           ELSE
                               MOVE 'Y' TO WS-NOT-RUN
                           END-IF
                       END-IF
                       IF PRM-HIGH-PCT NOT = SPACES
                           IF PRM-HIGH-PCT NUMERIC
                               MOVE PRM-HIGH-PCT TO WS-HIGH-PCT
                           ELSE
                               MOVE 'Y' TO WS-NOT-RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE PRM-FILE
           END-IF.
           IF WS-NOT-RUN = 'N' AND
              (WS-LOW-PCT = ZERO OR WS-LOW-PCT NOT < WS-HIGH-PCT)
               MOVE 'Y' TO WS-NOT-RUN
           END-IF.
           IF WS-NOT-RUN = 'Y'
               MOVE 'FILL BAND MUST BE LOW PCT (NNN) BELOW HIGH (NNN)'
                   TO WS-NOT-RUN-TEXT
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
       050-LOAD-ROOMS.
      *    A ROOM WITH NO USABLE SEAT COUNT, OR IN A BUILDING THAT IS
      *    MISSING OR INACTIVE ON BLDG-MSTR.DAT, IS NEVER OFFERED.
           MOVE ZERO TO WS-ROOM-LOADED.
           IF WS-BLDG-OPEN = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO ISAM-IO-KEY
               START ISAM-BLDG-IO KEY NOT LESS THAN ISAM-IO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ISAM-BLDG-IO NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM 055-LOAD-ONE-ROOM
                   END-READ
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       055-LOAD-ONE-ROOM.
           MOVE SPACES TO MSTR-STATUS.
           IF WS-MSTR-OPEN = 'Y'
               MOVE ISAM-IO-BLDG TO MSTR-BLDG-CODE
               READ BLDG-MSTR-IO
                   INVALID KEY
                       MOVE SPACES TO MSTR-STATUS
               END-READ
           END-IF.
           IF ISAM-IO-SEATS NUMERIC AND
              ISAM-IO-SEATS NOT = '0000' AND
              MSTR-STATUS = 'A'
               IF WS-ROOM-LOADED < WS-ROOM-MAX
                   ADD 1 TO WS-ROOM-LOADED
                   MOVE ISAM-IO-BLDG      TO WS-RM-BLDG(WS-ROOM-LOADED)
                   MOVE ISAM-IO-ROOM      TO WS-RM-ROOM(WS-ROOM-LOADED)
                   MOVE ISAM-IO-SEATS     TO WS-RM-SEATS(WS-ROOM-LOADED)
                   MOVE ISAM-IO-ROOM-TYPE TO WS-RM-TYPE(WS-ROOM-LOADED)
                   MOVE ISAM-IO-ADA       TO WS-RM-ADA(WS-ROOM-LOADED)
                   MOVE MSTR-CAMPUS-ZONE  TO WS-RM-ZONE(WS-ROOM-LOADED)
               ELSE
                   ADD 1 TO WS-ROOM-SKIPPED
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       090-CLOSE-FILES.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
               MOVE 'N' TO WS-SCHED-OPEN
           END-IF.
           IF WS-RESV-OPEN = 'Y'
               CLOSE ROOM-RESV-IO
               MOVE 'N' TO WS-RESV-OPEN
           END-IF.
           IF WS-BLDG-OPEN = 'Y'
               CLOSE ISAM-BLDG-IO
               MOVE 'N' TO WS-BLDG-OPEN
           END-IF.
           IF WS-MSTR-OPEN = 'Y'
               CLOSE BLDG-MSTR-IO
               MOVE 'N' TO WS-MSTR-OPEN
           END-IF.
           IF WS-OUTG-OPEN = 'Y'
               CLOSE ROOM-OUTAGE-IO
               MOVE 'N' TO WS-OUTG-OPEN
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
       100-BUILD-SORT-INPUT.
           IF WS-SCHED-OPEN = 'Y'
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO CRS-SCHED-KEY
               START CRS-SCHED-IO KEY NOT LESS THAN CRS-SCHED-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM 110-READ-NEXT-SECTION
               PERFORM UNTIL WS-EOF = 'Y'
                   IF WS-SEL-TERM = SPACES OR
                      CRS-SCHED-TERM = WS-SEL-TERM
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 200-RELEASE-SECTION
                   END-IF
                   PERFORM 110-READ-NEXT-SECTION
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       110-READ-NEXT-SECTION.
           IF WS-EOF = 'N'
               READ CRS-SCHED-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       200-RELEASE-SECTION.
      *    SECTIONS WITH NO EXPECTED ENROLLMENT OR WHOSE ROOM CANNOT BE
      *    SIZED ARE COUNTED AS SKIPPED, AS ON SCHED-FILL.
           MOVE '23' TO WS-STAT.
           IF WS-BLDG-OPEN = 'Y'
               MOVE CRS-SCHED-BLDG TO ISAM-IO-BLDG
               MOVE CRS-SCHED-ROOM TO ISAM-IO-ROOM
               READ ISAM-BLDG-IO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-STAT NOT = '00' OR
              CRS-SCHED-ENROLL NOT NUMERIC OR
              ISAM-IO-SEATS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE CRS-SCHED-ENROLL TO WS-ENROLL-NUM
               MOVE ISAM-IO-SEATS    TO WS-SEATS-NUM
               IF WS-SEATS-NUM = ZERO OR WS-ENROLL-NUM = ZERO
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   COMPUTE WS-FILL-PCT =
                       (WS-ENROLL-NUM * 100) / WS-SEATS-NUM
                   IF WS-FILL-PCT NOT < WS-LOW-PCT AND
                      WS-FILL-PCT NOT > WS-HIGH-PCT
                       ADD 1 TO WS-BAND-COUNT
                   ELSE
                       ADD 1 TO WS-OUT-COUNT
                       PERFORM 210-RELEASE-OUT-OF-BAND
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-RELEASE-OUT-OF-BAND.
           MOVE SPACES TO MSTR-CAMPUS-ZONE.
           IF WS-MSTR-OPEN = 'Y'
               MOVE CRS-SCHED-BLDG TO MSTR-BLDG-CODE
               READ BLDG-MSTR-IO
                   INVALID KEY
                       MOVE SPACES TO MSTR-CAMPUS-ZONE
               END-READ
           END-IF.
           MOVE WS-FILL-PCT       TO SRT-FILL-PCT.
           MOVE CRS-SCHED-KEY     TO SRT-KEY.
           MOVE CRS-SCHED-END     TO SRT-END.
           MOVE CRS-SCHED-COURSE  TO SRT-COURSE.
           MOVE WS-ENROLL-NUM     TO SRT-ENROLL.
           MOVE WS-SEATS-NUM      TO SRT-SEATS.
           MOVE ISAM-IO-ROOM-TYPE TO SRT-ROOM-TYPE.
           MOVE ISAM-IO-ADA       TO SRT-ADA.
           MOVE MSTR-CAMPUS-ZONE  TO SRT-ZONE.
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       300-WRITE-ADVICE.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 310-ADVISE-SECTION
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
       310-ADVISE-SECTION.
           MOVE SRT-KEY       TO WS-SCHED-KEY.
           MOVE SRT-END       TO WS-SCHED-END.
           MOVE SRT-COURSE    TO WS-SCHED-COURSE.
           MOVE SRT-ENROLL    TO WS-ENROLL-NUM.
           MOVE SRT-ROOM-TYPE TO WS-HOME-TYPE.
           MOVE SRT-ADA       TO WS-HOME-ADA.
           MOVE SRT-ZONE      TO WS-HOME-ZONE.
           MOVE WS-SCHED-TERM TO WS-TERM-CODE.
           PERFORM 440-FIND-TERM.
           IF WS-TERM-FROM < WS-TODAY
               MOVE WS-TODAY     TO WS-RESV-FROM
           ELSE
               MOVE WS-TERM-FROM TO WS-RESV-FROM
           END-IF.
           MOVE ZERO TO WS-PICK-COUNT.
           PERFORM VARYING WS-RMX FROM 1 BY 1
                   UNTIL WS-RMX > WS-ROOM-LOADED
               PERFORM 320-TRY-ROOM
           END-PERFORM.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE SRT-BLDG     TO SCL-BLDG.
           MOVE SRT-ROOM     TO SCL-ROOM.
           MOVE SRT-TERM     TO SCL-TERM.
           MOVE SRT-DAYS     TO SCL-DAYS.
           MOVE SRT-START    TO SCL-START.
           MOVE SRT-END      TO SCL-END.
           MOVE SRT-COURSE   TO SCL-COURSE.
           MOVE SRT-ENROLL   TO SCL-ENROLL.
           MOVE SRT-SEATS    TO SCL-SEATS.
           MOVE SRT-FILL-PCT TO SCL-FILL.
           IF SRT-FILL-PCT > WS-HIGH-PCT
               MOVE 'OVER'  TO SCL-FLAG
           ELSE
               MOVE 'UNDER' TO SCL-FLAG
           END-IF.
           WRITE RPT-LINE FROM WS-SECT-LINE.
           IF WS-TERM-FOUND = 'N'
               ADD 1 TO WS-NODATE-COUNT
               MOVE 'TERM NOT ON TERM-CAL - BOOKINGS/CLOSURES UNCHECKED'
                   TO NTL-TEXT
               WRITE RPT-LINE FROM WS-NOTE-LINE
           END-IF.
           IF WS-PICK-COUNT = ZERO
               ADD 1 TO WS-NONE-COUNT
               MOVE 'NO ALTERNATIVE ROOM FOUND' TO NTL-TEXT
               WRITE RPT-LINE FROM WS-NOTE-LINE
           ELSE
               ADD 1 TO WS-PROP-COUNT
               PERFORM VARYING WS-PKX FROM 1 BY 1
                       UNTIL WS-PKX > WS-PICK-COUNT
                   PERFORM 340-WRITE-ALTERNATIVE
               END-PERFORM
               PERFORM 345-WRITE-MOVE-REC
           END-IF.
      *-----------------------------------------------------------------
       320-TRY-ROOM.
      *    CHEAP TESTS FIRST; THE FILE SCANS ARE ONLY MADE FOR A ROOM
      *    THAT WOULD EARN A PLACE IN THE TOP THREE.
           MOVE 'Y' TO WS-CAND-OK.
           IF WS-RM-BLDG(WS-RMX) = WS-SCHED-BLDG AND
              WS-RM-ROOM(WS-RMX) = WS-SCHED-ROOM
               MOVE 'N' TO WS-CAND-OK
           END-IF.
           IF WS-RM-TYPE(WS-RMX) NOT = WS-HOME-TYPE
               MOVE 'N' TO WS-CAND-OK
           END-IF.
           IF WS-HOME-ADA = 'Y' AND WS-RM-ADA(WS-RMX) NOT = 'Y'
               MOVE 'N' TO WS-CAND-OK
           END-IF.
           IF WS-RM-SEATS(WS-RMX) < WS-ENROLL-NUM
               MOVE 'N' TO WS-CAND-OK
           END-IF.
           IF WS-CAND-OK = 'Y'
               COMPUTE WS-CAND-FILL =
                   (WS-ENROLL-NUM * 100) / WS-RM-SEATS(WS-RMX)
               IF WS-CAND-FILL < WS-LOW-PCT OR
                  WS-CAND-FILL > WS-HIGH-PCT
                   MOVE 'N' TO WS-CAND-OK
               END-IF
           END-IF.
           IF WS-CAND-OK = 'Y'
               IF WS-RM-BLDG(WS-RMX) = WS-SCHED-BLDG
                   MOVE 1 TO WS-CAND-TIER
               ELSE
                   IF WS-HOME-ZONE NOT = SPACES AND
                      WS-RM-ZONE(WS-RMX) = WS-HOME-ZONE
                       MOVE 2 TO WS-CAND-TIER
                   ELSE
                       MOVE 3 TO WS-CAND-TIER
                   END-IF
               END-IF
               COMPUTE WS-CAND-ORDER =
                   (WS-CAND-TIER * 10000) + WS-RM-SEATS(WS-RMX)
               IF WS-PICK-COUNT = 3 AND
                  WS-CAND-ORDER NOT < WS-PK-ORDER(3)
                   MOVE 'N' TO WS-CAND-OK
               END-IF
           END-IF.
           IF WS-CAND-OK = 'Y'
               MOVE WS-RM-BLDG(WS-RMX) TO WS-CAND-BLDG
               MOVE WS-RM-ROOM(WS-RMX) TO WS-CAND-ROOM
               PERFORM 400-CHECK-CONFLICTS
               IF WS-CONFLICT = 'N'
                   PERFORM 330-INSERT-PICK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       330-INSERT-PICK.
      *    ROOMS ARRIVE IN KEY ORDER, SO AN EQUAL FIT STAYS BEHIND THE
      *    ONE ALREADY HELD.  THE ENTRIES BELOW THE NEW ONE MOVE DOWN A
      *    SLOT AND THE THIRD FALLS INTO THE SPARE FOURTH.
           MOVE 1   TO WS-PKX.
           MOVE 'N' TO WS-PICK-PLACED.
           PERFORM UNTIL WS-PKX > WS-PICK-COUNT OR
                         WS-PICK-PLACED = 'Y'
               IF WS-CAND-ORDER < WS-PK-ORDER(WS-PKX)
                   MOVE 'Y' TO WS-PICK-PLACED
               ELSE
                   ADD 1 TO WS-PKX
               END-IF
           END-PERFORM.
           MOVE WS-PICK-COUNT TO WS-PKY.
           PERFORM UNTIL WS-PKY < WS-PKX
               MOVE WS-PICK-ENTRY(WS-PKY) TO WS-PICK-ENTRY(WS-PKY + 1)
               SUBTRACT 1 FROM WS-PKY
           END-PERFORM.
           MOVE WS-CAND-ORDER TO WS-PK-ORDER(WS-PKX).
           MOVE WS-CAND-TIER  TO WS-PK-TIER(WS-PKX).
           MOVE WS-RMX        TO WS-PK-RMX(WS-PKX).
           MOVE WS-CAND-FILL  TO WS-PK-FILL(WS-PKX).
           IF WS-PICK-COUNT < 3
               ADD 1 TO WS-PICK-COUNT
           END-IF.
      *-----------------------------------------------------------------
       340-WRITE-ALTERNATIVE.
           MOVE WS-PK-RMX(WS-PKX)      TO WS-RMX.
           MOVE WS-PKX                 TO ALT-RANK.
           MOVE WS-RM-BLDG(WS-RMX)     TO ALT-BLDG.
           MOVE WS-RM-ROOM(WS-RMX)     TO ALT-ROOM.
           MOVE WS-RM-SEATS(WS-RMX)    TO ALT-SEATS.
           MOVE WS-PK-FILL(WS-PKX)     TO ALT-FILL.
           EVALUATE WS-PK-TIER(WS-PKX)
               WHEN 1 MOVE 'SAME BLDG'  TO ALT-PREF
               WHEN 2 MOVE 'SAME ZONE'  TO ALT-PREF
               WHEN OTHER MOVE 'OTHER ZONE' TO ALT-PREF
           END-EVALUATE.
           IF WS-PKX = 1
               MOVE '<- MOVES FILE' TO ALT-CHOSEN
           ELSE
               MOVE SPACES          TO ALT-CHOSEN
           END-IF.
           WRITE RPT-LINE FROM WS-ALT-LINE.
      *-----------------------------------------------------------------
       345-WRITE-MOVE-REC.
           MOVE WS-PK-RMX(1)        TO WS-RMX.
           MOVE SPACES              TO MOVE-REC.
           MOVE 'N'                 TO MOVE-SIGNOFF.
           MOVE WS-SCHED-KEY        TO MOVE-FROM-KEY.
           MOVE WS-RM-BLDG(WS-RMX)  TO MOVE-TO-BLDG.
           MOVE WS-RM-ROOM(WS-RMX)  TO MOVE-TO-ROOM.
           MOVE WS-SCHED-END        TO MOVE-END.
           MOVE WS-SCHED-COURSE     TO MOVE-COURSE.
           MOVE WS-ENROLL-NUM       TO MOVE-ENROLL.
           MOVE WS-RM-SEATS(WS-RMX) TO MOVE-TO-SEATS.
           WRITE MOVE-REC.
           IF WS-CHOSEN-COUNT < WS-CHOSEN-MAX
               ADD 1 TO WS-CHOSEN-COUNT
               MOVE WS-RM-BLDG(WS-RMX) TO WS-CH-BLDG(WS-CHOSEN-COUNT)
               MOVE WS-RM-ROOM(WS-RMX) TO WS-CH-ROOM(WS-CHOSEN-COUNT)
               MOVE WS-SCHED-TERM      TO WS-CH-TERM(WS-CHOSEN-COUNT)
               MOVE WS-SCHED-DAYS      TO WS-CH-DAYS(WS-CHOSEN-COUNT)
               MOVE WS-SCHED-START     TO WS-CH-START(WS-CHOSEN-COUNT)
               MOVE WS-SCHED-END       TO WS-CH-END(WS-CHOSEN-COUNT)
           ELSE
               ADD 1 TO WS-CHOSEN-SKIPPED
           END-IF.
      *-----------------------------------------------------------------
       350-WRITE-CONTROL-TOTALS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'SECTIONS READ:'   TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'IN BAND:'         TO CTL-LABEL.
           MOVE WS-BAND-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'OUT OF BAND:'     TO CTL-LABEL.
           MOVE WS-OUT-COUNT       TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SKIPPED:'         TO CTL-LABEL.
           MOVE WS-SKIP-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'WITH PROPOSAL:'   TO CTL-LABEL.
           MOVE WS-PROP-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'NO ALTERNATIVE:'  TO CTL-LABEL.
           MOVE WS-NONE-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'NO TERM DATES:'   TO CTL-LABEL.
           MOVE WS-NODATE-COUNT    TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'ROOMS OFFERED:'   TO CTL-LABEL.
           MOVE WS-ROOM-LOADED     TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           IF WS-ROOM-SKIPPED > ZERO
               MOVE 'ROOMS NOT HELD:'  TO CTL-LABEL
               MOVE WS-ROOM-SKIPPED    TO CTL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
           IF WS-CHOSEN-SKIPPED > ZERO
               MOVE 'MOVES NOT HELD:'  TO CTL-LABEL
               MOVE WS-CHOSEN-SKIPPED  TO CTL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
      *-----------------------------------------------------------------
       400-CHECK-CONFLICTS.
           MOVE 'N' TO WS-CONFLICT.
           IF WS-SCHED-OPEN = 'Y'
               PERFORM 410-CHECK-SECTIONS
           END-IF.
           IF WS-CONFLICT = 'N'
               PERFORM 420-CHECK-CHOSEN
           END-IF.
           IF WS-CONFLICT = 'N' AND WS-TERM-FOUND = 'Y'
               IF WS-OUTG-OPEN = 'Y'
                   PERFORM 430-CHECK-OUTAGE
               END-IF
               IF WS-CONFLICT = 'N' AND WS-RESV-OPEN = 'Y'
                   PERFORM 450-CHECK-BOOKINGS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       410-CHECK-SECTIONS.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE WS-CAND-BLDG  TO CRS-SCHED-BLDG.
           MOVE WS-CAND-ROOM  TO CRS-SCHED-ROOM.
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
                   IF CRS-SCHED-BLDG NOT = WS-CAND-BLDG OR
                      CRS-SCHED-ROOM NOT = WS-CAND-ROOM OR
                      CRS-SCHED-TERM NOT = WS-SCHED-TERM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       MOVE CRS-SCHED-DAYS  TO WS-OTHER-DAYS
                       MOVE CRS-SCHED-START TO WS-OTHER-START
                       MOVE CRS-SCHED-END   TO WS-OTHER-END
                       PERFORM 415-COMPARE-PATTERN
                       IF WS-CONFLICT = 'Y'
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       415-COMPARE-PATTERN.
           MOVE 'N' TO WS-DAY-COMMON.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 7
               IF WS-SCHED-DAYS(WS-IDX:1) NOT = SPACE
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > 7
                       IF WS-OTHER-DAYS(WS-JDX:1) =
                               WS-SCHED-DAYS(WS-IDX:1)
                           MOVE 'Y' TO WS-DAY-COMMON
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-DAY-COMMON = 'Y' AND
              WS-SCHED-START < WS-OTHER-END AND
              WS-OTHER-START < WS-SCHED-END
               MOVE 'Y' TO WS-CONFLICT
           END-IF.
      *-----------------------------------------------------------------
       420-CHECK-CHOSEN.
           PERFORM VARYING WS-CHX FROM 1 BY 1
                   UNTIL WS-CHX > WS-CHOSEN-COUNT
               IF WS-CH-BLDG(WS-CHX) = WS-CAND-BLDG AND
                  WS-CH-ROOM(WS-CHX) = WS-CAND-ROOM AND
                  WS-CH-TERM(WS-CHX) = WS-SCHED-TERM
                   MOVE WS-CH-DAYS(WS-CHX)  TO WS-OTHER-DAYS
                   MOVE WS-CH-START(WS-CHX) TO WS-OTHER-START
                   MOVE WS-CH-END(WS-CHX)   TO WS-OTHER-END
                   PERFORM 415-COMPARE-PATTERN
                   IF WS-CONFLICT = 'Y'
                       MOVE WS-CHOSEN-COUNT TO WS-CHX
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       430-CHECK-OUTAGE.
      *    ANY CLOSURE OF THE ROOM OVERLAPPING THE TERM'S CLASS DATES
      *    RULES IT OUT, AS SCHED-LOAD WOULD REFUSE THE SECTION THERE.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE WS-CAND-BLDG TO ROOM-OUTG-BLDG.
           MOVE WS-CAND-ROOM TO ROOM-OUTG-ROOM.
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
                   IF ROOM-OUTG-BLDG NOT = WS-CAND-BLDG OR
                      ROOM-OUTG-ROOM NOT = WS-CAND-ROOM OR
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
       450-CHECK-BOOKINGS.
      *    A BOOKING FROM TODAY TO THE END OF THE TERM, ON ONE OF THE
      *    SECTION'S DAYS AND OVERLAPPING ITS TIMES, RULES THE ROOM OUT
      *    (RESV-SWEEP WOULD BUMP IT THE NIGHT AFTER THE MOVE).
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE WS-CAND-BLDG TO ROOM-RESV-BLDG.
           MOVE WS-CAND-ROOM TO ROOM-RESV-ROOM.
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
                   IF ROOM-RESV-BLDG NOT = WS-CAND-BLDG OR
                      ROOM-RESV-ROOM NOT = WS-CAND-ROOM OR
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
