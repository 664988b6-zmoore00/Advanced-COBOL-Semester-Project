      ******************************************************************
      *PROGRAM : TERM-ROLL.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Term-end rollover and purge of COURSE-SCHED.DAT and   *
      *          ROOM-RESV.DAT.  Bookings dated before the reservation *
      *          cutoff are unloaded to a dated archive generation     *
      *          (RESV-ARCH-YYYYMMDD.SEQ) and deleted from the live    *
      *          file.  Sections of every term older than the purge    *
      *          term are unloaded the same way to                     *
      *          SCHED-ARCH-YYYYMMDD.SEQ; both generations carry       *
      *          header/trailer controls in the BLDG-BKUP unload       *
      *          format.  A term is older when its last class date on  *
      *          TERM-CAL.DAT falls before the first class date of the *
      *          purge term; a term missing from TERM-CAL.DAT cannot   *
      *          be dated and is kept.  Optionally the sections of a   *
      *          chosen copy term are copied forward under the next    *
      *          term code as the starting point for planning that     *
      *          term.  A copy is skipped and written to TERM-ROLL.REJ *
      *          with a reason code when the room is no longer on      *
      *          BUILDING-ISAM.DAT (ROOM), the building is not an      *
      *          active BLDG-MSTR.DAT entry (MSTR), another section in *
      *          the room overlaps it in the next term (CONF), the     *
      *          room is closed on ROOM-OUTAGE.DAT during the next     *
      *          term (OUTG), a booking in the next term overlaps it   *
      *          (RESV), or the write fails (DUPL).  Parameters come   *
      *          from TERM-ROLL.PRM: purge term, reservation cutoff    *
      *          (YYYYMMDD, blank = first class date of the purge      *
      *          term, never later than the first of last month),      *
      *          copy term and next term (blank = the TERM-CAL.DAT     *
      *          term that starts first after the copy term ends).     *
      *          The control report TERM-ROLL.OUT balances records     *
      *          read against kept, archived and copied forward for    *
      *          each file.  RC 8 when the parameters are invalid, a   *
      *          generation for the day already exists, a file is      *
      *          unavailable or still in its old layout, or a file is  *
      *          out of balance.  A record comes off the live file     *
      *          only after its archive copy is written; if a          *
      *          generation cannot be opened or written, purging of    *
      *          that file stops, the rest of it is kept and the run   *
      *          ends RC 8.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-ROLL AS "TERM-ROLL" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ROOM-OUTAGE-IO ASSIGN TO "../ROOM-OUTAGE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-OUTG-KEY
                               FILE STATUS   IS WS-OUTG-STAT.
           SELECT TERM-CAL-FILE ASSIGN TO "../TERM-CAL.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT SCHED-ARCH-FILE ASSIGN TO WS-SCHED-ARCH-NAME
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-SCA-STAT.
           SELECT RESV-ARCH-FILE ASSIGN TO WS-RESV-ARCH-NAME
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RSA-STAT.
           SELECT WORK-FILE   ASSIGN TO "TERM-ROLL.TMP"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-WORK-STAT.
           SELECT PRM-FILE    ASSIGN TO "TERM-ROLL.PRM"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
           SELECT RPT-FILE    ASSIGN TO "TERM-ROLL.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
           SELECT REJ-FILE    ASSIGN TO "TERM-ROLL.REJ"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-REJ-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  BLDG-MSTR-IO.
           COPY MSTRREC.

       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

       FD  TERM-CAL-FILE.
           COPY TERMREC.

       FD  SCHED-ARCH-FILE.
       01  SCA-REC.
           03  SCA-REC-TYPE        PIC X.
           03  SCA-REC-DATA        PIC X(46).

       FD  RESV-ARCH-FILE.
       01  RSA-REC.
           03  RSA-REC-TYPE        PIC X.
           03  RSA-REC-DATA        PIC X(84).

       FD  WORK-FILE.
       01  WORK-REC                   PIC X(46).

       FD  PRM-FILE.
       01  PRM-REC.
           03  PRM-PURGE-TERM      PIC X(5).
           03  PRM-RESV-CUTOFF     PIC X(8).
           03  PRM-COPY-TERM       PIC X(5).
           03  PRM-NEXT-TERM       PIC X(5).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                   PIC X(80).

       FD  REJ-FILE.
       01  REJ-REC.
           03  REJ-REASON          PIC X(4).
           03  FILLER              PIC X.
           03  REJ-IMAGE           PIC X(46).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-TERM-STAT            PIC XX      VALUE SPACES.
           03  WS-SCA-STAT             PIC XX      VALUE SPACES.
           03  WS-RSA-STAT             PIC XX      VALUE SPACES.
           03  WS-WORK-STAT            PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-REJ-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-BLDG-OPEN            PIC X       VALUE 'N'.
           03  WS-MSTR-OPEN            PIC X       VALUE 'N'.
           03  WS-OUTG-OPEN            PIC X       VALUE 'N'.
           03  WS-SCA-OPEN             PIC X       VALUE 'N'.
           03  WS-RSA-OPEN             PIC X       VALUE 'N'.
           03  WS-SCA-FAIL             PIC X       VALUE 'N'.
           03  WS-RSA-FAIL             PIC X       VALUE 'N'.
           03  WS-NOT-RUN              PIC X       VALUE 'N'.
           03  WS-NOT-RUN-TEXT         PIC X(50)   VALUE SPACES.
           03  WS-REC-VALID            PIC X       VALUE 'Y'.
           03  WS-REJ-REASON           PIC X(4)    VALUE SPACES.
           03  WS-CONFLICT             PIC X       VALUE 'N'.
           03  WS-OUT-OF-BAL           PIC X       VALUE 'N'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-GEN                  PIC X(8)    VALUE SPACES.
           03  WS-SCHED-ARCH-NAME      PIC X(30)   VALUE SPACES.
           03  WS-RESV-ARCH-NAME       PIC X(30)   VALUE SPACES.
           03  WS-RESV-FROM            PIC X(8)    VALUE SPACES.

       01  WS-ROLL-PARMS.
           03  WS-PURGE-TERM           PIC X(5)    VALUE SPACES.
           03  WS-PURGE-FROM           PIC X(8)    VALUE SPACES.
           03  WS-RESV-CUTOFF          PIC X(8)    VALUE SPACES.
           03  WS-RESV-LIMIT           PIC X(8)    VALUE SPACES.
           03  WS-LIMIT-YEAR           PIC 9(4)    VALUE ZERO.
           03  WS-LIMIT-MONTH          PIC 9(2)    VALUE ZERO.
           03  WS-COPY-TERM            PIC X(5)    VALUE SPACES.
           03  WS-COPY-TO              PIC X(8)    VALUE SPACES.
           03  WS-NEXT-TERM            PIC X(5)    VALUE SPACES.
           03  WS-NEXT-FROM            PIC X(8)    VALUE SPACES.
           03  WS-NEXT-TO              PIC X(8)    VALUE SPACES.

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
           03  WS-RESV-READ            PIC 9(7)    VALUE ZERO.
           03  WS-RESV-KEPT            PIC 9(7)    VALUE ZERO.
           03  WS-RESV-ARCH            PIC 9(7)    VALUE ZERO.
           03  WS-RESV-COPIED          PIC 9(7)    VALUE ZERO.
           03  WS-RESV-UNBILLED        PIC 9(7)    VALUE ZERO.
           03  WS-RESV-NOT-DEL         PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-READ           PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-KEPT           PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-ARCH           PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-COPIED         PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-UNDATED        PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-NOT-DEL        PIC 9(7)    VALUE ZERO.
           03  WS-SKIP-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-BAL-TOTAL            PIC 9(7)    VALUE ZERO.
           03  WS-TRL-COUNT            PIC 9(7)    VALUE ZERO.

           COPY SCHEDWS.

           COPY TERMWS.

       01  WS-HDR.
           03  FILLER                  PIC X(40)   VALUE
               'TERM ROLLOVER AND PURGE - CONTROL REPORT'.

       01  WS-PARM-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  PML-LABEL               PIC X(20).
           03  PML-VALUE               PIC X(40).

       01  WS-FILE-LINE.
           03  FILLER                  PIC X(8)    VALUE SPACES.
           03  FLL-NAME                PIC X(40).

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(20).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).

       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-GEN.
           STRING '../SCHED-ARCH-' WS-GEN '.SEQ'
               DELIMITED BY SIZE INTO WS-SCHED-ARCH-NAME.
           STRING '../RESV-ARCH-' WS-GEN '.SEQ'
               DELIMITED BY SIZE INTO WS-RESV-ARCH-NAME.
           PERFORM 040-LOAD-TERM-CAL.
           PERFORM 020-READ-PARAMETERS.
           IF WS-NOT-RUN = 'N'
               PERFORM 050-CHECK-GEN-EXISTS
           END-IF.
           IF WS-NOT-RUN = 'N'
               PERFORM 010-OPEN-DATA-FILES
           END-IF.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-HDR.
           PERFORM 060-WRITE-PARM-LINES.
           IF WS-NOT-RUN = 'Y'
               MOVE WS-NOT-RUN-TEXT TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               MOVE 'NOT RUN' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               CLOSE RPT-FILE
               PERFORM 090-CLOSE-DATA-FILES
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           OPEN OUTPUT REJ-FILE.
           IF WS-RESV-OPEN = 'Y'
               PERFORM 100-PURGE-RESERVATIONS
           END-IF.
           PERFORM 200-PURGE-SECTIONS.
           IF WS-COPY-TERM NOT = SPACES
               PERFORM 300-COPY-SECTIONS
           END-IF.
           PERFORM 090-CLOSE-DATA-FILES.
           CLOSE REJ-FILE.
           PERFORM 500-WRITE-CONTROL-TOTALS.
           CLOSE RPT-FILE.
           IF WS-OUT-OF-BAL = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-DATA-FILES.
      *    NO BOOKING OR CLOSURE FILE MEANS NOTHING TO PURGE OR CHECK
      *    AGAINST; THE BUILDING FILE IS ONLY NEEDED TO COPY A TERM.
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
           OPEN I-O ROOM-RESV-IO.
           EVALUATE WS-RESV-STAT
               WHEN '00'
                   MOVE 'Y' TO WS-RESV-OPEN
               WHEN '39'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'FILE LAYOUT MISMATCH - RUN RESV-CONV FIRST'
                       TO WS-NOT-RUN-TEXT
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'RESERVATION FILE ROOM-RESV.DAT NOT AVAILABLE'
                       TO WS-NOT-RUN-TEXT
           END-EVALUATE.
           IF WS-COPY-TERM NOT = SPACES
               OPEN INPUT ISAM-BLDG-IO
               IF WS-STAT = '00'
                   MOVE 'Y' TO WS-BLDG-OPEN
               ELSE
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'BUILDING FILE BUILDING-ISAM.DAT NOT AVAILABLE'
                       TO WS-NOT-RUN-TEXT
               END-IF
               OPEN INPUT BLDG-MSTR-IO
               IF WS-MSTR-STAT = '00'
                   MOVE 'Y' TO WS-MSTR-OPEN
               END-IF
               OPEN INPUT ROOM-OUTAGE-IO
               IF WS-OUTG-STAT = '00'
                   MOVE 'Y' TO WS-OUTG-OPEN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       020-READ-PARAMETERS.
      *    THE CUTOFF MAY NOT REACH INTO LAST MONTH, WHICH RESV-BILL
      *    MAY STILL HAVE TO CHARGE.
           MOVE WS-TODAY(1:4) TO WS-LIMIT-YEAR.
           MOVE WS-TODAY(5:2) TO WS-LIMIT-MONTH.
           IF WS-LIMIT-MONTH = 1
               MOVE 12 TO WS-LIMIT-MONTH
               SUBTRACT 1 FROM WS-LIMIT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-LIMIT-MONTH
           END-IF.
           MOVE WS-LIMIT-YEAR  TO WS-RESV-LIMIT(1:4).
           MOVE WS-LIMIT-MONTH TO WS-RESV-LIMIT(5:2).
           MOVE '01'           TO WS-RESV-LIMIT(7:2).
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STAT NOT = '35'
               READ PRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-PURGE-TERM  TO WS-PURGE-TERM
                       MOVE PRM-RESV-CUTOFF TO WS-RESV-CUTOFF
                       MOVE PRM-COPY-TERM   TO WS-COPY-TERM
                       MOVE PRM-NEXT-TERM   TO WS-NEXT-TERM
               END-READ
               CLOSE PRM-FILE
           END-IF.
           IF WS-PURGE-TERM = SPACES
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'NO PURGE TERM IN TERM-ROLL.PRM'
                   TO WS-NOT-RUN-TEXT
           ELSE
               MOVE WS-PURGE-TERM TO WS-TERM-CODE
               PERFORM 440-FIND-TERM
               IF WS-TERM-FOUND = 'Y'
                   MOVE WS-TERM-FROM TO WS-PURGE-FROM
               ELSE
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'PURGE TERM NOT ON TERM-CAL.DAT'
                       TO WS-NOT-RUN-TEXT
               END-IF
           END-IF.
           IF WS-NOT-RUN = 'N'
               PERFORM 025-CHECK-CUTOFF
           END-IF.
           IF WS-NOT-RUN = 'N' AND WS-COPY-TERM NOT = SPACES
               PERFORM 030-CHECK-COPY-TERMS
           END-IF.
      *-----------------------------------------------------------------
       025-CHECK-CUTOFF.
           IF WS-RESV-CUTOFF = SPACES
               IF WS-PURGE-FROM < WS-RESV-LIMIT
                   MOVE WS-PURGE-FROM TO WS-RESV-CUTOFF
               ELSE
                   MOVE WS-RESV-LIMIT TO WS-RESV-CUTOFF
               END-IF
           ELSE
               IF WS-RESV-CUTOFF NOT NUMERIC
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'RESERVATION CUTOFF NOT A DATE (YYYYMMDD)'
                       TO WS-NOT-RUN-TEXT
               ELSE
                   IF WS-RESV-CUTOFF > WS-RESV-LIMIT
                       MOVE 'Y' TO WS-NOT-RUN
                       MOVE 'RESV CUTOFF LATER THAN FIRST OF LAST MONTH'
                           TO WS-NOT-RUN-TEXT
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       030-CHECK-COPY-TERMS.
      *    A BLANK NEXT TERM IS THE TERM-CAL ENTRY THAT STARTS FIRST
      *    AFTER THE COPY TERM ENDS.
           MOVE WS-COPY-TERM TO WS-TERM-CODE.
           PERFORM 440-FIND-TERM.
           IF WS-TERM-FOUND = 'N'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'COPY TERM NOT ON TERM-CAL.DAT'
                   TO WS-NOT-RUN-TEXT
           ELSE
               MOVE WS-TERM-TO TO WS-COPY-TO
               IF WS-COPY-TO < WS-PURGE-FROM
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'COPY TERM IS OLDER THAN THE PURGE TERM'
                       TO WS-NOT-RUN-TEXT
               END-IF
           END-IF.
           IF WS-NOT-RUN = 'N' AND WS-NEXT-TERM = SPACES
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TERM-COUNT
                   IF WS-TT-START(WS-TX) > WS-COPY-TO
                       IF WS-NEXT-TERM = SPACES OR
                          WS-TT-START(WS-TX) < WS-NEXT-FROM
                           MOVE WS-TT-CODE(WS-TX)  TO WS-NEXT-TERM
                           MOVE WS-TT-START(WS-TX) TO WS-NEXT-FROM
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEXT-TERM = SPACES
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'NO TERM ON TERM-CAL.DAT AFTER THE COPY TERM'
                       TO WS-NOT-RUN-TEXT
               END-IF
           END-IF.
           IF WS-NOT-RUN = 'N'
               MOVE WS-NEXT-TERM TO WS-TERM-CODE
               PERFORM 440-FIND-TERM
               IF WS-TERM-FOUND = 'N'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'NEXT TERM NOT ON TERM-CAL.DAT'
                       TO WS-NOT-RUN-TEXT
               ELSE
                   MOVE WS-TERM-FROM TO WS-NEXT-FROM
                   MOVE WS-TERM-TO   TO WS-NEXT-TO
                   IF WS-NEXT-FROM NOT > WS-COPY-TO
                       MOVE 'Y' TO WS-NOT-RUN
                       MOVE 'NEXT TERM MUST START AFTER THE COPY TERM'
                           TO WS-NOT-RUN-TEXT
                   END-IF
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
       050-CHECK-GEN-EXISTS.
      *    A RERUN ON THE SAME DAY WOULD OTHERWISE TRUNCATE AN ARCHIVE
      *    OF RECORDS ALREADY PURGED FROM THE LIVE FILES.
           OPEN INPUT SCHED-ARCH-FILE.
           IF WS-SCA-STAT NOT = '35'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'SCHED-ARCH GENERATION ALREADY EXISTS'
                   TO WS-NOT-RUN-TEXT
               CLOSE SCHED-ARCH-FILE
           END-IF.
           OPEN INPUT RESV-ARCH-FILE.
           IF WS-RSA-STAT NOT = '35'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'RESV-ARCH GENERATION ALREADY EXISTS'
                   TO WS-NOT-RUN-TEXT
               CLOSE RESV-ARCH-FILE
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-PARM-LINES.
           MOVE 'GENERATION:'        TO PML-LABEL.
           MOVE WS-GEN               TO PML-VALUE.
           WRITE RPT-LINE FROM WS-PARM-LINE.
           MOVE 'PURGE TERMS BEFORE:' TO PML-LABEL.
           MOVE SPACES               TO PML-VALUE.
           IF WS-PURGE-FROM = SPACES
               MOVE WS-PURGE-TERM    TO PML-VALUE
           ELSE
               STRING WS-PURGE-TERM ' (STARTS ' WS-PURGE-FROM ')'
                   DELIMITED BY SIZE INTO PML-VALUE
           END-IF.
           WRITE RPT-LINE FROM WS-PARM-LINE.
           MOVE 'RESV CUTOFF:'       TO PML-LABEL.
           MOVE WS-RESV-CUTOFF       TO PML-VALUE.
           WRITE RPT-LINE FROM WS-PARM-LINE.
           MOVE 'COPY FORWARD:'      TO PML-LABEL.
           MOVE SPACES               TO PML-VALUE.
           IF WS-COPY-TERM = SPACES
               MOVE 'NONE'           TO PML-VALUE
           ELSE
               STRING WS-COPY-TERM ' TO ' WS-NEXT-TERM
                   DELIMITED BY SIZE INTO PML-VALUE
           END-IF.
           WRITE RPT-LINE FROM WS-PARM-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
      *-----------------------------------------------------------------
       090-CLOSE-DATA-FILES.
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
       100-PURGE-RESERVATIONS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOM-RESV-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RESV-READ
                       PERFORM 110-PURGE-RESV-REC
               END-READ
           END-PERFORM.
           IF WS-RSA-OPEN = 'Y'
               MOVE 'T'    TO RSA-REC-TYPE
               MOVE SPACES TO RSA-REC-DATA
               COMPUTE WS-TRL-COUNT = WS-RESV-ARCH + WS-RESV-NOT-DEL
               MOVE WS-TRL-COUNT TO RSA-REC-DATA(1:7)
               WRITE RSA-REC
               CLOSE RESV-ARCH-FILE
           END-IF.
      *-----------------------------------------------------------------
       110-PURGE-RESV-REC.
      *    THE GENERATION IS ONLY CUT ONCE THERE IS SOMETHING TO PUT IN
      *    IT.  A RECORD COMES OFF THE LIVE FILE ONLY AFTER ITS ARCHIVE
      *    COPY IS WRITTEN; ONCE A WRITE FAILS NOTHING MORE IS PURGED.
           IF ROOM-RESV-DATE NOT < WS-RESV-CUTOFF OR WS-RSA-FAIL = 'Y'
               ADD 1 TO WS-RESV-KEPT
           ELSE
               IF WS-RSA-OPEN = 'N'
                   PERFORM 120-OPEN-RESV-ARCH
               END-IF
               IF WS-RSA-FAIL = 'N'
                   MOVE 'D'           TO RSA-REC-TYPE
                   MOVE ROOM-RESV-REC TO RSA-REC-DATA
                   WRITE RSA-REC
                   IF WS-RSA-STAT NOT = '00'
                       MOVE 'Y' TO WS-RSA-FAIL
                   END-IF
               END-IF
               IF WS-RSA-FAIL = 'Y'
                   ADD 1 TO WS-RESV-KEPT
                   MOVE 'Y' TO WS-OUT-OF-BAL
               ELSE
                   DELETE ROOM-RESV-IO
                       INVALID KEY
                           ADD 1 TO WS-RESV-KEPT
                           ADD 1 TO WS-RESV-NOT-DEL
                           MOVE 'Y' TO WS-OUT-OF-BAL
                       NOT INVALID KEY
                           ADD 1 TO WS-RESV-ARCH
                           IF ROOM-RESV-BILLED = SPACES
                               ADD 1 TO WS-RESV-UNBILLED
                           END-IF
                   END-DELETE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       120-OPEN-RESV-ARCH.
           OPEN OUTPUT RESV-ARCH-FILE.
           IF WS-RSA-STAT = '00'
               MOVE 'Y'    TO WS-RSA-OPEN
               MOVE 'H'    TO RSA-REC-TYPE
               MOVE SPACES TO RSA-REC-DATA
               MOVE WS-GEN         TO RSA-REC-DATA(1:8)
               MOVE WS-RESV-CUTOFF TO RSA-REC-DATA(10:8)
               WRITE RSA-REC
           END-IF.
           IF WS-RSA-STAT NOT = '00'
               MOVE 'Y' TO WS-RSA-FAIL
           END-IF.
      *-----------------------------------------------------------------
       200-PURGE-SECTIONS.
      *    SECTIONS OF THE COPY TERM GO TO A WORK FILE AND ARE COPIED
      *    ONCE THIS PASS IS DONE, SO THE NEW RECORDS ARE NOT READ BACK.
           IF WS-COPY-TERM NOT = SPACES
               OPEN OUTPUT WORK-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CRS-SCHED-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SCHED-READ
                       PERFORM 210-PURGE-SCHED-REC
               END-READ
           END-PERFORM.
           IF WS-COPY-TERM NOT = SPACES
               CLOSE WORK-FILE
           END-IF.
           IF WS-SCA-OPEN = 'Y'
               MOVE 'T'    TO SCA-REC-TYPE
               MOVE SPACES TO SCA-REC-DATA
               COMPUTE WS-TRL-COUNT = WS-SCHED-ARCH + WS-SCHED-NOT-DEL
               MOVE WS-TRL-COUNT  TO SCA-REC-DATA(1:7)
               WRITE SCA-REC
               CLOSE SCHED-ARCH-FILE
           END-IF.
      *-----------------------------------------------------------------
       210-PURGE-SCHED-REC.
           MOVE CRS-SCHED-TERM TO WS-TERM-CODE.
           PERFORM 440-FIND-TERM.
           IF WS-TERM-FOUND = 'N'
               ADD 1 TO WS-SCHED-UNDATED
           END-IF.
           IF WS-TERM-FOUND = 'Y' AND WS-TERM-TO < WS-PURGE-FROM AND
              WS-SCA-FAIL = 'N'
               PERFORM 220-ARCHIVE-SCHED-REC
           ELSE
               IF WS-COPY-TERM NOT = SPACES AND
                  CRS-SCHED-TERM = WS-COPY-TERM
                   MOVE CRS-SCHED-REC TO WORK-REC
                   WRITE WORK-REC
               ELSE
                   ADD 1 TO WS-SCHED-KEPT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       220-ARCHIVE-SCHED-REC.
      *    SAME RULE AS 110-PURGE-RESV-REC: ARCHIVE FIRST, THEN DELETE.
           IF WS-SCA-OPEN = 'N'
               PERFORM 230-OPEN-SCHED-ARCH
           END-IF.
           IF WS-SCA-FAIL = 'N'
               MOVE 'D'           TO SCA-REC-TYPE
               MOVE CRS-SCHED-REC TO SCA-REC-DATA
               WRITE SCA-REC
               IF WS-SCA-STAT NOT = '00'
                   MOVE 'Y' TO WS-SCA-FAIL
               END-IF
           END-IF.
           IF WS-SCA-FAIL = 'Y'
               ADD 1 TO WS-SCHED-KEPT
               MOVE 'Y' TO WS-OUT-OF-BAL
           ELSE
               DELETE CRS-SCHED-IO
                   INVALID KEY
                       ADD 1 TO WS-SCHED-KEPT
                       ADD 1 TO WS-SCHED-NOT-DEL
                       MOVE 'Y' TO WS-OUT-OF-BAL
                   NOT INVALID KEY
                       ADD 1 TO WS-SCHED-ARCH
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
       230-OPEN-SCHED-ARCH.
           OPEN OUTPUT SCHED-ARCH-FILE.
           IF WS-SCA-STAT = '00'
               MOVE 'Y'    TO WS-SCA-OPEN
               MOVE 'H'    TO SCA-REC-TYPE
               MOVE SPACES TO SCA-REC-DATA
               MOVE WS-GEN        TO SCA-REC-DATA(1:8)
               MOVE WS-PURGE-TERM TO SCA-REC-DATA(10:5)
               MOVE WS-PURGE-FROM TO SCA-REC-DATA(16:8)
               WRITE SCA-REC
           END-IF.
           IF WS-SCA-STAT NOT = '00'
               MOVE 'Y' TO WS-SCA-FAIL
           END-IF.
      *-----------------------------------------------------------------
       300-COPY-SECTIONS.
      *    THE ORIGINAL SECTION IS KEPT EITHER WAY; ONE THAT CANNOT BE
      *    COPIED COUNTS AS KEPT AND IS LISTED ON THE REJECT FILE.
           MOVE WS-NEXT-FROM TO WS-TERM-FROM.
           MOVE WS-NEXT-TO   TO WS-TERM-TO.
           OPEN INPUT WORK-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 310-COPY-SCHED-REC
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
      *-----------------------------------------------------------------
       310-COPY-SCHED-REC.
           MOVE WORK-REC     TO WS-SCHED-REC.
           MOVE WS-NEXT-TERM TO WS-SCHED-TERM.
           PERFORM 400-VALIDATE-COPY.
           IF WS-REC-VALID = 'Y'
               MOVE WS-SCHED-REC TO CRS-SCHED-REC
               WRITE CRS-SCHED-REC
                   INVALID KEY
                       MOVE 'N'    TO WS-REC-VALID
                       MOVE 'DUPL' TO WS-REJ-REASON
               END-WRITE
           END-IF.
           IF WS-REC-VALID = 'Y'
               ADD 1 TO WS-SCHED-COPIED
           ELSE
               ADD 1 TO WS-SCHED-KEPT
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACES        TO REJ-REC
               MOVE WS-REJ-REASON TO REJ-REASON
               MOVE WORK-REC      TO REJ-IMAGE
               WRITE REJ-REC
           END-IF.
      *-----------------------------------------------------------------
       400-VALIDATE-COPY.
           MOVE 'Y'    TO WS-REC-VALID.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE WS-SCHED-BLDG TO ISAM-IO-BLDG.
           MOVE WS-SCHED-ROOM TO ISAM-IO-ROOM.
           READ ISAM-BLDG-IO
               INVALID KEY
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'ROOM' TO WS-REJ-REASON
           END-READ.
           IF WS-REC-VALID = 'Y'
               MOVE SPACES TO MSTR-STATUS
               IF WS-MSTR-OPEN = 'Y'
                   MOVE WS-SCHED-BLDG TO MSTR-BLDG-CODE
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
               PERFORM 410-CHECK-SECTIONS
               IF WS-CONFLICT = 'Y'
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'CONF' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y' AND WS-OUTG-OPEN = 'Y'
               PERFORM 430-CHECK-OUTAGE
               IF WS-CONFLICT = 'Y'
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'OUTG' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y' AND WS-RESV-OPEN = 'Y'
               PERFORM 460-CHECK-BOOKINGS
               IF WS-CONFLICT = 'Y'
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'RESV' TO WS-REJ-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       410-CHECK-SECTIONS.
           MOVE 'N' TO WS-CONFLICT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE WS-SCHED-BLDG TO CRS-SCHED-BLDG.
           MOVE WS-SCHED-ROOM TO CRS-SCHED-ROOM.
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
                   IF CRS-SCHED-BLDG NOT = WS-SCHED-BLDG OR
                      CRS-SCHED-ROOM NOT = WS-SCHED-ROOM OR
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
           MOVE WS-SCHED-BLDG TO ROOM-RESV-BLDG.
           MOVE WS-SCHED-ROOM TO ROOM-RESV-ROOM.
           MOVE WS-RESV-FROM  TO ROOM-RESV-DATE.
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
                   IF ROOM-RESV-BLDG NOT = WS-SCHED-BLDG OR
                      ROOM-RESV-ROOM NOT = WS-SCHED-ROOM OR
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
       500-WRITE-CONTROL-TOTALS.
           MOVE 'ROOM-RESV.DAT'      TO FLL-NAME.
           WRITE RPT-LINE FROM WS-FILE-LINE.
           MOVE WS-RESV-READ         TO CTL-COUNT.
           MOVE 'BOOKINGS READ:'     TO CTL-LABEL.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT:'              TO CTL-LABEL.
           MOVE WS-RESV-KEPT         TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'ARCHIVED:'          TO CTL-LABEL.
           MOVE WS-RESV-ARCH         TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'COPIED FORWARD:'    TO CTL-LABEL.
           MOVE WS-RESV-COPIED       TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           COMPUTE WS-BAL-TOTAL = WS-RESV-KEPT + WS-RESV-ARCH
               + WS-RESV-COPIED.
           MOVE WS-RESV-READ TO WS-TRL-COUNT.
           PERFORM 510-WRITE-BALANCE.
           MOVE 'ARCHIVED UNBILLED:' TO CTL-LABEL.
           MOVE WS-RESV-UNBILLED     TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           IF WS-RESV-NOT-DEL > ZERO
               MOVE 'KEPT, DELETE FAILED:' TO CTL-LABEL
               MOVE WS-RESV-NOT-DEL      TO CTL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RSA-OPEN = 'Y'
                   MOVE WS-RESV-ARCH-NAME TO TXL-TEXT
               WHEN WS-RSA-FAIL = 'Y'
                   MOVE 'ARCHIVE OPEN FAILED - PURGE STOPPED'
                       TO TXL-TEXT
               WHEN OTHER
                   MOVE 'NOTHING TO ARCHIVE - NO GENERATION CUT'
                       TO TXL-TEXT
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-TEXT-LINE.
           IF WS-RSA-OPEN = 'Y' AND WS-RSA-FAIL = 'Y'
               MOVE 'ARCHIVE WRITE FAILED - PURGE STOPPED' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
           END-IF.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'COURSE-SCHED.DAT'   TO FLL-NAME.
           WRITE RPT-LINE FROM WS-FILE-LINE.
           MOVE 'SECTIONS READ:'     TO CTL-LABEL.
           MOVE WS-SCHED-READ        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT:'              TO CTL-LABEL.
           MOVE WS-SCHED-KEPT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'ARCHIVED:'          TO CTL-LABEL.
           MOVE WS-SCHED-ARCH        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'COPIED FORWARD:'    TO CTL-LABEL.
           MOVE WS-SCHED-COPIED      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           COMPUTE WS-BAL-TOTAL = WS-SCHED-KEPT + WS-SCHED-ARCH
               + WS-SCHED-COPIED.
           MOVE WS-SCHED-READ TO WS-TRL-COUNT.
           PERFORM 510-WRITE-BALANCE.
           MOVE 'KEPT, NOT COPIED:'  TO CTL-LABEL.
           MOVE WS-SKIP-COUNT        TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'KEPT, TERM UNDATED:' TO CTL-LABEL.
           MOVE WS-SCHED-UNDATED     TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           IF WS-SCHED-NOT-DEL > ZERO
               MOVE 'KEPT, DELETE FAILED:' TO CTL-LABEL
               MOVE WS-SCHED-NOT-DEL     TO CTL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SCA-OPEN = 'Y'
                   MOVE WS-SCHED-ARCH-NAME TO TXL-TEXT
               WHEN WS-SCA-FAIL = 'Y'
                   MOVE 'ARCHIVE OPEN FAILED - PURGE STOPPED'
                       TO TXL-TEXT
               WHEN OTHER
                   MOVE 'NOTHING TO ARCHIVE - NO GENERATION CUT'
                       TO TXL-TEXT
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-TEXT-LINE.
           IF WS-SCA-OPEN = 'Y' AND WS-SCA-FAIL = 'Y'
               MOVE 'ARCHIVE WRITE FAILED - PURGE STOPPED' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-BALANCE.
      *    READ MUST EQUAL KEPT + ARCHIVED + COPIED FORWARD.  A
      *    SECTION COPIED FORWARD STAYS ON FILE UNDER ITS OWN TERM AS
      *    WELL; THE COPY UNDER THE NEXT TERM IS NOT PART OF THE READ.
           IF WS-BAL-TOTAL = WS-TRL-COUNT
               MOVE 'IN BALANCE' TO TXL-TEXT
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO TXL-TEXT
               MOVE 'Y' TO WS-OUT-OF-BAL
           END-IF.
           WRITE RPT-LINE FROM WS-TEXT-LINE.
