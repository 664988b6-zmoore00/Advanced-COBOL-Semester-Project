      ******************************************************************
      *PROGRAM : SCHED-CONF.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Nightly room-assignment confirmation back to the      *
      *          Registrar, run right after SCHED-LOAD.  Every         *
      *          section on the Registrar extract REGISTRAR-SCHED.DAT  *
      *          gets one detail record on SCHED-CONF.DAT carrying     *
      *          the section key, course and expected enrollment, the  *
      *          room's seats, room type and ADA flag from             *
      *          BUILDING-ISAM.DAT, the building name from             *
      *          BLDG-MSTR.DAT, and a status: LOADED when the section  *
      *          is on COURSE-SCHED.DAT, OVERCAP when it loaded but    *
      *          its CRS-SCHED-ENROLL is more than the room's seats,   *
      *          or REJECTED with the SCHED-LOAD.REJ reason code.  A   *
      *          section that is neither loaded nor on the reject      *
      *          file (rejected by an earlier run and not resubmitted) *
      *          is REJECTED with reason NFND.  The file opens with a  *
      *          header record and closes with a trailer carrying the  *
      *          detail count and the count per status so the          *
      *          Registrar can check it arrived whole.  Counts are     *
      *          also printed to SCHED-CONF.OUT.  RC 8 when the        *
      *          schedule file is still in its old layout.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-CONF AS "SCHED-CONF" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRS-SCHED-IO ASSIGN TO "../COURSE-SCHED.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
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
           SELECT FEED-FILE   ASSIGN TO "../REGISTRAR-SCHED.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FEED-STAT.
           SELECT REJ-FILE    ASSIGN TO "SCHED-LOAD.REJ"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-REJ-STAT.
           SELECT CONF-FILE   ASSIGN TO "../SCHED-CONF.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CONF-STAT.
           SELECT RPT-FILE    ASSIGN TO "SCHED-CONF.OUT"
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

       FD  FEED-FILE.
       01  FEED-REC.
           03  FEED-KEY.
               05  FEED-BLDG       PIC X(7).
               05  FEED-ROOM       PIC X(5).
               05  FEED-TERM       PIC X(5).
               05  FEED-DAYS       PIC X(7).
               05  FEED-START      PIC X(4).
           03  FEED-END            PIC X(4).
           03  FEED-COURSE         PIC X(10).
           03  FEED-ENROLL         PIC X(4).

       FD  REJ-FILE.
       01  REJ-REC.
           03  REJ-REASON          PIC X(4).
           03  FILLER              PIC X.
           03  REJ-IMAGE           PIC X(46).

      *    REGISTRAR CONFIRMATION - FIXED 100-BYTE RECORDS, ONE
      *    HEADER, ONE DETAIL PER EXTRACT ROW, ONE TRAILER.
       FD  CONF-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CONF-HDR-REC.
           03  CFH-REC-TYPE        PIC X.
           03  CFH-SOURCE          PIC X(8).
           03  CFH-RUN-DATE        PIC X(8).
           03  CFH-RUN-TIME        PIC X(6).
           03  FILLER              PIC X(77).
       01  CONF-DTL-REC.
           03  CFD-REC-TYPE        PIC X.
           03  CFD-KEY.
               05  CFD-BLDG        PIC X(7).
               05  CFD-ROOM        PIC X(5).
               05  CFD-TERM        PIC X(5).
               05  CFD-DAYS        PIC X(7).
               05  CFD-START       PIC X(4).
           03  CFD-END             PIC X(4).
           03  CFD-COURSE          PIC X(10).
           03  CFD-ENROLL          PIC X(4).
           03  CFD-SEATS           PIC X(4).
           03  CFD-ROOM-TYPE       PIC X(7).
           03  CFD-ADA             PIC X.
           03  CFD-BLDG-NAME       PIC X(25).
           03  CFD-STATUS          PIC X(8).
           03  CFD-REASON          PIC X(4).
           03  FILLER              PIC X(4).
       01  CONF-TRL-REC.
           03  CFT-REC-TYPE        PIC X.
           03  CFT-DTL-COUNT       PIC 9(7).
           03  CFT-LOAD-COUNT      PIC 9(7).
           03  CFT-OVER-COUNT      PIC 9(7).
           03  CFT-REJ-COUNT       PIC 9(7).
           03  FILLER              PIC X(71).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-SCHED-STAT           PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-FEED-STAT            PIC XX      VALUE SPACES.
           03  WS-REJ-STAT             PIC XX      VALUE SPACES.
           03  WS-CONF-STAT            PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCHED-OPEN           PIC X       VALUE 'N'.
           03  WS-BLDG-OPEN            PIC X       VALUE 'N'.
           03  WS-MSTR-OPEN            PIC X       VALUE 'N'.
           03  WS-FEED-OPEN            PIC X       VALUE 'N'.
           03  WS-LAYOUT-BAD           PIC X       VALUE 'N'.
           03  WS-NOW                  PIC X(14)   VALUE SPACES.
           03  WS-ROW-REASON           PIC X(4)    VALUE SPACES.

       01  WS-REJ-TABLE.
           03  WS-REJ-MAX              PIC 9(4)    VALUE 3000.
           03  WS-REJ-LOADED           PIC 9(4)    VALUE ZERO.
           03  WS-RX                   PIC 9(4)    VALUE ZERO.
           03  WS-REJ-ENTRY OCCURS 3000 TIMES.
               05  WS-RT-REASON        PIC X(4).
               05  WS-RT-IMAGE         PIC X(46).

       01  WS-COUNTS.
           03  WS-DTL-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-LOAD-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-OVER-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-REJ-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-NFND-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-REJ-SKIPPED          PIC 9(7)    VALUE ZERO.

       01  WS-HDR.
           03  FILLER                  PIC X(40)   VALUE
               'REGISTRAR CONFIRMATION - CONTROL REPORT'.

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(16).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           PERFORM 010-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-HDR.
           IF WS-LAYOUT-BAD = 'Y'
               MOVE 'SCHEDULE FILE KEY LAYOUT MISMATCH' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               MOVE 'RUN SCHED-CONV FIRST - NOT RUN' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               CLOSE RPT-FILE
               PERFORM 090-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           PERFORM 050-LOAD-REJECTS.
           OPEN OUTPUT CONF-FILE.
           MOVE SPACES      TO CONF-HDR-REC.
           MOVE 'H'         TO CFH-REC-TYPE.
           MOVE 'ROOMSCHD'  TO CFH-SOURCE.
           MOVE WS-NOW(1:8) TO CFH-RUN-DATE.
           MOVE WS-NOW(9:6) TO CFH-RUN-TIME.
           WRITE CONF-HDR-REC.
           IF WS-FEED-OPEN = 'Y'
               PERFORM 100-READ-FEED-REC
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM 200-CONFIRM-SECTION
                   PERFORM 100-READ-FEED-REC
               END-PERFORM
           ELSE
               MOVE 'NO REGISTRAR EXTRACT - EMPTY FILE SENT'
                   TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
           END-IF.
           MOVE SPACES        TO CONF-TRL-REC.
           MOVE 'T'           TO CFT-REC-TYPE.
           MOVE WS-DTL-COUNT  TO CFT-DTL-COUNT.
           MOVE WS-LOAD-COUNT TO CFT-LOAD-COUNT.
           MOVE WS-OVER-COUNT TO CFT-OVER-COUNT.
           MOVE WS-REJ-COUNT  TO CFT-REJ-COUNT.
           WRITE CONF-TRL-REC.
           CLOSE CONF-FILE.
           PERFORM 090-CLOSE-FILES.
           PERFORM 300-WRITE-CONTROL-TOTALS.
           CLOSE RPT-FILE.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-FILES.
      *    A MISSING ROOM OR BUILDING FILE ONLY LEAVES THOSE COLUMNS
      *    BLANK; A SCHEDULE FILE STILL IN ITS OLD LAYOUT STOPS THE RUN.
           OPEN INPUT CRS-SCHED-IO.
           EVALUATE WS-SCHED-STAT
               WHEN '00'
                   MOVE 'Y' TO WS-SCHED-OPEN
               WHEN '39'
                   MOVE 'Y' TO WS-LAYOUT-BAD
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
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STAT = '00'
               MOVE 'Y' TO WS-FEED-OPEN
           END-IF.
      *-----------------------------------------------------------------
       050-LOAD-REJECTS.
      *    SCHED-LOAD.REJ HOLDS THE REASON CODE AHEAD OF THE ORIGINAL
      *    EXTRACT ROW, SO A ROW IS MATCHED ON ITS WHOLE IMAGE.
           MOVE ZERO TO WS-REJ-LOADED.
           OPEN INPUT REJ-FILE.
           IF WS-REJ-STAT = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REJ-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-REJ-LOADED < WS-REJ-MAX
                               ADD 1 TO WS-REJ-LOADED
                               MOVE REJ-REASON
                                   TO WS-RT-REASON(WS-REJ-LOADED)
                               MOVE REJ-IMAGE
                                   TO WS-RT-IMAGE(WS-REJ-LOADED)
                           ELSE
                               ADD 1 TO WS-REJ-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJ-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
      *-----------------------------------------------------------------
       090-CLOSE-FILES.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE CRS-SCHED-IO
           END-IF.
           IF WS-BLDG-OPEN = 'Y'
               CLOSE ISAM-BLDG-IO
           END-IF.
           IF WS-MSTR-OPEN = 'Y'
               CLOSE BLDG-MSTR-IO
           END-IF.
           IF WS-FEED-OPEN = 'Y'
               CLOSE FEED-FILE
           END-IF.
      *-----------------------------------------------------------------
       100-READ-FEED-REC.
           READ FEED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
      *-----------------------------------------------------------------
       200-CONFIRM-SECTION.
           MOVE SPACES      TO CONF-DTL-REC.
           MOVE 'D'         TO CFD-REC-TYPE.
           MOVE FEED-KEY    TO CFD-KEY.
           MOVE FEED-END    TO CFD-END.
           MOVE FEED-COURSE TO CFD-COURSE.
           MOVE FEED-ENROLL TO CFD-ENROLL.
           PERFORM 210-LOOKUP-ROOM.
           PERFORM 220-FIND-REJECT.
           IF WS-ROW-REASON NOT = SPACES
               MOVE 'REJECTED'    TO CFD-STATUS
               MOVE WS-ROW-REASON TO CFD-REASON
               ADD 1 TO WS-REJ-COUNT
           ELSE
               PERFORM 230-CHECK-LOADED
           END-IF.
           WRITE CONF-DTL-REC.
           ADD 1 TO WS-DTL-COUNT.
      *-----------------------------------------------------------------
       210-LOOKUP-ROOM.
           IF WS-BLDG-OPEN = 'Y'
               MOVE FEED-BLDG TO ISAM-IO-BLDG
               MOVE FEED-ROOM TO ISAM-IO-ROOM
               READ ISAM-BLDG-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ISAM-IO-SEATS     TO CFD-SEATS
                       MOVE ISAM-IO-ROOM-TYPE TO CFD-ROOM-TYPE
                       MOVE ISAM-IO-ADA       TO CFD-ADA
               END-READ
           END-IF.
           IF WS-MSTR-OPEN = 'Y'
               MOVE FEED-BLDG TO MSTR-BLDG-CODE
               READ BLDG-MSTR-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MSTR-BLDG-NAME TO CFD-BLDG-NAME
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       220-FIND-REJECT.
           MOVE SPACES TO WS-ROW-REASON.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REJ-LOADED
               IF WS-RT-IMAGE(WS-RX) = FEED-REC
                   MOVE WS-RT-REASON(WS-RX) TO WS-ROW-REASON
                   MOVE WS-REJ-LOADED       TO WS-RX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       230-CHECK-LOADED.
      *    LOADED MEANS THE SECTION IS ON THE SCHEDULE FILE UNDER ITS
      *    KEY.  ENROLLMENT IS COMPARED AS LOADED; A BLANK ENROLLMENT
      *    OR SEAT COUNT CANNOT BE OVER CAPACITY.
           MOVE 'NFND' TO WS-ROW-REASON.
           IF WS-SCHED-OPEN = 'Y'
               MOVE FEED-KEY TO CRS-SCHED-KEY
               READ CRS-SCHED-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-ROW-REASON
               END-READ
           END-IF.
           IF WS-ROW-REASON NOT = SPACES
               MOVE 'REJECTED'    TO CFD-STATUS
               MOVE WS-ROW-REASON TO CFD-REASON
               ADD 1 TO WS-REJ-COUNT
               ADD 1 TO WS-NFND-COUNT
           ELSE
               MOVE CRS-SCHED-ENROLL TO CFD-ENROLL
               IF CRS-SCHED-ENROLL NUMERIC AND
                  CFD-SEATS NUMERIC AND
                  CRS-SCHED-ENROLL > CFD-SEATS
                   MOVE 'OVERCAP' TO CFD-STATUS
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   MOVE 'LOADED'  TO CFD-STATUS
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-CONTROL-TOTALS.
           MOVE 'SECTIONS SENT:'   TO CTL-LABEL.
           MOVE WS-DTL-COUNT       TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'LOADED:'          TO CTL-LABEL.
           MOVE WS-LOAD-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'OVERCAP:'         TO CTL-LABEL.
           MOVE WS-OVER-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REJECTED:'        TO CTL-LABEL.
           MOVE WS-REJ-COUNT       TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE '  NOT FOUND:'     TO CTL-LABEL.
           MOVE WS-NFND-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           IF WS-REJ-SKIPPED > ZERO
               MOVE 'REJ NOT HELD:'     TO CTL-LABEL
               MOVE WS-REJ-SKIPPED     TO CTL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
