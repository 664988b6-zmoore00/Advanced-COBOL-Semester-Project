      ******************************************************************
      *PROGRAM : BLDG-RENUM.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Batch room renumber/move utility.  Reads              *
      *          old-key/new-key pairs from ../ROOM-RENUM.DAT and, for *
      *          each pair, re-keys the BUILDING-ISAM.DAT room record, *
      *          every COURSE-SCHED.DAT section and every              *
      *          ROOM-OUTAGE.DAT outage in that room, and every        *
      *          ROOM-RESV.DAT booking dated today or later or not yet *
      *          billed.  Billed past bookings stay on the old key as  *
      *          history.  Each move writes a RENOLD audit record on   *
      *          the old key and a RENNEW record on the new key with   *
      *          the same timestamp so the two can be tied together.   *
      *          A pair is refused and written to BLDG-RENUM.REJ with  *
      *          a reason code: BLDS (blank or embedded-space building *
      *          code), SAME (old and new key equal), OLDK (old room   *
      *          not on file), NEWK (new room already on file), MSTR   *
      *          (new building not an active BLDG-MSTR.DAT entry),     *
      *          ORPH (sections, outages, or future or unbilled        *
      *          bookings already sit under the new key), WRIT (write  *
      *          failure), DELT (old record could not be deleted; the  *
      *          new copy is backed out).  BLDG-RENUM.OUT carries      *
      *          before/after record counts for each file and the      *
      *          moved counts.  When a section, booking or outage of a *
      *          moved room cannot be re-keyed, the rest stay on the   *
      *          old key, the pair is counted as PARTIAL rather than   *
      *          moved and flagged for repair by hand, and the run     *
      *          ends RC 8.  RC 8 also when a data file is unavailable *
      *          or still in its old layout.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDG-RENUM AS "BLDG-RENUM" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-BLDG-IO ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-IO-KEY
                               ALTERNATE RECORD KEY IS ISAM-IO-DEPT
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
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
           SELECT PAIR-FILE   ASSIGN TO "../ROOM-RENUM.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PAIR-STAT.
           SELECT CTL-RPT     ASSIGN TO "BLDG-RENUM.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CTL-STAT.
           SELECT REJ-FILE    ASSIGN TO "BLDG-RENUM.REJ"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-REJ-STAT.
           SELECT AUDIT-FILE  ASSIGN TO "../BLDG-AUDIT.DAT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  CRS-SCHED-IO.
           COPY SCHEDREC.

       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  BLDG-MSTR-IO.
           COPY MSTRREC.

       FD  ROOM-OUTAGE-IO.
           COPY OUTGREC.

       FD  PAIR-FILE.
       01  PAIR-REC.
           03  PAIR-OLD-BLDG       PIC X(7).
           03  PAIR-OLD-ROOM       PIC X(5).
           03  PAIR-NEW-BLDG       PIC X(7).
           03  PAIR-NEW-ROOM       PIC X(5).

       FD  CTL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-LINE                   PIC X(80).

       FD  REJ-FILE.
       01  REJ-REC.
           03  REJ-REASON          PIC X(4).
           03  FILLER              PIC X.
           03  REJ-IMAGE           PIC X(24).

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
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-MSTR-STAT            PIC XX      VALUE SPACES.
           03  WS-OUTG-STAT            PIC XX      VALUE SPACES.
           03  WS-PAIR-STAT            PIC XX      VALUE SPACES.
           03  WS-CTL-STAT             PIC XX      VALUE SPACES.
           03  WS-REJ-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SCAN-EOF             PIC X       VALUE 'N'.
           03  WS-NOT-RUN              PIC X       VALUE 'N'.
           03  WS-NOT-RUN-TEXT         PIC X(50)   VALUE SPACES.
           03  WS-REC-VALID            PIC X       VALUE 'Y'.
           03  WS-PAIR-PARTIAL         PIC X       VALUE 'N'.
           03  WS-REJ-REASON           PIC X(4)    VALUE SPACES.
           03  WS-SEEN-SPACE           PIC X       VALUE 'N'.
           03  WS-IDX                  PIC 9(2)    VALUE ZERO.
           03  WS-CHECK-BLDG           PIC X(7)    VALUE SPACES.
           03  WS-OPERATOR             PIC X(8)    VALUE 'BLDGRENM'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-TIMESTAMP            PIC X(14)   VALUE SPACES.
           03  WS-RESV-RESUME-KEY      PIC X(24)   VALUE SPACES.

       01  WS-PAIR-REC.
           03  WS-OLD-KEY.
               05  WS-OLD-BLDG         PIC X(7)    VALUE SPACES.
               05  WS-OLD-ROOM         PIC X(5)    VALUE SPACES.
           03  WS-NEW-KEY.
               05  WS-NEW-BLDG         PIC X(7)    VALUE SPACES.
               05  WS-NEW-ROOM         PIC X(5)    VALUE SPACES.

       01  WS-COUNTS.
           03  WS-PAIR-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-DONE-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-PARTIAL-COUNT        PIC 9(7)    VALUE ZERO.
           03  WS-REJ-COUNT            PIC 9(7)    VALUE ZERO.
           03  WS-ROOM-MOVED           PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-MOVED          PIC 9(7)    VALUE ZERO.
           03  WS-RESV-MOVED           PIC 9(7)    VALUE ZERO.
           03  WS-OUTG-MOVED           PIC 9(7)    VALUE ZERO.
           03  WS-SCAN-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-PAIR-SECTIONS        PIC 9(7)    VALUE ZERO.
           03  WS-PAIR-BOOKINGS        PIC 9(7)    VALUE ZERO.
           03  WS-PAIR-OUTAGES         PIC 9(7)    VALUE ZERO.

       01  WS-FILE-COUNTS.
           03  WS-ROOM-BEFORE          PIC 9(7)    VALUE ZERO.
           03  WS-ROOM-AFTER           PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-BEFORE         PIC 9(7)    VALUE ZERO.
           03  WS-SCHED-AFTER          PIC 9(7)    VALUE ZERO.
           03  WS-RESV-BEFORE          PIC 9(7)    VALUE ZERO.
           03  WS-RESV-AFTER           PIC 9(7)    VALUE ZERO.
           03  WS-OUTG-BEFORE          PIC 9(7)    VALUE ZERO.
           03  WS-OUTG-AFTER           PIC 9(7)    VALUE ZERO.

           COPY BLDGWS.

           COPY SCHEDWS.

           COPY RESVWS.

           COPY OUTGWS.

       01  WS-HDR.
           03  FILLER                  PIC X(40)   VALUE
               'ROOM RENUMBER/MOVE - CONTROL REPORT'.

       01  WS-MOVE-HDR.
           03  FILLER                  PIC X(16)   VALUE 'OLD KEY'.
           03  FILLER                  PIC X(16)   VALUE 'NEW KEY'.
           03  FILLER                  PIC X(10)   VALUE 'SECTIONS'.
           03  FILLER                  PIC X(10)   VALUE 'BOOKINGS'.
           03  FILLER                  PIC X(7)    VALUE 'OUTAGES'.

       01  WS-MOVE-LINE.
           03  MVL-OLD-BLDG            PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  MVL-OLD-ROOM            PIC X(5).
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  MVL-NEW-BLDG            PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  MVL-NEW-ROOM            PIC X(5).
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  MVL-SECTIONS            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  MVL-BOOKINGS            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  MVL-OUTAGES             PIC ZZZ,ZZ9.

       01  WS-PARTIAL-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  FILLER                  PIC X(40)   VALUE
               '** PARTIAL - REPAIR BY HAND'.

       01  WS-FILE-HDR.
           03  FILLER                  PIC X(22)   VALUE 'FILE'.
           03  FILLER                  PIC X(10)   VALUE '   BEFORE'.
           03  FILLER                  PIC X(10)   VALUE '    AFTER'.
           03  FILLER                  PIC X(10)   VALUE '    MOVED'.

       01  WS-FILE-LINE.
           03  FLL-NAME                PIC X(20).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  FLL-BEFORE              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  FLL-AFTER               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  FLL-MOVED               PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(10).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-NOT-RUN-LINE.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  NRL-TEXT                PIC X(50).

       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 010-OPEN-DATA-FILES.
           IF WS-NOT-RUN = 'Y'
               OPEN OUTPUT CTL-RPT
               WRITE CTL-LINE FROM WS-HDR
               MOVE WS-NOT-RUN-TEXT TO NRL-TEXT
               WRITE CTL-LINE FROM WS-NOT-RUN-LINE
               MOVE 'NOT RUN' TO NRL-TEXT
               WRITE CTL-LINE FROM WS-NOT-RUN-LINE
               CLOSE CTL-RPT
               CLOSE ISAM-BLDG-IO
               CLOSE CRS-SCHED-IO
               CLOSE ROOM-RESV-IO
               CLOSE BLDG-MSTR-IO
               CLOSE ROOM-OUTAGE-IO
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           OPEN INPUT PAIR-FILE.
           IF WS-PAIR-STAT NOT = '00'
               OPEN OUTPUT CTL-RPT
               WRITE CTL-LINE FROM WS-HDR
               MOVE '  RENUMBER PAIR FILE NOT FOUND - NOT RUN'
                   TO CTL-LINE
               WRITE CTL-LINE
               CLOSE CTL-RPT
               CLOSE ISAM-BLDG-IO
               CLOSE CRS-SCHED-IO
               CLOSE ROOM-RESV-IO
               CLOSE BLDG-MSTR-IO
               CLOSE ROOM-OUTAGE-IO
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           OPEN OUTPUT REJ-FILE.
           OPEN OUTPUT CTL-RPT.
           PERFORM 015-OPEN-AUDIT-FILE.
           WRITE CTL-LINE FROM WS-HDR.
           WRITE CTL-LINE FROM WS-BLANK-LINE.
           WRITE CTL-LINE FROM WS-MOVE-HDR.
           PERFORM 600-COUNT-ROOM-FILE.
           MOVE WS-SCAN-COUNT TO WS-ROOM-BEFORE.
           PERFORM 610-COUNT-SCHED-FILE.
           MOVE WS-SCAN-COUNT TO WS-SCHED-BEFORE.
           PERFORM 620-COUNT-RESV-FILE.
           MOVE WS-SCAN-COUNT TO WS-RESV-BEFORE.
           PERFORM 630-COUNT-OUTG-FILE.
           MOVE WS-SCAN-COUNT TO WS-OUTG-BEFORE.
           PERFORM 100-READ-PAIR-REC.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 200-PROCESS-PAIR-REC
               PERFORM 100-READ-PAIR-REC
           END-PERFORM.
           PERFORM 600-COUNT-ROOM-FILE.
           MOVE WS-SCAN-COUNT TO WS-ROOM-AFTER.
           PERFORM 610-COUNT-SCHED-FILE.
           MOVE WS-SCAN-COUNT TO WS-SCHED-AFTER.
           PERFORM 620-COUNT-RESV-FILE.
           MOVE WS-SCAN-COUNT TO WS-RESV-AFTER.
           PERFORM 630-COUNT-OUTG-FILE.
           MOVE WS-SCAN-COUNT TO WS-OUTG-AFTER.
           PERFORM 300-WRITE-CONTROL-TOTALS.
           CLOSE ISAM-BLDG-IO.
           CLOSE CRS-SCHED-IO.
           CLOSE ROOM-RESV-IO.
           CLOSE BLDG-MSTR-IO.
           CLOSE ROOM-OUTAGE-IO.
           CLOSE PAIR-FILE.
           CLOSE REJ-FILE.
           CLOSE CTL-RPT.
           CLOSE AUDIT-FILE.
           IF WS-PARTIAL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-DATA-FILES.
           OPEN I-O ISAM-BLDG-IO.
           EVALUATE WS-STAT
               WHEN '00'
                   CONTINUE
               WHEN '39'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'FILE LAYOUT MISMATCH - RUN BLDG-CONV FIRST'
                       TO WS-NOT-RUN-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'BUILDING FILE BUILDING-ISAM.DAT NOT AVAILABLE'
                       TO WS-NOT-RUN-TEXT
           END-EVALUATE.
           OPEN INPUT BLDG-MSTR-IO.
           IF WS-MSTR-STAT NOT = '00'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'BUILDING MASTER BLDG-MSTR.DAT NOT AVAILABLE'
                   TO WS-NOT-RUN-TEXT
           END-IF.
           OPEN I-O ROOM-RESV-IO.
           IF WS-RESV-STAT = '35'
               OPEN OUTPUT ROOM-RESV-IO
               CLOSE ROOM-RESV-IO
               OPEN I-O ROOM-RESV-IO
           END-IF.
           EVALUATE WS-RESV-STAT
               WHEN '00'
                   CONTINUE
               WHEN '39'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'FILE LAYOUT MISMATCH - RUN RESV-CONV FIRST'
                       TO WS-NOT-RUN-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'RESERVATION FILE ROOM-RESV.DAT NOT AVAILABLE'
                       TO WS-NOT-RUN-TEXT
           END-EVALUATE.
           OPEN I-O CRS-SCHED-IO.
           IF WS-SCHED-STAT = '35'
               OPEN OUTPUT CRS-SCHED-IO
               CLOSE CRS-SCHED-IO
               OPEN I-O CRS-SCHED-IO
           END-IF.
           EVALUATE WS-SCHED-STAT
               WHEN '00'
                   CONTINUE
               WHEN '39'
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'FILE LAYOUT MISMATCH - RUN SCHED-CONV FIRST'
                       TO WS-NOT-RUN-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-NOT-RUN
                   MOVE 'SCHEDULE FILE COURSE-SCHED.DAT NOT AVAILABLE'
                       TO WS-NOT-RUN-TEXT
           END-EVALUATE.
           OPEN I-O ROOM-OUTAGE-IO.
           IF WS-OUTG-STAT = '35'
               OPEN OUTPUT ROOM-OUTAGE-IO
               CLOSE ROOM-OUTAGE-IO
               OPEN I-O ROOM-OUTAGE-IO
           END-IF.
           IF WS-OUTG-STAT NOT = '00'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'OUTAGE FILE ROOM-OUTAGE.DAT NOT AVAILABLE'
                   TO WS-NOT-RUN-TEXT
           END-IF.
      *-----------------------------------------------------------------
       015-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STAT = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
      *-----------------------------------------------------------------
       100-READ-PAIR-REC.
           READ PAIR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE PAIR-REC TO WS-PAIR-REC
                   ADD 1 TO WS-PAIR-COUNT
           END-READ.
      *-----------------------------------------------------------------
       200-PROCESS-PAIR-REC.
           MOVE 'N' TO WS-PAIR-PARTIAL.
           PERFORM 400-VALIDATE-PAIR-REC.
           IF WS-REC-VALID = 'N'
               PERFORM 450-WRITE-REJECT-REC
           ELSE
               PERFORM 210-MOVE-ROOM-REC
               IF WS-REC-VALID = 'N'
                   PERFORM 450-WRITE-REJECT-REC
               ELSE
                   MOVE ZERO TO WS-PAIR-SECTIONS
                   MOVE ZERO TO WS-PAIR-BOOKINGS
                   MOVE ZERO TO WS-PAIR-OUTAGES
                   PERFORM 220-MOVE-SECTIONS
                   PERFORM 230-MOVE-BOOKINGS
                   PERFORM 240-MOVE-OUTAGES
                   IF WS-PAIR-PARTIAL = 'N'
                       ADD 1 TO WS-DONE-COUNT
                   ELSE
                       ADD 1 TO WS-PARTIAL-COUNT
                   END-IF
                   MOVE WS-OLD-BLDG TO MVL-OLD-BLDG
                   MOVE WS-OLD-ROOM TO MVL-OLD-ROOM
                   MOVE WS-NEW-BLDG TO MVL-NEW-BLDG
                   MOVE WS-NEW-ROOM TO MVL-NEW-ROOM
                   MOVE WS-PAIR-SECTIONS TO MVL-SECTIONS
                   MOVE WS-PAIR-BOOKINGS TO MVL-BOOKINGS
                   MOVE WS-PAIR-OUTAGES TO MVL-OUTAGES
                   WRITE CTL-LINE FROM WS-MOVE-LINE
      *    THE ROOM IS NOW SPLIT ACROSS BOTH KEYS; THE REJECT FILE
      *    SHOWS WHICH DEPENDENT RECORD STOPPED THE MOVE.
                   IF WS-PAIR-PARTIAL = 'Y'
                       WRITE CTL-LINE FROM WS-PARTIAL-LINE
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-MOVE-ROOM-REC.
           MOVE WS-OLD-KEY TO ISAM-IO-KEY.
           READ ISAM-BLDG-IO
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE ISAM-REC-IO TO WS-REC.
           MOVE WS-NEW-KEY  TO ISAM-IO-KEY.
           WRITE ISAM-REC-IO
               INVALID KEY
                   MOVE 'N'    TO WS-REC-VALID
                   MOVE 'WRIT' TO WS-REJ-REASON
           END-WRITE.
           IF WS-REC-VALID = 'Y'
               MOVE WS-OLD-KEY TO ISAM-IO-KEY
               DELETE ISAM-BLDG-IO
                   INVALID KEY
                       MOVE 'N'    TO WS-REC-VALID
                       MOVE 'DELT' TO WS-REJ-REASON
               END-DELETE
      *    THE OLD RECORD COULD NOT BE TAKEN OFF; BACK OUT THE NEW ONE
      *    SO THE ROOM IS NOT LEFT ON FILE UNDER BOTH KEYS.
               IF WS-REC-VALID = 'N'
                   MOVE WS-NEW-KEY TO ISAM-IO-KEY
                   DELETE ISAM-BLDG-IO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y'
               ADD 1 TO WS-ROOM-MOVED
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
               MOVE WS-OLD-KEY TO AUD-KEY
               MOVE 'RENOLD'   TO AUD-ACTION
               PERFORM 080-WRITE-AUDIT-REC
               MOVE WS-NEW-KEY TO AUD-KEY
               MOVE 'RENNEW'   TO AUD-ACTION
               PERFORM 080-WRITE-AUDIT-REC
           END-IF.
      *-----------------------------------------------------------------
       220-MOVE-SECTIONS.
      *    EACH RECORD IS WRITTEN UNDER THE NEW KEY AND THEN DELETED
      *    FROM THE OLD ONE, SO THE BROWSE IS RESTARTED AT THE OLD ROOM
      *    AFTER EVERY MOVE RATHER THAN RELYING ON THE FILE POSITION
      *    SURVIVING THE DELETE.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               MOVE LOW-VALUES  TO CRS-SCHED-KEY
               MOVE WS-OLD-BLDG TO CRS-SCHED-BLDG
               MOVE WS-OLD-ROOM TO CRS-SCHED-ROOM
               START CRS-SCHED-IO KEY IS >= CRS-SCHED-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               IF WS-SCAN-EOF = 'N'
                   READ CRS-SCHED-IO NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                   END-READ
               END-IF
               IF WS-SCAN-EOF = 'N'
                   IF CRS-SCHED-BLDG NOT = WS-OLD-BLDG OR
                      CRS-SCHED-ROOM NOT = WS-OLD-ROOM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       PERFORM 225-REKEY-SECTION
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       225-REKEY-SECTION.
           MOVE CRS-SCHED-REC TO WS-SCHED-REC.
           MOVE WS-NEW-BLDG   TO CRS-SCHED-BLDG.
           MOVE WS-NEW-ROOM   TO CRS-SCHED-ROOM.
           WRITE CRS-SCHED-REC
               INVALID KEY
                   MOVE 'Y'    TO WS-SCAN-EOF
                   MOVE 'Y'    TO WS-PAIR-PARTIAL
                   MOVE 'WRIT' TO WS-REJ-REASON
                   PERFORM 450-WRITE-REJECT-REC
           END-WRITE.
           IF WS-SCAN-EOF = 'N'
               MOVE WS-SCHED-REC TO CRS-SCHED-REC
               DELETE CRS-SCHED-IO
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-DELETE
               IF WS-SCAN-EOF = 'Y'
                   MOVE WS-NEW-BLDG TO CRS-SCHED-BLDG
                   MOVE WS-NEW-ROOM TO CRS-SCHED-ROOM
                   DELETE CRS-SCHED-IO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'Y'    TO WS-PAIR-PARTIAL
                   MOVE 'DELT' TO WS-REJ-REASON
                   PERFORM 450-WRITE-REJECT-REC
               ELSE
                   ADD 1 TO WS-SCHED-MOVED
                   ADD 1 TO WS-PAIR-SECTIONS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       230-MOVE-BOOKINGS.
      *    BOOKINGS DATED TODAY OR LATER, AND PAST BOOKINGS NOT YET
      *    BILLED, FOLLOW THE ROOM SO RESV-BILL CHARGES THEM UNDER THE
      *    NEW KEY.  BILLED PAST BOOKINGS STAY BEHIND AS HISTORY, SO
      *    THE BROWSE RESUMES AFTER THE LAST KEY LOOKED AT; A MOVED
      *    KEY IS GONE FROM THE FILE BY THEN, A KEPT ONE IS SKIPPED.
           MOVE LOW-VALUES  TO ROOM-RESV-KEY.
           MOVE WS-OLD-BLDG TO ROOM-RESV-BLDG.
           MOVE WS-OLD-ROOM TO ROOM-RESV-ROOM.
           MOVE ROOM-RESV-KEY TO WS-RESV-RESUME-KEY.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               MOVE WS-RESV-RESUME-KEY TO ROOM-RESV-KEY
               START ROOM-RESV-IO KEY IS > ROOM-RESV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               IF WS-SCAN-EOF = 'N'
                   READ ROOM-RESV-IO NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                   END-READ
               END-IF
               IF WS-SCAN-EOF = 'N'
                   IF ROOM-RESV-BLDG NOT = WS-OLD-BLDG OR
                      ROOM-RESV-ROOM NOT = WS-OLD-ROOM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       MOVE ROOM-RESV-KEY TO WS-RESV-RESUME-KEY
                       IF ROOM-RESV-DATE NOT < WS-TODAY OR
                          ROOM-RESV-BILLED = SPACES
                           PERFORM 235-REKEY-BOOKING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       235-REKEY-BOOKING.
           MOVE ROOM-RESV-REC TO WS-RESV-REC.
           MOVE WS-NEW-BLDG   TO ROOM-RESV-BLDG.
           MOVE WS-NEW-ROOM   TO ROOM-RESV-ROOM.
           WRITE ROOM-RESV-REC
               INVALID KEY
                   MOVE 'Y'    TO WS-SCAN-EOF
                   MOVE 'Y'    TO WS-PAIR-PARTIAL
                   MOVE 'WRIT' TO WS-REJ-REASON
                   PERFORM 450-WRITE-REJECT-REC
           END-WRITE.
           IF WS-SCAN-EOF = 'N'
               MOVE WS-RESV-REC TO ROOM-RESV-REC
               DELETE ROOM-RESV-IO
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-DELETE
               IF WS-SCAN-EOF = 'Y'
                   MOVE WS-NEW-BLDG TO ROOM-RESV-BLDG
                   MOVE WS-NEW-ROOM TO ROOM-RESV-ROOM
                   DELETE ROOM-RESV-IO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'Y'    TO WS-PAIR-PARTIAL
                   MOVE 'DELT' TO WS-REJ-REASON
                   PERFORM 450-WRITE-REJECT-REC
               ELSE
                   ADD 1 TO WS-RESV-MOVED
                   ADD 1 TO WS-PAIR-BOOKINGS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       240-MOVE-OUTAGES.
      *    EVERY OUTAGE ON THE ROOM MOVES WITH IT, PAST OR FUTURE, SO
      *    THE BROWSE RESTARTS AT THE OLD ROOM AFTER EACH MOVE THE SAME
      *    WAY 220-MOVE-SECTIONS DOES.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               MOVE WS-OLD-BLDG TO ROOM-OUTG-BLDG
               MOVE WS-OLD-ROOM TO ROOM-OUTG-ROOM
               MOVE LOW-VALUES  TO ROOM-OUTG-FROM
               START ROOM-OUTAGE-IO KEY IS >= ROOM-OUTG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               IF WS-SCAN-EOF = 'N'
                   READ ROOM-OUTAGE-IO NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                   END-READ
               END-IF
               IF WS-SCAN-EOF = 'N'
                   IF ROOM-OUTG-BLDG NOT = WS-OLD-BLDG OR
                      ROOM-OUTG-ROOM NOT = WS-OLD-ROOM
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       PERFORM 245-REKEY-OUTAGE
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       245-REKEY-OUTAGE.
           MOVE ROOM-OUTAGE-REC TO WS-OUTG-REC.
           MOVE WS-NEW-BLDG     TO ROOM-OUTG-BLDG.
           MOVE WS-NEW-ROOM     TO ROOM-OUTG-ROOM.
           WRITE ROOM-OUTAGE-REC
               INVALID KEY
                   MOVE 'Y'    TO WS-SCAN-EOF
                   MOVE 'Y'    TO WS-PAIR-PARTIAL
                   MOVE 'WRIT' TO WS-REJ-REASON
                   PERFORM 450-WRITE-REJECT-REC
           END-WRITE.
           IF WS-SCAN-EOF = 'N'
               MOVE WS-OUTG-REC TO ROOM-OUTAGE-REC
               DELETE ROOM-OUTAGE-IO
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-DELETE
               IF WS-SCAN-EOF = 'Y'
                   MOVE WS-NEW-BLDG TO ROOM-OUTG-BLDG
                   MOVE WS-NEW-ROOM TO ROOM-OUTG-ROOM
                   DELETE ROOM-OUTAGE-IO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'Y'    TO WS-PAIR-PARTIAL
                   MOVE 'DELT' TO WS-REJ-REASON
                   PERFORM 450-WRITE-REJECT-REC
               ELSE
                   ADD 1 TO WS-OUTG-MOVED
                   ADD 1 TO WS-PAIR-OUTAGES
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-CONTROL-TOTALS.
           WRITE CTL-LINE FROM WS-BLANK-LINE.
           WRITE CTL-LINE FROM WS-FILE-HDR.
           MOVE 'BUILDING-ISAM.DAT' TO FLL-NAME.
           MOVE WS-ROOM-BEFORE  TO FLL-BEFORE.
           MOVE WS-ROOM-AFTER   TO FLL-AFTER.
           MOVE WS-ROOM-MOVED   TO FLL-MOVED.
           WRITE CTL-LINE FROM WS-FILE-LINE.
           MOVE 'COURSE-SCHED.DAT' TO FLL-NAME.
           MOVE WS-SCHED-BEFORE TO FLL-BEFORE.
           MOVE WS-SCHED-AFTER  TO FLL-AFTER.
           MOVE WS-SCHED-MOVED  TO FLL-MOVED.
           WRITE CTL-LINE FROM WS-FILE-LINE.
           MOVE 'ROOM-RESV.DAT' TO FLL-NAME.
           MOVE WS-RESV-BEFORE  TO FLL-BEFORE.
           MOVE WS-RESV-AFTER   TO FLL-AFTER.
           MOVE WS-RESV-MOVED   TO FLL-MOVED.
           WRITE CTL-LINE FROM WS-FILE-LINE.
           MOVE 'ROOM-OUTAGE.DAT' TO FLL-NAME.
           MOVE WS-OUTG-BEFORE  TO FLL-BEFORE.
           MOVE WS-OUTG-AFTER   TO FLL-AFTER.
           MOVE WS-OUTG-MOVED   TO FLL-MOVED.
           WRITE CTL-LINE FROM WS-FILE-LINE.
           WRITE CTL-LINE FROM WS-BLANK-LINE.
           MOVE 'PAIRS:'    TO CTL-LABEL.
           MOVE WS-PAIR-COUNT TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'MOVED:'    TO CTL-LABEL.
           MOVE WS-DONE-COUNT TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'PARTIAL:'  TO CTL-LABEL.
           MOVE WS-PARTIAL-COUNT TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'REJECTS:'  TO CTL-LABEL.
           MOVE WS-REJ-COUNT TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
      *-----------------------------------------------------------------
       080-WRITE-AUDIT-REC.
           MOVE WS-SEATS          TO AUD-OLD-SEATS.
           MOVE WS-SEATS          TO AUD-NEW-SEATS.
           MOVE WS-TIMESTAMP      TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR       TO AUD-OPERATOR.
           WRITE AUDIT-REC.
      *-----------------------------------------------------------------
       400-VALIDATE-PAIR-REC.
           MOVE 'Y' TO WS-REC-VALID.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE WS-OLD-BLDG TO WS-CHECK-BLDG.
           PERFORM 410-CHECK-BLDG-CODE.
           IF WS-REC-VALID = 'Y'
               MOVE WS-NEW-BLDG TO WS-CHECK-BLDG
               PERFORM 410-CHECK-BLDG-CODE
           END-IF.
           IF WS-REC-VALID = 'Y' AND WS-OLD-KEY = WS-NEW-KEY
               MOVE 'N' TO WS-REC-VALID
               MOVE 'SAME' TO WS-REJ-REASON
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE WS-OLD-KEY TO ISAM-IO-KEY
               READ ISAM-BLDG-IO
                   INVALID KEY
                       MOVE 'N' TO WS-REC-VALID
                       MOVE 'OLDK' TO WS-REJ-REASON
               END-READ
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE WS-NEW-KEY TO ISAM-IO-KEY
               READ ISAM-BLDG-IO
                   NOT INVALID KEY
                       MOVE 'N' TO WS-REC-VALID
                       MOVE 'NEWK' TO WS-REJ-REASON
               END-READ
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE WS-NEW-BLDG TO MSTR-BLDG-CODE
               READ BLDG-MSTR-IO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MSTR-STAT NOT = '00' OR
                  MSTR-STATUS NOT = 'A'
                   MOVE 'N' TO WS-REC-VALID
                   MOVE 'MSTR' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y'
               PERFORM 420-CHECK-NEW-KEY-FREE
           END-IF.
      *-----------------------------------------------------------------
       410-CHECK-BLDG-CODE.
           MOVE 'N' TO WS-SEEN-SPACE.
           IF WS-CHECK-BLDG = SPACES
               MOVE 'N' TO WS-REC-VALID
               MOVE 'BLDS' TO WS-REJ-REASON
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 7
                   IF WS-CHECK-BLDG(WS-IDX:1) = SPACE
                       MOVE 'Y' TO WS-SEEN-SPACE
                   ELSE
                       IF WS-SEEN-SPACE = 'Y'
                           MOVE 'N' TO WS-REC-VALID
                           MOVE 'BLDS' TO WS-REJ-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       420-CHECK-NEW-KEY-FREE.
      *    A ROOM THAT WAS NEVER ON FILE CAN STILL CARRY ORPHANED
      *    SECTIONS, BOOKINGS OR OUTAGES; MOVING ONTO IT WOULD COLLIDE
      *    KEYS.  ONLY BOOKINGS 230-MOVE-BOOKINGS WOULD CARRY ACROSS
      *    COUNT - BILLED PAST HISTORY UNDER THE NEW KEY IS LEFT ALONE.
           MOVE LOW-VALUES  TO CRS-SCHED-KEY.
           MOVE WS-NEW-BLDG TO CRS-SCHED-BLDG.
           MOVE WS-NEW-ROOM TO CRS-SCHED-ROOM.
           START CRS-SCHED-IO KEY IS >= CRS-SCHED-KEY
               INVALID KEY
                   MOVE '23' TO WS-SCHED-STAT
           END-START.
           IF WS-SCHED-STAT = '00'
               READ CRS-SCHED-IO NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-SCHED-STAT = '00' AND
                  CRS-SCHED-BLDG = WS-NEW-BLDG AND
                  CRS-SCHED-ROOM = WS-NEW-ROOM
                   MOVE 'N' TO WS-REC-VALID
                   MOVE 'ORPH' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE LOW-VALUES  TO ROOM-RESV-KEY
               MOVE WS-NEW-BLDG TO ROOM-RESV-BLDG
               MOVE WS-NEW-ROOM TO ROOM-RESV-ROOM
               MOVE 'N' TO WS-SCAN-EOF
               START ROOM-RESV-IO KEY IS >= ROOM-RESV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ROOM-RESV-IO NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                   END-READ
                   IF WS-SCAN-EOF = 'N'
                       IF ROOM-RESV-BLDG NOT = WS-NEW-BLDG OR
                          ROOM-RESV-ROOM NOT = WS-NEW-ROOM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF ROOM-RESV-DATE NOT < WS-TODAY OR
                              ROOM-RESV-BILLED = SPACES
                               MOVE 'Y' TO WS-SCAN-EOF
                               MOVE 'N' TO WS-REC-VALID
                               MOVE 'ORPH' TO WS-REJ-REASON
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REC-VALID = 'Y'
               MOVE WS-NEW-BLDG TO ROOM-OUTG-BLDG
               MOVE WS-NEW-ROOM TO ROOM-OUTG-ROOM
               MOVE LOW-VALUES  TO ROOM-OUTG-FROM
               START ROOM-OUTAGE-IO KEY IS >= ROOM-OUTG-KEY
                   INVALID KEY
                       MOVE '23' TO WS-OUTG-STAT
               END-START
               IF WS-OUTG-STAT = '00'
                   READ ROOM-OUTAGE-IO NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-OUTG-STAT = '00' AND
                      ROOM-OUTG-BLDG = WS-NEW-BLDG AND
                      ROOM-OUTG-ROOM = WS-NEW-ROOM
                       MOVE 'N' TO WS-REC-VALID
                       MOVE 'ORPH' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       450-WRITE-REJECT-REC.
      *    A PARTIAL PAIR IS COUNTED UNDER PARTIAL, NOT AS A REJECT, SO
      *    PAIRS STILL EQUALS MOVED + PARTIAL + REJECTS.
           MOVE SPACES        TO REJ-REC.
           MOVE WS-REJ-REASON TO REJ-REASON.
           MOVE WS-PAIR-REC   TO REJ-IMAGE.
           WRITE REJ-REC.
           IF WS-PAIR-PARTIAL = 'N'
               ADD 1 TO WS-REJ-COUNT
           END-IF.
      *-----------------------------------------------------------------
       600-COUNT-ROOM-FILE.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO ISAM-IO-KEY.
           START ISAM-BLDG-IO KEY IS >= ISAM-IO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ISAM-BLDG-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       610-COUNT-SCHED-FILE.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO CRS-SCHED-KEY.
           START CRS-SCHED-IO KEY IS >= CRS-SCHED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CRS-SCHED-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       620-COUNT-RESV-FILE.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO ROOM-RESV-KEY.
           START ROOM-RESV-IO KEY IS >= ROOM-RESV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ROOM-RESV-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       630-COUNT-OUTG-FILE.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO ROOM-OUTG-KEY.
           START ROOM-OUTAGE-IO KEY IS >= ROOM-OUTG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ROOM-OUTAGE-IO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
               END-READ
           END-PERFORM.
