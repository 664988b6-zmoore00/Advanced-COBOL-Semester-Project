      ******************************************************************
      *PROGRAM : RESV-BILL.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Month-end reservation chargeback billing.  Every      *
      *          booking on ROOM-RESV.DAT dated in the billing period  *
      *          that has not been billed yet is priced from its       *
      *          start/end times at the ROOM-RATE.DAT rate for the     *
      *          room's type on BUILDING-ISAM.DAT: hours booked times  *
      *          the hourly rate, rounded to the cent, and never less  *
      *          than the minimum charge.  The booking is stamped      *
      *          with the period and the charge so it can never be     *
      *          billed twice.  One charge line per department goes    *
      *          to the Bursar GL interface file                       *
      *          BURSAR-GL-YYYYMMDD.DAT (run date), fixed 80-byte      *
      *          records with a header and a trailer carrying the      *
      *          line count, booking count and dollar total.  The      *
      *          billing register RESV-BILL.OUT lists the charges by   *
      *          department with department totals, then the           *
      *          bookings that could not be priced (room not on file,  *
      *          no rate for the room type, bad times, no department); *
      *          those are left unbilled for the next run and end the  *
      *          job RC 4.  The period (YYYYMM) comes from             *
      *          RESV-BILL.PRM; a blank field or a missing file bills  *
      *          the previous month.  The job refuses to run (RC 8)    *
      *          when the day's GL file already exists, when the rate  *
      *          table is missing, or when ROOM-RESV.DAT is still in   *
      *          its old layout.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV-BILL AS "RESV-BILL" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ROOM-RESV-KEY
                               FILE STATUS   IS WS-RESV-STAT.
           SELECT ISAM-BLDG-IO ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-IO-KEY
                               ALTERNATE RECORD KEY IS ISAM-IO-DEPT
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT ROOM-RATE-IO ASSIGN TO "../ROOM-RATE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ROOM-RATE-TYPE
                               FILE STATUS   IS WS-RATE-STAT.
           SELECT PRM-FILE    ASSIGN TO "RESV-BILL.PRM"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
           SELECT SORT-WORK   ASSIGN TO "RESV-BILL.SRT".
           SELECT GL-FILE     ASSIGN TO WS-GL-NAME
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-GL-STAT.
           SELECT RPT-FILE    ASSIGN TO "RESV-BILL.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  ISAM-BLDG-IO.
           COPY BLDGREC.

       FD  ROOM-RATE-IO.
           COPY RATEREC.

       FD  PRM-FILE.
       01  PRM-REC.
           03  PRM-PERIOD          PIC X(6).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-KIND            PIC X.
           03  SRT-DEPT            PIC X(6).
           03  SRT-BLDG            PIC X(7).
           03  SRT-ROOM            PIC X(5).
           03  SRT-DATE            PIC X(8).
           03  SRT-START           PIC X(4).
           03  SRT-END             PIC X(4).
           03  SRT-EVENT           PIC X(20).
           03  SRT-ROOM-TYPE       PIC X(7).
           03  SRT-AMOUNT          PIC 9(5)V99.
           03  SRT-REASON          PIC X(6).

      *    BURSAR GL INTERFACE - FIXED 80-BYTE RECORDS, ONE HEADER,
      *    ONE DETAIL PER DEPARTMENT, ONE TRAILER.  AMOUNTS CARRY AN
      *    IMPLIED DECIMAL POINT.
       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-HDR-REC.
           03  GLH-REC-TYPE        PIC X.
           03  GLH-SOURCE          PIC X(8).
           03  GLH-RUN-DATE        PIC X(8).
           03  GLH-PERIOD          PIC X(6).
           03  FILLER              PIC X(57).
       01  GL-DTL-REC.
           03  GLD-REC-TYPE        PIC X.
           03  GLD-DEPT            PIC X(6).
           03  GLD-PERIOD          PIC X(6).
           03  GLD-RESV-COUNT      PIC 9(7).
           03  GLD-AMOUNT          PIC 9(9)V99.
           03  GLD-DESC            PIC X(30).
           03  FILLER              PIC X(19).
       01  GL-TRL-REC.
           03  GLT-REC-TYPE        PIC X.
           03  GLT-LINE-COUNT      PIC 9(7).
           03  GLT-RESV-COUNT      PIC 9(7).
           03  GLT-AMOUNT          PIC 9(9)V99.
           03  FILLER              PIC X(54).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-RATE-STAT            PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-GL-STAT              PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-SORT-EOF             PIC X       VALUE 'N'.
           03  WS-RESV-OPEN            PIC X       VALUE 'N'.
           03  WS-BLDG-OPEN            PIC X       VALUE 'N'.
           03  WS-NOT-RUN              PIC X       VALUE 'N'.
           03  WS-FIRST-DEPT           PIC X       VALUE 'Y'.
           03  WS-FIRST-EXCP           PIC X       VALUE 'Y'.
           03  WS-OUT-OF-BAL           PIC X       VALUE 'N'.
           03  WS-TODAY                PIC X(8)    VALUE SPACES.
           03  WS-PERIOD               PIC X(6)    VALUE SPACES.
           03  WS-PERIOD-YEAR          PIC 9(4)    VALUE ZERO.
           03  WS-PERIOD-MONTH         PIC 9(2)    VALUE ZERO.
           03  WS-PREV-DEPT            PIC X(6)    VALUE SPACES.
           03  WS-GL-NAME              PIC X(30)   VALUE SPACES.
           03  WS-REASON               PIC X(6)    VALUE SPACES.
           03  WS-NOT-RUN-TEXT         PIC X(50)   VALUE SPACES.

       01  WS-PRICE-VARS.
           03  WS-START-MIN            PIC 9(4)    VALUE ZERO.
           03  WS-END-MIN              PIC 9(4)    VALUE ZERO.
           03  WS-MINUTES              PIC 9(4)    VALUE ZERO.
           03  WS-CHARGE               PIC 9(5)V99 VALUE ZERO.
           03  WS-HHMM.
               05  WS-HH               PIC 99.
               05  WS-MM               PIC 99.

       01  WS-COUNTS.
           03  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-PERIOD-COUNT         PIC 9(7)    VALUE ZERO.
           03  WS-PRIOR-COUNT          PIC 9(7)    VALUE ZERO.
           03  WS-BILL-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-EXCP-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-DEPT-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-GL-LINE-COUNT        PIC 9(7)    VALUE ZERO.
           03  WS-GL-RESV-COUNT        PIC 9(7)    VALUE ZERO.

       01  WS-AMOUNTS.
           03  WS-DEPT-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           03  WS-BILL-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           03  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.

       01  WS-HDR1.
           03  FILLER                  PIC X(36)   VALUE
               'ROOM CHARGEBACK BILLING REGISTER -  '.
           03  FILLER                  PIC X(8)    VALUE 'PERIOD '.
           03  HDR-PERIOD              PIC X(6).
           03  FILLER                  PIC X(10)   VALUE ' RUN DATE '.
           03  HDR-DATE                PIC X(8).

       01  WS-HDR2.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  FILLER                  PIC X(8)    VALUE 'BLDG'.
           03  FILLER                  PIC X(6)    VALUE 'ROOM'.
           03  FILLER                  PIC X(9)    VALUE 'DATE'.
           03  FILLER                  PIC X(10)   VALUE 'TIME'.
           03  FILLER                  PIC X(8)    VALUE 'TYPE'.
           03  FILLER                  PIC X(17)   VALUE 'EVENT'.
           03  FILLER                  PIC X(9)    VALUE
               '   CHARGE'.

       01  WS-DEPT-LINE.
           03  FILLER                  PIC X(12)   VALUE
               'DEPARTMENT: '.
           03  DPL-DEPT                PIC X(6).

       01  WS-EXCP-HDR.
           03  FILLER                  PIC X(40)   VALUE
               'EXCEPTIONS - NOT BILLED, LEFT FOR RERUN'.

       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  DTL-BLDG                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-ROOM                PIC X(5).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-DATE                PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-START               PIC X(4).
           03  FILLER                  PIC X       VALUE '-'.
           03  DTL-END                 PIC X(4).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-TYPE                PIC X(7).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-EVENT               PIC X(16).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-AMOUNT              PIC ZZ,ZZ9.99.
           03  DTL-EXCP REDEFINES DTL-AMOUNT.
               05  FILLER              PIC X(3).
               05  DTL-REASON          PIC X(6).
           03  FILLER                  PIC X       VALUE SPACE.
           03  DTL-DEPT                PIC X(6).

       01  WS-DEPT-TOTAL-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  FILLER                  PIC X(14)   VALUE
               'DEPT TOTAL:'.
           03  DTT-COUNT               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(4)    VALUE SPACES.
           03  DTT-AMOUNT              PIC $$$$,$$$,$$9.99.

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(16).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  AML-LABEL               PIC X(16).
           03  AML-AMOUNT              PIC $$$$,$$$,$$9.99.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).

       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 020-READ-PARAMETERS.
           STRING '../BURSAR-GL-' WS-TODAY '.DAT'
               DELIMITED BY SIZE INTO WS-GL-NAME.
           IF WS-NOT-RUN = 'N'
               PERFORM 050-CHECK-GL-EXISTS
           END-IF.
           IF WS-NOT-RUN = 'N'
               PERFORM 010-OPEN-FILES
           END-IF.
           IF WS-NOT-RUN = 'Y'
               OPEN OUTPUT RPT-FILE
               MOVE WS-PERIOD TO HDR-PERIOD
               MOVE WS-TODAY  TO HDR-DATE
               WRITE RPT-LINE FROM WS-HDR1
               MOVE WS-NOT-RUN-TEXT TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               MOVE 'NOT RUN' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
               STOP RUN
           END-IF.
           SORT SORT-WORK ON ASCENDING KEY SRT-KIND SRT-DEPT SRT-BLDG
                                           SRT-ROOM SRT-DATE SRT-START
               INPUT  PROCEDURE IS 100-BUILD-SORT-INPUT
               OUTPUT PROCEDURE IS 300-WRITE-REGISTER.
           IF WS-OUT-OF-BAL = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCP-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       010-OPEN-FILES.
      *    NO RESERVATION FILE MEANS NOTHING TO BILL (THE GL FILE IS
      *    STILL CUT WITH ZERO CONTROLS); NO RATE TABLE OR A FILE STILL
      *    IN ITS OLD LAYOUT STOPS THE RUN.
           OPEN INPUT ROOM-RATE-IO.
           IF WS-RATE-STAT NOT = '00'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'RATE TABLE ROOM-RATE.DAT NOT AVAILABLE'
                   TO WS-NOT-RUN-TEXT
           ELSE
               OPEN I-O ROOM-RESV-IO
               EVALUATE WS-RESV-STAT
                   WHEN '00'
                       MOVE 'Y' TO WS-RESV-OPEN
                   WHEN '39'
                       MOVE 'Y' TO WS-NOT-RUN
                       MOVE 'FILE LAYOUT MISMATCH - RUN RESV-CONV FIRST'
                           TO WS-NOT-RUN-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               OPEN INPUT ISAM-BLDG-IO
               IF WS-STAT = '00'
                   MOVE 'Y' TO WS-BLDG-OPEN
               END-IF
               IF WS-NOT-RUN = 'Y'
                   CLOSE ROOM-RATE-IO
                   IF WS-BLDG-OPEN = 'Y'
                       CLOSE ISAM-BLDG-IO
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       020-READ-PARAMETERS.
      *    DEFAULT PERIOD IS THE MONTH BEFORE THE RUN DATE.
           MOVE WS-TODAY(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-TODAY(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE WS-PERIOD-YEAR  TO WS-PERIOD(1:4).
           MOVE WS-PERIOD-MONTH TO WS-PERIOD(5:2).
           OPEN INPUT PRM-FILE.
           IF WS-PRM-STAT NOT = '35'
               READ PRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PERIOD NOT = SPACES
                           MOVE PRM-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE PRM-FILE
           END-IF.
           IF WS-PERIOD NOT NUMERIC OR
              WS-PERIOD(5:2) < '01' OR
              WS-PERIOD(5:2) > '12'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'BILLING PERIOD MUST BE A VALID YYYYMM'
                   TO WS-NOT-RUN-TEXT
           END-IF.
           IF WS-NOT-RUN = 'N' AND WS-PERIOD NOT < WS-TODAY(1:6)
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'BILLING PERIOD HAS NOT ENDED YET'
                   TO WS-NOT-RUN-TEXT
           END-IF.
      *-----------------------------------------------------------------
       050-CHECK-GL-EXISTS.
      *    ONE GL FILE PER RUN DATE; A SECOND RUN THE SAME DAY WOULD
      *    OVERWRITE A FILE THE BURSAR MAY ALREADY HAVE PICKED UP.
           OPEN INPUT GL-FILE.
           IF WS-GL-STAT NOT = '35'
               MOVE 'Y' TO WS-NOT-RUN
               MOVE 'GL FILE FOR TODAY ALREADY EXISTS'
                   TO WS-NOT-RUN-TEXT
               CLOSE GL-FILE
           END-IF.
      *-----------------------------------------------------------------
       100-BUILD-SORT-INPUT.
           IF WS-RESV-OPEN = 'Y'
               PERFORM 110-READ-NEXT-RESV
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-READ-COUNT
                   IF ROOM-RESV-DATE(1:6) = WS-PERIOD
                       ADD 1 TO WS-PERIOD-COUNT
                       IF ROOM-RESV-BILLED NOT = SPACES
                           ADD 1 TO WS-PRIOR-COUNT
                       ELSE
                           PERFORM 200-PRICE-RESV
                       END-IF
                   END-IF
                   PERFORM 110-READ-NEXT-RESV
               END-PERFORM
               CLOSE ROOM-RESV-IO
           END-IF.
           CLOSE ROOM-RATE-IO.
           IF WS-BLDG-OPEN = 'Y'
               CLOSE ISAM-BLDG-IO
           END-IF.
      *-----------------------------------------------------------------
       110-READ-NEXT-RESV.
           READ ROOM-RESV-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
      *-----------------------------------------------------------------
       200-PRICE-RESV.
      *    HOURS BOOKED TIMES THE HOURLY RATE, ROUNDED, NEVER UNDER
      *    THE MINIMUM.  A BOOKING THAT CANNOT BE PRICED IS LISTED
      *    WITH ITS REASON AND LEFT UNBILLED.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO ISAM-IO-ROOM-TYPE.
           MOVE ZERO   TO WS-CHARGE.
           IF ROOM-RESV-DEPT = SPACES
               MOVE 'NODEPT' TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               PERFORM 210-CALC-MINUTES
           END-IF.
           IF WS-REASON = SPACES
               MOVE ROOM-RESV-BLDG TO ISAM-IO-BLDG
               MOVE ROOM-RESV-ROOM TO ISAM-IO-ROOM
               IF WS-BLDG-OPEN = 'Y'
                   READ ISAM-BLDG-IO
                       INVALID KEY
                           MOVE 'NOROOM' TO WS-REASON
                   END-READ
               ELSE
                   MOVE 'NOROOM' TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               MOVE ISAM-IO-ROOM-TYPE TO ROOM-RATE-TYPE
               READ ROOM-RATE-IO
                   INVALID KEY
                       MOVE 'NORATE' TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               COMPUTE WS-CHARGE ROUNDED =
                   ROOM-RATE-HOURLY * WS-MINUTES / 60
                   ON SIZE ERROR
                       MOVE 'AMOUNT' TO WS-REASON
               END-COMPUTE
           END-IF.
           IF WS-REASON = SPACES
               IF WS-CHARGE < ROOM-RATE-MINIMUM
                   MOVE ROOM-RATE-MINIMUM TO WS-CHARGE
               END-IF
               MOVE WS-PERIOD TO ROOM-RESV-BILLED
               MOVE WS-CHARGE TO ROOM-RESV-BILL-AMT
               REWRITE ROOM-RESV-REC
                   INVALID KEY
                       MOVE 'REWRIT' TO WS-REASON
               END-REWRITE
           END-IF.
           IF WS-REASON = SPACES
               MOVE 'C' TO SRT-KIND
               ADD 1 TO WS-BILL-COUNT
               ADD WS-CHARGE TO WS-BILL-AMOUNT
           ELSE
               MOVE 'X' TO SRT-KIND
               MOVE ZERO TO WS-CHARGE
               ADD 1 TO WS-EXCP-COUNT
           END-IF.
           PERFORM 220-RELEASE-RESV.
      *-----------------------------------------------------------------
       210-CALC-MINUTES.
           MOVE ZERO TO WS-MINUTES.
           IF ROOM-RESV-START NOT NUMERIC OR
              ROOM-RESV-END NOT NUMERIC
               MOVE 'TIME' TO WS-REASON
           ELSE
               MOVE ROOM-RESV-START TO WS-HHMM
               COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
               IF WS-HH > 23 OR WS-MM > 59
                   MOVE 'TIME' TO WS-REASON
               END-IF
               MOVE ROOM-RESV-END   TO WS-HHMM
               COMPUTE WS-END-MIN   = WS-HH * 60 + WS-MM
               IF WS-HH > 24 OR WS-MM > 59 OR
                  WS-END-MIN NOT > WS-START-MIN
                   MOVE 'TIME' TO WS-REASON
               ELSE
                   COMPUTE WS-MINUTES = WS-END-MIN - WS-START-MIN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       220-RELEASE-RESV.
           MOVE ROOM-RESV-DEPT    TO SRT-DEPT.
           MOVE ROOM-RESV-BLDG    TO SRT-BLDG.
           MOVE ROOM-RESV-ROOM    TO SRT-ROOM.
           MOVE ROOM-RESV-DATE    TO SRT-DATE.
           MOVE ROOM-RESV-START   TO SRT-START.
           MOVE ROOM-RESV-END     TO SRT-END.
           MOVE ROOM-RESV-EVENT   TO SRT-EVENT.
           MOVE ISAM-IO-ROOM-TYPE TO SRT-ROOM-TYPE.
           MOVE WS-CHARGE         TO SRT-AMOUNT.
           MOVE WS-REASON         TO SRT-REASON.
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       300-WRITE-REGISTER.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE WS-PERIOD TO HDR-PERIOD.
           MOVE WS-TODAY  TO HDR-DATE.
           WRITE RPT-LINE FROM WS-HDR1.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-HDR2.
           MOVE SPACES      TO GL-HDR-REC.
           MOVE 'H'         TO GLH-REC-TYPE.
           MOVE 'ROOMRESV'  TO GLH-SOURCE.
           MOVE WS-TODAY    TO GLH-RUN-DATE.
           MOVE WS-PERIOD   TO GLH-PERIOD.
           WRITE GL-HDR-REC.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-KIND = 'C'
                           PERFORM 310-WRITE-CHARGE
                       ELSE
                           PERFORM 330-WRITE-EXCEPTION
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-DEPT = 'N' AND WS-FIRST-EXCP = 'Y'
               PERFORM 320-WRITE-DEPT-TOTAL
           END-IF.
           MOVE SPACES           TO GL-TRL-REC.
           MOVE 'T'              TO GLT-REC-TYPE.
           MOVE WS-GL-LINE-COUNT TO GLT-LINE-COUNT.
           MOVE WS-GL-RESV-COUNT TO GLT-RESV-COUNT.
           MOVE WS-GL-AMOUNT     TO GLT-AMOUNT.
           WRITE GL-TRL-REC.
           CLOSE GL-FILE.
           PERFORM 400-WRITE-CONTROLS.
           CLOSE RPT-FILE.
      *-----------------------------------------------------------------
       310-WRITE-CHARGE.
           IF WS-FIRST-DEPT = 'Y' OR SRT-DEPT NOT = WS-PREV-DEPT
               IF WS-FIRST-DEPT = 'N'
                   PERFORM 320-WRITE-DEPT-TOTAL
               END-IF
               MOVE 'N'      TO WS-FIRST-DEPT
               MOVE SRT-DEPT TO WS-PREV-DEPT
               MOVE ZERO     TO WS-DEPT-COUNT
               MOVE ZERO     TO WS-DEPT-AMOUNT
               WRITE RPT-LINE FROM WS-BLANK-LINE
               MOVE SRT-DEPT TO DPL-DEPT
               WRITE RPT-LINE FROM WS-DEPT-LINE
           END-IF.
           PERFORM 340-MOVE-DETAIL.
           MOVE SRT-AMOUNT  TO DTL-AMOUNT.
           MOVE SPACES      TO DTL-DEPT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1          TO WS-DEPT-COUNT.
           ADD SRT-AMOUNT TO WS-DEPT-AMOUNT.
      *-----------------------------------------------------------------
       320-WRITE-DEPT-TOTAL.
      *    PRINTS THE DEPARTMENT TOTAL AND CUTS ITS GL CHARGE LINE.
           MOVE WS-DEPT-COUNT  TO DTT-COUNT.
           MOVE WS-DEPT-AMOUNT TO DTT-AMOUNT.
           WRITE RPT-LINE FROM WS-DEPT-TOTAL-LINE.
           MOVE SPACES         TO GL-DTL-REC.
           MOVE 'D'            TO GLD-REC-TYPE.
           MOVE WS-PREV-DEPT   TO GLD-DEPT.
           MOVE WS-PERIOD      TO GLD-PERIOD.
           MOVE WS-DEPT-COUNT  TO GLD-RESV-COUNT.
           MOVE WS-DEPT-AMOUNT TO GLD-AMOUNT.
           STRING 'ROOM CHARGEBACK ' WS-PERIOD
               DELIMITED BY SIZE INTO GLD-DESC.
           WRITE GL-DTL-REC.
           ADD 1              TO WS-GL-LINE-COUNT.
           ADD WS-DEPT-COUNT  TO WS-GL-RESV-COUNT.
           ADD WS-DEPT-AMOUNT TO WS-GL-AMOUNT.
      *-----------------------------------------------------------------
       330-WRITE-EXCEPTION.
      *    EXCEPTIONS SORT AFTER EVERY CHARGE; THE FIRST ONE CLOSES
      *    OUT THE LAST DEPARTMENT.
           IF WS-FIRST-EXCP = 'Y'
               IF WS-FIRST-DEPT = 'N'
                   PERFORM 320-WRITE-DEPT-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-EXCP
               WRITE RPT-LINE FROM WS-BLANK-LINE
               WRITE RPT-LINE FROM WS-EXCP-HDR
           END-IF.
           PERFORM 340-MOVE-DETAIL.
           MOVE SPACES      TO DTL-EXCP.
           MOVE SRT-REASON  TO DTL-REASON.
           MOVE SRT-DEPT    TO DTL-DEPT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
      *-----------------------------------------------------------------
       340-MOVE-DETAIL.
           MOVE SRT-BLDG      TO DTL-BLDG.
           MOVE SRT-ROOM      TO DTL-ROOM.
           MOVE SRT-DATE      TO DTL-DATE.
           MOVE SRT-START     TO DTL-START.
           MOVE SRT-END       TO DTL-END.
           MOVE SRT-ROOM-TYPE TO DTL-TYPE.
           MOVE SRT-EVENT     TO DTL-EVENT.
      *-----------------------------------------------------------------
       400-WRITE-CONTROLS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'RESV READ:'       TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'IN PERIOD:'       TO CTL-LABEL.
           MOVE WS-PERIOD-COUNT    TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'ALREADY BILLED:'  TO CTL-LABEL.
           MOVE WS-PRIOR-COUNT     TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'BILLED NOW:'      TO CTL-LABEL.
           MOVE WS-BILL-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'EXCEPTIONS:'      TO CTL-LABEL.
           MOVE WS-EXCP-COUNT      TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'GL CHARGE LINES:' TO CTL-LABEL.
           MOVE WS-GL-LINE-COUNT   TO CTL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'TOTAL BILLED:'    TO AML-LABEL.
           MOVE WS-GL-AMOUNT       TO AML-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
           IF WS-PERIOD-COUNT NOT =
              WS-PRIOR-COUNT + WS-BILL-COUNT + WS-EXCP-COUNT OR
              WS-GL-AMOUNT NOT = WS-BILL-AMOUNT
               MOVE 'CONTROL TOTALS DO NOT BALANCE' TO TXL-TEXT
               WRITE RPT-LINE FROM WS-TEXT-LINE
               MOVE 'Y' TO WS-OUT-OF-BAL
           END-IF.
           MOVE SPACES TO TXL-TEXT.
           STRING 'GL FILE: ' WS-GL-NAME
               DELIMITED BY SIZE INTO TXL-TEXT.
           WRITE RPT-LINE FROM WS-TEXT-LINE.
