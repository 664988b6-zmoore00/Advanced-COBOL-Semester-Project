      ******************************************************************
      *PROGRAM : RATE-MNT.CBL                                          *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Maintenance screens for the chargeback rate table     *
      *          ROOM-RATE.DAT: add, update, delete, and inquiry on    *
      *          one screen, selected by action code.  One rate per    *
      *          room type (the ISAM-IO-ROOM-TYPE on BUILDING-ISAM)    *
      *          carries an hourly rate and a minimum charge per       *
      *          booking, keyed as dollars.cents.  RESV-BILL prices    *
      *          each month's reservations from this table.  The       *
      *          operator and time of the last change are stamped on   *
      *          the record.  Reached from BLDG-MENU by admin-role     *
      *          operators only; run standalone it performs its own    *
      *          sign-on against OPER-MSTR.DAT and requires an admin   *
      *          (role A) operator, ending without processing after    *
      *          three failed tries.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MNT AS "RATE-MNT" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-RATE-IO ASSIGN TO "../ROOM-RATE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ROOM-RATE-TYPE
                               LOCK MODE     IS MANUAL
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-RATE-STAT.
           SELECT OPER-MSTR-IO ASSIGN TO "../OPER-MSTR.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS OPER-ID
                               SHARING WITH ALL OTHER
                               FILE STATUS   IS WS-OPER-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ROOM-RATE-IO.
           COPY RATEREC.

       FD  OPER-MSTR-IO.
           COPY OPERREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-RATE-STAT            PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ACTION               PIC X       VALUE SPACE.
           03  WS-KEY-VALID            PIC X       VALUE 'Y'.
           03  WS-DATA-VALID           PIC X       VALUE 'Y'.
           03  WS-OPERATOR             PIC X(8)    VALUE SPACES.
           03  WS-CONFIRM              PIC X       VALUE SPACES.
           03  WS-OPER-STAT            PIC XX      VALUE SPACES.
           03  WS-PASSWORD             PIC X(8)    VALUE SPACES.
           03  WS-SIGNON-OK            PIC X       VALUE 'N'.
           03  WS-OPER-OPEN            PIC X       VALUE 'N'.
           03  WS-TRIES                PIC 9       VALUE ZERO.

       01  WS-AMOUNT-VARS.
           03  WS-HOURLY-ENTRY         PIC X(7)    VALUE SPACES.
           03  WS-MINIMUM-ENTRY        PIC X(7)    VALUE SPACES.
           03  WS-HOURLY-EDIT          PIC ZZZ9.99.
           03  WS-MINIMUM-EDIT         PIC ZZZ9.99.
           03  WS-AMOUNT-CHECK         PIC S9(6)V99 VALUE ZERO.

           COPY RATEWS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LINK-OPERATOR               PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL  1 VALUE 'RATE-MNT'.
           03  LINE 1 COL 37 VALUE "U of H".
           03  LINE 1 COL 71 VALUE "2/13/2015".
           03  LINE 2 COL 36 VALUE "ROOM RATES".
       01  SCRN-SIGNON.
           03  LINE 03 COL 35                       VALUE 'OPERATOR:'.
           03  LINE 03 COL 45 PIC X(8)  TO WS-OPERATOR AUTO.
           03  LINE 04 COL 35                       VALUE 'PASSWORD:'.
           03  LINE 04 COL 45 PIC X(8)  TO WS-PASSWORD SECURE AUTO.
           03  LINE 12 COL 35 PIC X(40) FROM WS-MSG.

       01  SCRN-MSG.
           03  LINE 12 COL 35 PIC X(40) FROM WS-MSG.
           03  LINE 14 COL 35                VALUE 'PRESS ENTER:'.
           03  LINE 14 COL 48 PIC X     TO WS-CONFIRM AUTO.

       01  SCRN-ACTION-REQ.
           03  LINE 04 COL 35                       VALUE '  ACTION:'.
           03  LINE 04 COL 45 PIC X     TO WS-ACTION AUTO.
           03  LINE 04 COL 48                       VALUE
               '(A/U/D/I)'.
           03  LINE 12 COL 35 PIC X(40) FROM WS-MSG.

       01  SCRN-KEY-REQ.
           03  LINE 05 COL 35                       VALUE 'ROOM TYPE:'.
           03  LINE 05 COL 45 PIC X(7)  TO WS-RATE-TYPE AUTO.

       01  SCRN-RATE-DATA.
           03  LINE 06 COL 35                       VALUE '   HOURLY:'.
           03  LINE 06 COL 45 PIC X(7)  TO WS-HOURLY-ENTRY AUTO.
           03  LINE 06 COL 54                       VALUE
               '(DOLLARS.CENTS)'.
           03  LINE 07 COL 35                       VALUE '  MINIMUM:'.
           03  LINE 07 COL 45 PIC X(7)  TO WS-MINIMUM-ENTRY AUTO.
           03  LINE 07 COL 54                       VALUE
               '(DOLLARS.CENTS)'.

       01  SCRN-RATE-SHOW.
           03  LINE 06 COL 35                       VALUE '   HOURLY:'.
           03  LINE 06 COL 45 PIC X(7)  FROM WS-HOURLY-EDIT.
           03  LINE 07 COL 35                       VALUE '  MINIMUM:'.
           03  LINE 07 COL 45 PIC X(7)  FROM WS-MINIMUM-EDIT.
           03  LINE 08 COL 35                       VALUE '  CHANGED:'.
           03  LINE 08 COL 45 PIC X(8)  FROM WS-RATE-OPERATOR.
           03  LINE 08 COL 54 PIC X(14) FROM WS-RATE-CHANGED.

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
           DISPLAY BLANK-SCREEN.
           PERFORM 020-SIGN-ON.
           IF WS-SIGNON-OK = 'Y'
               DISPLAY BLANK-SCREEN
               PERFORM 030-PROCESS-REQUESTS
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       005-MENU-ENTRY.
       ENTRY 'RATE-MNT-L' USING LINK-OPERATOR.
           MOVE LINK-OPERATOR TO WS-OPERATOR.
           DISPLAY BLANK-SCREEN.
           PERFORM 030-PROCESS-REQUESTS.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       020-SIGN-ON.
      *    RUN STANDALONE THERE IS NO MENU CHECK IN FRONT OF THE RATE
      *    TABLE, SO THE OPERATOR MUST SIGN ON HERE AS AN ADMIN.
           MOVE 'N' TO WS-SIGNON-OK.
           MOVE ZERO TO WS-TRIES.
           OPEN INPUT OPER-MSTR-IO.
           IF WS-OPER-STAT = '00'
               MOVE 'Y' TO WS-OPER-OPEN
           ELSE
               MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-MSG
               DISPLAY SCRN-MSG
               ACCEPT  SCRN-MSG
               MOVE 3 TO WS-TRIES
           END-IF.
           PERFORM UNTIL WS-SIGNON-OK = 'Y' OR WS-TRIES >= 3
               DISPLAY SCRN-SIGNON
               ACCEPT  SCRN-SIGNON
               ADD 1 TO WS-TRIES
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR)
                   TO WS-OPERATOR
               MOVE WS-OPERATOR TO OPER-ID
               READ OPER-MSTR-IO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OPER-STAT = '00' AND
                  OPER-PASSWORD = WS-PASSWORD AND
                  OPER-ROLE = 'A'
                   MOVE 'Y' TO WS-SIGNON-OK
                   MOVE SPACES TO WS-MSG
               ELSE
                   MOVE 'SIGN-ON FAILED - ADMIN REQUIRED' TO WS-MSG
               END-IF
           END-PERFORM.
           IF WS-OPER-OPEN = 'Y'
               CLOSE OPER-MSTR-IO
           END-IF.
      *-----------------------------------------------------------------
       030-PROCESS-REQUESTS.
           PERFORM 010-OPEN-RATE-FILE.
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-MSG
               DISPLAY SCRN-ACTION-REQ
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-ACTION-REQ
               ACCEPT  SCRN-KEY-REQ
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-RATE-TYPE)
                   TO WS-RATE-TYPE
               PERFORM 050-VALIDATE-KEY
               IF WS-KEY-VALID = 'N'
                   DISPLAY SCRN-ACTION-REQ
               ELSE
                   EVALUATE WS-ACTION
                       WHEN 'A'
                           PERFORM 100-ADD-RATE
                       WHEN 'U'
                           PERFORM 200-UPDATE-RATE
                       WHEN 'D'
                           PERFORM 300-DELETE-RATE
                       WHEN 'I'
                           PERFORM 400-SHOW-RATE
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

           CLOSE ROOM-RATE-IO.
      *-----------------------------------------------------------------
       010-OPEN-RATE-FILE.
           OPEN I-O ROOM-RATE-IO.
           IF WS-RATE-STAT = '35'
               OPEN OUTPUT ROOM-RATE-IO
               CLOSE ROOM-RATE-IO
               OPEN I-O ROOM-RATE-IO
           END-IF.
      *-----------------------------------------------------------------
       050-VALIDATE-KEY.
           MOVE 'Y' TO WS-KEY-VALID.
           IF WS-RATE-TYPE = SPACES
               MOVE 'N' TO WS-KEY-VALID
               MOVE 'ROOM TYPE MUST BE ENTERED' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       060-ACCEPT-VALID-DATA.
           ACCEPT  SCRN-RATE-DATA.
           PERFORM 065-VALIDATE-RATE-DATA
           PERFORM UNTIL WS-DATA-VALID = 'Y'
               DISPLAY SCRN-ACTION-REQ
               DISPLAY SCRN-RATE-DATA
               ACCEPT  SCRN-RATE-DATA
               PERFORM 065-VALIDATE-RATE-DATA
           END-PERFORM.
      *-----------------------------------------------------------------
       065-VALIDATE-RATE-DATA.
      *    RATES ARE KEYED AS DOLLARS.CENTS (12.50); A BLANK FIELD OR
      *    ANYTHING THAT IS NOT A PLAIN AMOUNT UNDER 10000.00 IS SENT
      *    BACK.  A ZERO MINIMUM IS ALLOWED (NO FLOOR ON THE CHARGE).
           MOVE 'Y' TO WS-DATA-VALID.
           EVALUATE TRUE
               WHEN WS-HOURLY-ENTRY = SPACES
                   MOVE 'HOURLY RATE MUST BE ENTERED' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               WHEN FUNCTION TEST-NUMVAL(WS-HOURLY-ENTRY) NOT = ZERO
                   MOVE 'HOURLY RATE MUST BE AN AMOUNT' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               WHEN WS-MINIMUM-ENTRY = SPACES
                   MOVE 'MINIMUM CHARGE MUST BE ENTERED' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               WHEN FUNCTION TEST-NUMVAL(WS-MINIMUM-ENTRY) NOT = ZERO
                   MOVE 'MINIMUM CHARGE MUST BE AN AMOUNT' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
           END-EVALUATE.
           IF WS-DATA-VALID = 'Y'
               COMPUTE WS-AMOUNT-CHECK =
                   FUNCTION NUMVAL(WS-HOURLY-ENTRY)
               IF WS-AMOUNT-CHECK < ZERO OR
                  WS-AMOUNT-CHECK > 9999.99
                   MOVE 'HOURLY RATE MUST BE 0.00-9999.99' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               ELSE
                   MOVE WS-AMOUNT-CHECK TO WS-RATE-HOURLY
               END-IF
           END-IF.
           IF WS-DATA-VALID = 'Y'
               COMPUTE WS-AMOUNT-CHECK =
                   FUNCTION NUMVAL(WS-MINIMUM-ENTRY)
               IF WS-AMOUNT-CHECK < ZERO OR
                  WS-AMOUNT-CHECK > 9999.99
                   MOVE 'MINIMUM MUST BE 0.00-9999.99' TO WS-MSG
                   MOVE 'N' TO WS-DATA-VALID
               ELSE
                   MOVE WS-AMOUNT-CHECK TO WS-RATE-MINIMUM
               END-IF
           END-IF.
           IF WS-DATA-VALID = 'Y'
               MOVE WS-OPERATOR TO WS-RATE-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RATE-CHANGED
           END-IF.
      *-----------------------------------------------------------------
       070-SHOW-CURRENT.
           MOVE ROOM-RATE-REC   TO WS-RATE-REC.
           MOVE WS-RATE-HOURLY  TO WS-HOURLY-EDIT.
           MOVE WS-RATE-MINIMUM TO WS-MINIMUM-EDIT.
           DISPLAY SCRN-RATE-SHOW.
      *-----------------------------------------------------------------
       100-ADD-RATE.
           MOVE WS-RATE-TYPE TO ROOM-RATE-TYPE.
           READ ROOM-RATE-IO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-RATE-STAT
               WHEN '23'
                   MOVE SPACES TO WS-HOURLY-ENTRY
                   MOVE SPACES TO WS-MINIMUM-ENTRY
                   DISPLAY SCRN-RATE-DATA
                   PERFORM 060-ACCEPT-VALID-DATA
                   MOVE WS-RATE-REC TO ROOM-RATE-REC
                   WRITE ROOM-RATE-REC
                       INVALID KEY
                           MOVE   'INVALID ID' TO WS-MSG
                       NOT INVALID KEY
                           STRING WS-RATE-TYPE ' RATE ADDED'
                               INTO WS-MSG
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
       200-UPDATE-RATE.
           MOVE WS-RATE-TYPE TO ROOM-RATE-TYPE.
           READ ROOM-RATE-IO WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-RATE-STAT
               WHEN '00'
                   PERFORM 070-SHOW-CURRENT
                   PERFORM 060-ACCEPT-VALID-DATA
                   MOVE WS-RATE-REC TO ROOM-RATE-REC
                   REWRITE ROOM-RATE-REC
                       INVALID KEY
                           MOVE   'UPDATE FAILED' TO WS-MSG
                       NOT INVALID KEY
                           STRING WS-RATE-TYPE ' RATE UPDATED'
                               INTO WS-MSG
                   END-REWRITE
                   UNLOCK ROOM-RATE-IO
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE   'ID NOT FOUND' TO WS-MSG
           END-EVALUATE.
           DISPLAY SCRN-ACTION-REQ.
      *-----------------------------------------------------------------
       300-DELETE-RATE.
           MOVE WS-RATE-TYPE TO ROOM-RATE-TYPE.
           READ ROOM-RATE-IO WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-RATE-STAT
               WHEN '00'
                   PERFORM 070-SHOW-CURRENT
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
                       DELETE ROOM-RATE-IO RECORD
                           INVALID KEY
                               MOVE 'DELETE FAILED' TO WS-MSG
                           NOT INVALID KEY
                               STRING WS-RATE-TYPE ' RATE DELETED'
                                   INTO WS-MSG
                       END-DELETE
                   ELSE
                       MOVE 'DELETE CANCELLED' TO WS-MSG
                   END-IF
                   UNLOCK ROOM-RATE-IO
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE   'ID NOT FOUND' TO WS-MSG
           END-EVALUATE.
           DISPLAY SCRN-ACTION-REQ.
      *-----------------------------------------------------------------
       400-SHOW-RATE.
           MOVE WS-RATE-TYPE TO ROOM-RATE-TYPE.
           READ ROOM-RATE-IO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-RATE-STAT
               WHEN '00'
                   PERFORM 070-SHOW-CURRENT
               WHEN '51'
                   MOVE 'RECORD IN USE - TRY AGAIN' TO WS-MSG
               WHEN OTHER
                   MOVE   'ID NOT FOUND' TO WS-MSG
           END-EVALUATE.
           DISPLAY SCRN-ACTION-REQ.
