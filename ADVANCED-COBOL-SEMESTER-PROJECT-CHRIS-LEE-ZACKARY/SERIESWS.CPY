      ******************************************************************
      *COPYBOOK: SERIESWS.CPY                                          *
      *ABSTRACT: Shared WORKING-STORAGE for the programs that book,    *
      *          change or cancel a recurring reservation series.      *
      *          WS-OCC-TABLE holds the dates (and start times) of     *
      *          the series being worked on, each flagged when it      *
      *          conflicts, so every date is checked before any        *
      *          record is written.  A series may not run past one     *
      *          year, so 367 entries cover the longest one.  The      *
      *          first 24 conflicting dates are laid out in            *
      *          WS-CONF-DISPLAY for the three conflict lines of the   *
      *          screen.                                               *
      ******************************************************************
       01  WS-SERIES-VARS.
           03  WS-SERIES-ID        PIC X(14)       VALUE SPACES.
           03  WS-OCC-MAX          PIC 9(3)        VALUE 367.
           03  WS-OCC-COUNT        PIC 9(3)        VALUE ZERO.
           03  WS-OX               PIC 9(3)        VALUE ZERO.
           03  WS-CONF-COUNT       PIC 9(3)        VALUE ZERO.
           03  WS-CLEAN-COUNT      PIC 9(3)        VALUE ZERO.
           03  WS-DONE-COUNT       PIC 9(3)        VALUE ZERO.
           03  WS-OCC-EDIT         PIC ZZ9.
           03  WS-CONF-EDIT        PIC ZZ9.
           03  WS-DONE-EDIT        PIC ZZ9.
           03  WS-CLEAN-RESP       PIC X           VALUE SPACE.

       01  WS-OCC-TABLE.
           03  WS-OCC-ENTRY OCCURS 367 TIMES.
               05  WS-OCC-DATE     PIC X(8).
               05  WS-OCC-START    PIC X(4).
               05  WS-OCC-CONFLICT PIC X.

       01  WS-CONF-DISPLAY.
           03  WS-CONF-SLOT        PIC X(9)        OCCURS 24 TIMES.
       01  WS-CONF-LINES REDEFINES WS-CONF-DISPLAY.
           03  WS-CONF-LINE-1      PIC X(72).
           03  WS-CONF-LINE-2      PIC X(72).
           03  WS-CONF-LINE-3      PIC X(72).
