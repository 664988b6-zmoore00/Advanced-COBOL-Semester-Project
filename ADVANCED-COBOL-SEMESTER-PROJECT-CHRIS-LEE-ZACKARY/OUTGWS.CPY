      ******************************************************************
      *COPYBOOK: OUTGWS.CPY                                            *
      *ABSTRACT: Shared WORKING-STORAGE record layout mirroring        *
      *          ROOM-OUTAGE-REC (see OUTGREC.CPY), used by programs   *
      *          that key/screen-capture a room outage record.         *
      ******************************************************************
       01  WS-OUTG-REC.
           03  WS-OUTG-KEY.
               05  WS-OUTG-BLDG    PIC X(7)        VALUE SPACES.
               05  WS-OUTG-ROOM    PIC X(5)        VALUE SPACES.
               05  WS-OUTG-FROM    PIC X(8)        VALUE SPACES.
           03  WS-OUTG-TO          PIC X(8)        VALUE SPACES.
           03  WS-OUTG-REASON      PIC X(25)       VALUE SPACES.
