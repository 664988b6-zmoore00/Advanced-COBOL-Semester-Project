      ******************************************************************
      *COPYBOOK: RATEWS.CPY                                            *
      *ABSTRACT: Shared WORKING-STORAGE record layout mirroring        *
      *          ROOM-RATE-REC (see RATEREC.CPY), used by programs     *
      *          that key/screen-capture a room rate record.           *
      ******************************************************************
       01  WS-RATE-REC.
           03  WS-RATE-TYPE        PIC X(7)        VALUE SPACES.
           03  WS-RATE-HOURLY      PIC 9(4)V99     VALUE ZERO.
           03  WS-RATE-MINIMUM     PIC 9(4)V99     VALUE ZERO.
           03  WS-RATE-OPERATOR    PIC X(8)        VALUE SPACES.
           03  WS-RATE-CHANGED     PIC X(14)       VALUE SPACES.
