      ******************************************************************
      *COPYBOOK: OUTGREC.CPY                                           *
      *ABSTRACT: Shared FD record layout for ROOM-OUTAGE.DAT, used by  *
      *          every program that opens ROOM-OUTAGE-IO.  One record  *
      *          per closure of a room (painting, HVAC, renovation)    *
      *          from one YYYYMMDD date through another, inclusive.    *
      *          Reservations and sections are refused while a room    *
      *          is inside an outage window.                           *
      ******************************************************************
       01  ROOM-OUTAGE-REC.
           03  ROOM-OUTG-KEY.
               05  ROOM-OUTG-BLDG  PIC X(7).
               05  ROOM-OUTG-ROOM  PIC X(5).
               05  ROOM-OUTG-FROM  PIC X(8).
           03  ROOM-OUTG-TO        PIC X(8).
           03  ROOM-OUTG-REASON    PIC X(25).
