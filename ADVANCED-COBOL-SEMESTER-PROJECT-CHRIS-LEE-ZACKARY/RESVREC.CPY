      *COPYBOOK: RESVREC.CPY                                           *
      *ABSTRACT: Shared FD record layout for ROOM-RESV.DAT, used by    *
      *          every program that opens ROOM-RESV-IO.  One record    *
      *          per non-course booking (exam, seminar, outside event) *
      *          of a room for a date and time range.  The date is     *
      *          YYYYMMDD; times are HHMM on the 24-hour clock.  Dates *
      *          booked together as a recurring series share           *
      *          ROOM-RESV-SERIES (the timestamp the series was        *
      *          entered); it is spaces on a one-off booking.          *
      *          RESV-BILL stamps ROOM-RESV-BILLED with the YYYYMM     *
      *          period the booking was charged in and                 *
      *          ROOM-RESV-BILL-AMT with the charge; a billed booking  *
      *          is never charged again and can no longer be changed   *
      *          or cancelled.  BILLED is spaces until then.           *
      ******************************************************************
       01  ROOM-RESV-REC.
           03  ROOM-RESV-KEY.
           03  ROOM-RESV-END       PIC X(4).
           03  ROOM-RESV-EVENT     PIC X(20).
           03  ROOM-RESV-DEPT      PIC X(6).
           03  ROOM-RESV-SERIES    PIC X(14).
           03  ROOM-RESV-BILLED    PIC X(6).
           03  ROOM-RESV-BILL-AMT  PIC 9(5)V99.
           03  FILLER              PIC X(3).
