      *          booking count per building and a grand total at the   *
      *          bottom.  The date is read from RESV-RPT.PRM; a blank  *
      *          field or a missing parameter file lists today.        *
      *          Bookings that belong to a recurring series show the   *
      *          series ID.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV-RPT AS "RESV-RPT" IS INITIAL PROGRAM.
           03  FILLER                  PIC X(3)    VALUE SPACES.
           03  FILLER                  PIC X(20)   VALUE 'EVENT'.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  FILLER                  PIC X(6)    VALUE 'DEPT'.
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  FILLER                  PIC X(6)    VALUE 'SERIES'.

       01  WS-DETAIL-LINE.
           03  DTL-BLDG                PIC X(7).
           03  DTL-EVENT               PIC X(20).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  DTL-DEPT                PIC X(6).
           03  FILLER                  PIC X(2)    VALUE SPACES.
           03  DTL-SERIES              PIC X(14).

       01  WS-SUBTOTAL-LINE.
           03  FILLER                  PIC X(2)    VALUE SPACES.
               MOVE ROOM-RESV-END   TO DTL-END
               MOVE ROOM-RESV-EVENT TO DTL-EVENT
               MOVE ROOM-RESV-DEPT  TO DTL-DEPT
               MOVE ROOM-RESV-SERIES TO DTL-SERIES
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-BLDG-COUNT
               ADD 1 TO WS-GRAND-COUNT
