      ******************************************************************
      *COPYBOOK: RATEREC.CPY                                           *
      *ABSTRACT: Shared FD record layout for ROOM-RATE.DAT, used by    *
      *          every program that opens ROOM-RATE-IO.  One record    *
      *          per room type (ISAM-IO-ROOM-TYPE) with the hourly     *
      *          chargeback rate and the minimum charge for one        *
      *          booking, in dollars and cents.  The operator and      *
      *          timestamp of the last change are kept on the record.  *
      ******************************************************************
       01  ROOM-RATE-REC.
           03  ROOM-RATE-TYPE      PIC X(7).
           03  ROOM-RATE-HOURLY    PIC 9(4)V99.
           03  ROOM-RATE-MINIMUM   PIC 9(4)V99.
           03  ROOM-RATE-OPERATOR  PIC X(8).
           03  ROOM-RATE-CHANGED   PIC X(14).
