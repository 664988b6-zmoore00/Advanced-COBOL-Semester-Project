      ******************************************************************
      *COPYBOOK: INVHREC.CPY                                           *
      *ABSTRACT: Shared FD record layout for the space-inventory       *
      *          history INV-HIST.DAT, appended to once a month by     *
      *          INV-SNAP and read by INV-TRND.  One record per group  *
      *          per snapshot month (YYYYMM).  INV-HIST-DIM says what  *
      *          the group is: A = whole campus (group CAMPUS), Z =    *
      *          campus zone, B = building, D = department             *
      *          (ISAM-IO-DEPT), T = room type.  INV-HIST-STATUS is    *
      *          the BLDG-MSTR.DAT status (A/I) on building groups at  *
      *          the time of the snapshot, spaces when the building    *
      *          was not on file and on every other group.  A blank    *
      *          zone, department or room type is filed as NONE.       *
      ******************************************************************
       01  INV-HIST-REC.
           03  INV-HIST-MONTH      PIC X(6).
           03  INV-HIST-DIM        PIC X.
           03  INV-HIST-GROUP      PIC X(10).
           03  INV-HIST-STATUS     PIC X.
           03  INV-HIST-ROOMS      PIC 9(5).
           03  INV-HIST-SEATS      PIC 9(7).
           03  INV-HIST-ADA        PIC 9(5).
           03  FILLER              PIC X(5).
