      ******************************************************************
      *COPYBOOK: TERMREC.CPY                                           *
      *ABSTRACT: Shared FD record layout for the term calendar         *
      *          TERM-CAL.DAT, one line per term code used on          *
      *          CRS-SCHED-TERM with the first and last class dates    *
      *          of the term (YYYYMMDD).  Programs that need to place  *
      *          a section in time load it into WS-TERM-TABLE (see     *
      *          TERMWS.CPY).                                          *
      ******************************************************************
       01  TERM-CAL-REC.
           03  TERM-CAL-CODE       PIC X(5).
           03  TERM-CAL-START      PIC X(8).
           03  TERM-CAL-END        PIC X(8).
