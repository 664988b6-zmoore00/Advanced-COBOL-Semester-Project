      ******************************************************************
      *COPYBOOK: TERMWS.CPY                                            *
      *ABSTRACT: Shared WORKING-STORAGE table of the term calendar     *
      *          (see TERMREC.CPY).  WS-TERM-FOUND, WS-TERM-FROM and   *
      *          WS-TERM-TO carry the result of a term code lookup.    *
      ******************************************************************
       01  WS-TERM-TABLE-VARS.
           03  WS-TERM-MAX         PIC 9(3)        VALUE 100.
           03  WS-TERM-COUNT       PIC 9(3)        VALUE ZERO.
           03  WS-TX               PIC 9(3)        VALUE ZERO.
           03  WS-TERM-CODE        PIC X(5)        VALUE SPACES.
           03  WS-TERM-FOUND       PIC X           VALUE 'N'.
           03  WS-TERM-FROM        PIC X(8)        VALUE SPACES.
           03  WS-TERM-TO          PIC X(8)        VALUE SPACES.
           03  WS-TERM-EOF         PIC X           VALUE 'N'.

       01  WS-TERM-TABLE.
           03  WS-TERM-ENTRY OCCURS 100 TIMES.
               05  WS-TT-CODE      PIC X(5).
               05  WS-TT-START     PIC X(8).
               05  WS-TT-END       PIC X(8).
