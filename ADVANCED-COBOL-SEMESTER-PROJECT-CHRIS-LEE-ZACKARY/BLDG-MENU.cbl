      *          operator signs on with ID and password, verified      *
      *          against OPER-MSTR.DAT (three tries, then the menu     *
      *          exits).  The operator's role gates the choices:       *
      *          add/update/delete of rooms, the building master and   *
      *          room outages need role U or A, operator maintenance   *
      *          and room rates need role A, inquiry and finder are    *
      *          open to every signed-on operator.  The verified       *
      *          operator ID is passed to the maintenance sub-programs *
      *          through LINKAGE so they skip their own operator       *
      *          prompt and stamp audit records consistently.          *
      *          Returning from a sub-program lands back on this menu. *
      *          When OPER-MSTR.DAT does not exist yet a default admin *
      *          record (ADMIN/ADMIN) is created - change its password *
      *          first thing.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDG-MENU AS "BLDG-MENU" IS INITIAL PROGRAM.
           03  LINE 09 COL 35 VALUE '5. ROOM FINDER'.
           03  LINE 10 COL 35 VALUE '6. BUILDING MASTER'.
           03  LINE 11 COL 35 VALUE '7. OPERATOR MAINT'.
           03  LINE 12 COL 35 VALUE '8. ROOM OUTAGES'.
           03  LINE 13 COL 35 VALUE '9. ROOM RATES'.
           03  LINE 14 COL 35 VALUE 'X. SIGN OFF'.
           03  LINE 15 COL 35                       VALUE '  SELECT:'.
           03  LINE 15 COL 45 PIC X     TO WS-CHOICE AUTO.
           03  LINE 17 COL 35 PIC X(40) FROM WS-MSG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
                           MOVE 'NOT AUTHORIZED - ADMIN ONLY'
                               TO WS-MSG
                       END-IF
                   WHEN '8'
                       IF WS-ROLE = 'U' OR WS-ROLE = 'A'
                           CALL 'OUTG-MNT-L' USING WS-OPERATOR
                               ON EXCEPTION
                                   MOVE 'PROGRAM NOT AVAILABLE'
                                       TO WS-MSG
                           END-CALL
                           DISPLAY BLANK-SCREEN
                       ELSE
                           MOVE 'NOT AUTHORIZED - INQUIRY ONLY'
                               TO WS-MSG
                       END-IF
                   WHEN '9'
                       IF WS-ROLE = 'A'
                           CALL 'RATE-MNT-L' USING WS-OPERATOR
                               ON EXCEPTION
                                   MOVE 'PROGRAM NOT AVAILABLE'
                                       TO WS-MSG
                           END-CALL
                           DISPLAY BLANK-SCREEN
                       ELSE
                           MOVE 'NOT AUTHORIZED - ADMIN ONLY'
                               TO WS-MSG
                       END-IF
                   WHEN 'x'
                   WHEN 'X'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'PLEASE SELECT 1-9 OR X' TO WS-MSG
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
