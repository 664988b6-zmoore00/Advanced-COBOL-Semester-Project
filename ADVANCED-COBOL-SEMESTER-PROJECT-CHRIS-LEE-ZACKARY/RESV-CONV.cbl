      ******************************************************************
      *PROGRAM : RESV-CONV.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: One-time conversion job that widens ROOM-RESV.DAT to  *
      *          the 84-byte RESVREC layout.  Reads the existing file  *
      *          sequentially and writes ROOM-RESV.NEW in the new      *
      *          layout, with ROOM-RESV-SERIES and ROOM-RESV-BILLED    *
      *          set to spaces and ROOM-RESV-BILL-AMT set to zero, so  *
      *          every existing booking becomes a one-off that has not *
      *          yet been billed and is picked up by the next          *
      *          RESV-BILL run.  Operations renames the new file over  *
      *          the old one after checking the control counts in      *
      *          RESV-CONV.OUT.  The job ends with RC 8 when the       *
      *          reservation file is missing or its layout does not    *
      *          match the old one (already converted).                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV-CONV AS "RESV-CONV" IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RESV-FILE ASSIGN TO "../ROOM-RESV.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS OLD-RESV-KEY
                               FILE STATUS   IS WS-OLD-STAT.
           SELECT ROOM-RESV-IO ASSIGN TO "../ROOM-RESV.NEW"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ROOM-RESV-KEY
                               FILE STATUS   IS WS-RESV-STAT.
           SELECT CTL-RPT     ASSIGN TO "RESV-CONV.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CTL-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  OLD-RESV-FILE.
       01  OLD-RESV-REC.
           03  OLD-RESV-KEY.
               05  OLD-RESV-BLDG   PIC X(7).
               05  OLD-RESV-ROOM   PIC X(5).
               05  OLD-RESV-DATE   PIC X(8).
               05  OLD-RESV-START  PIC X(4).
           03  OLD-RESV-END        PIC X(4).
           03  OLD-RESV-EVENT      PIC X(20).
           03  OLD-RESV-DEPT       PIC X(6).

       FD  ROOM-RESV-IO.
           COPY RESVREC.

       FD  CTL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-LINE                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-OLD-STAT             PIC XX      VALUE SPACES.
           03  WS-RESV-STAT            PIC XX      VALUE SPACES.
           03  WS-CTL-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.

       01  WS-COUNTS.
           03  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
           03  WS-WRITE-COUNT          PIC 9(7)    VALUE ZERO.
           03  WS-REJ-COUNT            PIC 9(7)    VALUE ZERO.

       01  WS-HDR.
           03  FILLER                  PIC X(44)   VALUE
               'RESERVATION FILE CONVERSION - CONTROL REPORT'.

       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  CTL-LABEL               PIC X(10).
           03  CTL-COUNT               PIC ZZZ,ZZ9.

       01  WS-TEXT-LINE.
           03  FILLER                  PIC X(16)   VALUE SPACES.
           03  TXL-TEXT                PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           OPEN OUTPUT CTL-RPT.
           WRITE CTL-LINE FROM WS-HDR.
           OPEN INPUT OLD-RESV-FILE.
           EVALUATE WS-OLD-STAT
               WHEN '00'
                   PERFORM 100-CONVERT-FILE
               WHEN '35'
                   MOVE 'RESERVATION FILE NOT FOUND - NOT RUN'
                       TO TXL-TEXT
                   WRITE CTL-LINE FROM WS-TEXT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN '39'
                   MOVE 'RECORD LAYOUT MISMATCH - ALREADY CONVERTED?'
                       TO TXL-TEXT
                   WRITE CTL-LINE FROM WS-TEXT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESERVATION FILE OPEN FAILED - NOT RUN'
                       TO TXL-TEXT
                   WRITE CTL-LINE FROM WS-TEXT-LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           CLOSE CTL-RPT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-CONVERT-FILE.
           OPEN OUTPUT ROOM-RESV-IO.
           PERFORM 200-READ-OLD-REC.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 300-WRITE-NEW-REC
               PERFORM 200-READ-OLD-REC
           END-PERFORM.
           CLOSE OLD-RESV-FILE.
           CLOSE ROOM-RESV-IO.
           PERFORM 400-WRITE-CONTROL-TOTALS.
      *-----------------------------------------------------------------
       200-READ-OLD-REC.
           READ OLD-RESV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
               ADD 1 TO WS-READ-COUNT
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-NEW-REC.
           MOVE SPACES          TO ROOM-RESV-REC.
           MOVE ZERO            TO ROOM-RESV-BILL-AMT.
           MOVE OLD-RESV-BLDG   TO ROOM-RESV-BLDG.
           MOVE OLD-RESV-ROOM   TO ROOM-RESV-ROOM.
           MOVE OLD-RESV-DATE   TO ROOM-RESV-DATE.
           MOVE OLD-RESV-START  TO ROOM-RESV-START.
           MOVE OLD-RESV-END    TO ROOM-RESV-END.
           MOVE OLD-RESV-EVENT  TO ROOM-RESV-EVENT.
           MOVE OLD-RESV-DEPT   TO ROOM-RESV-DEPT.
           WRITE ROOM-RESV-REC
               INVALID KEY
                   ADD 1 TO WS-REJ-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
       400-WRITE-CONTROL-TOTALS.
           MOVE 'READ:'    TO CTL-LABEL.
           MOVE WS-READ-COUNT TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'WRITTEN:' TO CTL-LABEL.
           MOVE WS-WRITE-COUNT TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           MOVE 'REJECTS:' TO CTL-LABEL.
           MOVE WS-REJ-COUNT TO CTL-COUNT.
           WRITE CTL-LINE FROM WS-COUNT-LINE.
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
               MOVE 'COUNTS DIFFER - DO NOT DISCARD OLD FILE'
                   TO TXL-TEXT
               WRITE CTL-LINE FROM WS-TEXT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
