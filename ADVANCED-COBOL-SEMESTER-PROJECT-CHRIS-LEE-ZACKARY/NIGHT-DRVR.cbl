      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 9/03/2026                                             *
      *ABSTRACT: Run-control driver for the nightly batch window.      *
      *          Runs the seven nightly jobs in their required order - *
      *          BLDG-BKUP, BLDG-LOAD, SCHED-LOAD, SCHED-CONF,         *
      *          RESV-SWEEP, BLDG-RECON, BLDG-XTRCT - recording each   *
      *          step's start, end, and return-code outcome in         *
      *          NIGHT-RUN.CTL.  A step is only started when every     *
      *          earlier step in the current run ended clean; when a   *
      *          step fails the driver stops with RC 8 and the next    *
      *          invocation resumes from the failed step instead of    *
      *          from the top.  A step ending with RC 4 is a warning   *
      *          (WARN), not a failure: the run carries on and ends    *
      *          with RC 4 so the warning is seen.  A control report   *
      *          of the run is written to NIGHT-RUN.OUT.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-DRVR AS "NIGHT-DRVR" IS INITIAL PROGRAM.
           03  WS-PRIOR-RUN-FOUND      PIC X       VALUE 'N'.
           03  WS-RESUME-STEP          PIC 9       VALUE 1.
           03  WS-STEP-FAILED          PIC X       VALUE 'N'.
           03  WS-STEP-WARNED          PIC X       VALUE 'N'.
           03  WS-SX                   PIC 9       VALUE ZERO.
           03  WS-CX                   PIC 9       VALUE ZERO.

       01  WS-STEP-COUNT               PIC 9       VALUE 7.

       01  WS-STEP-NAMES.
           03  FILLER                  PIC X(10)   VALUE 'BLDG-BKUP '.
           03  FILLER                  PIC X(10)   VALUE 'BLDG-LOAD '.
           03  FILLER                  PIC X(10)   VALUE 'SCHED-LOAD'.
           03  FILLER                  PIC X(10)   VALUE 'SCHED-CONF'.
           03  FILLER                  PIC X(10)   VALUE 'RESV-SWEEP'.
           03  FILLER                  PIC X(10)   VALUE 'BLDG-RECON'.
           03  FILLER                  PIC X(10)   VALUE 'BLDG-XTRCT'.
       01  WS-STEP-NAME-TBL REDEFINES WS-STEP-NAMES.
           03  WS-STEP-NAME OCCURS 7 TIMES
                                       PIC X(10).

       01  WS-STEP-STATES.
           03  WS-STEP-ENTRY OCCURS 7 TIMES.
               05  WS-ST-STATE         PIC X(4).
               05  WS-ST-START         PIC X(14).
               05  WS-ST-END           PIC X(14).
           END-PERFORM.
           IF WS-STEP-FAILED = 'N'
               MOVE 'Y' TO WS-RUN-COMPLETE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-STEP-COUNT
                   IF WS-ST-STATE(WS-SX) = 'WARN'
                       MOVE 'Y' TO WS-STEP-WARNED
                   END-IF
               END-PERFORM
               IF WS-STEP-WARNED = 'Y'
                   MOVE 'NIGHTLY RUN COMPLETE - CHECK WARNINGS'
                       TO TXL-TEXT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'NIGHTLY RUN COMPLETE' TO TXL-TEXT
               END-IF
               WRITE RPT-LINE FROM WS-TEXT-LINE
           ELSE
               MOVE 'NIGHTLY RUN STOPPED - RERUN TO RESUME'
           MOVE 1 TO WS-RESUME-STEP.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STEP-COUNT
               IF (WS-ST-STATE(WS-SX) = 'DONE' OR 'WARN') AND
                  WS-RESUME-STEP = WS-SX
                   ADD 1 TO WS-RESUME-STEP
               END-IF
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-ST-END(WS-SX).
           EVALUATE WS-ST-RC(WS-SX)
               WHEN ZERO
                   MOVE 'DONE' TO WS-ST-STATE(WS-SX)
               WHEN 4
                   MOVE 'WARN' TO WS-ST-STATE(WS-SX)
               WHEN OTHER
                   MOVE 'FAIL' TO WS-ST-STATE(WS-SX)
                   MOVE 'Y' TO WS-STEP-FAILED
           END-EVALUATE.
           PERFORM 500-WRITE-RUN-CONTROL.
      *-----------------------------------------------------------------
       300-WRITE-STEP-SUMMARY.
