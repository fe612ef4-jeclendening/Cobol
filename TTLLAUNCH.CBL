      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the confirmed pass posts its start and end to the
      *           WNLFILE run log, so a WNKSNAP rollback sees WNK rows
      *           created since the snapshot.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNXSEL.
       COPY WNESEL.
       COPY UPCSEL.
       COPY WNLSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/TTLLAUNCH.PRT"
           STATUS FL-STATUS.

       FD  UPCFILE LABEL RECORD STANDARD DATA RECORD UPC.
       01  UPC.
       COPY UPC.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       COPY WNLWS.
       01  WS-PARM-CMD  PIC X(29) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-NEW-TITLE PIC X(3).
              DISPLAY "NOTE: NEW TITLE " WS-NEW-TITLE " HAS NO "
                  "WNXFILE ROW YET - ADD IT THROUGH THE USUAL "
                  "MAINTENANCE".
           IF WS-CONF-FL = "Y"
              MOVE "TTLLAUNCH" TO WS-RUNLOG-PROGRAM
              PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-NEW-TITLE TO H1-NEW.
           MOVE WS-COMP-TITLE TO H1-COMP.
           DISPLAY "COPIES PROPOSED:   " WS-PROP-QTY.
           DISPLAY "DEALERS SKIPPED:   " WS-SKIP-CNT.
           IF WS-CONF-FL = "Y"
              DISPLAY "WNK ROWS CREATED:  " WS-BUILT-CNT
              MOVE WS-BUILT-CNT TO WS-RUNLOG-CNT
              PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           CLOSE WNKFILE WNHFILE WNAFILE WNXFILE PRLINE.
           STOP RUN.

           ELSE
              SUBTRACT WS-CHECK-REM FROM 10 GIVING WS-CHECK-CALC.
       END-CHECK-DIGIT-RTN. EXIT.

       COPY WNLLOG.
