      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           posts its start and end to the WNLFILE run log, so
      *           a WNKSNAP rollback sees dealers set up since the
      *           snapshot.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNASEL.
       COPY WNKSEL.
       COPY WNMSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/ONBOARD.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNMFILE LABEL RECORD STANDARD DATA RECORD WNM.
       01  WNM.
       COPY WNM.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-DEALER-NO   PIC 9(5).
       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       COPY WNLWS.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-DLR-CNT    PIC 9(5) VALUE 0.
       01  WS-ROW-CNT    PIC 9(5) VALUE 0.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           PERFORM LOAD-TEMPLATE THRU END-LOAD-TEMPLATE.
           MOVE "ONBOARD" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           DISPLAY "SETUPS REJECTED:   " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           MOVE WS-ROW-CNT TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           CLOSE WNAFILE WNKFILE WNMFILE TRNFILE PRLINE.
           STOP RUN.

       COPY WNLLOG.
