      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a title actually retired posts its start and end to
      *           the WNLFILE run log, so a WNKSNAP rollback sees the
      *           WNK rows removed since the snapshot.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY PUBSEL.
       COPY WNBSEL.
       COPY UPCSEL.
       COPY WNLSEL.
           SELECT ARCHFILE ASSIGN WS-ARCH-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       COPY WNLWS.
       01  WS-PARM-CMD  PIC X(7) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-TITLE  PIC X(3).
                  " DEALERS WITH OPEN DRAW/RETURNS - NOT RETIRED"
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-FILES.
           MOVE "TTLRETIRE" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           OPEN OUTPUT ARCHFILE.
           PERFORM RETIRE-WNK THRU END-RETIRE-WNK.
           PERFORM RETIRE-WNE THRU END-RETIRE-WNE.
           DISPLAY "TITLE " WS-TITLE-NO " RETIRED: "
               WS-WNK-GONE " WNK ROWS, " WS-CTL-GONE
               " CONTROL ROWS, " WS-UPC-GONE " UPC ROWS".
           MOVE WS-WNK-GONE TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
       CLOSE-FILES.
           CLOSE WNKFILE WNAFILE WNXFILE WNEFILE WNSFILE WNOFILE
               WNTFILE PRLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1.
       END-RETIRE-WNX. EXIT.

       COPY WNLLOG.
