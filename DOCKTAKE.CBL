      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           posts its start and end to the WNLFILE run log, so
      *           a WNKSNAP rollback sees returns posted since the
      *           snapshot.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNASEL.
       COPY WNKSEL.
       COPY WNXSEL.
       COPY WNLSEL.
           SELECT SCANFILE ASSIGN "/home/prb/f/DOCKSCAN.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  SCANFILE LABEL RECORD STANDARD DATA RECORD SCAN-REC.
       01  SCAN-REC.
           05  SCAN-DEALER-NO  PIC 9(5).
       01  WS-REJ-CNT       PIC 9(7) VALUE 0.
       01  WS-TITLE-NO      PIC 999 VALUE 0.
       01  WS-SAVE-DEALER   PIC 9(5) VALUE 99999.
       COPY WNLWS.
      * mod-10 check digit over the eleven mfg+bipad digits, odd
      * positions weighted 3, same as SCANTAKE.
       01  WS-UPC-DIGITS.
              STOP RUN.
           OPEN INPUT UPCFILE WNAFILE WNXFILE.
           OPEN I-O WNKFILE.
           MOVE "DOCKTAKE" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-WEEK TO H1-WEEK.
           MOVE SPACES TO LINEPR.
           DISPLAY "SCANS REJECTED: " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           MOVE WS-POST-CNT TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           CLOSE SCANFILE UPCFILE WNAFILE WNKFILE WNXFILE PRLINE.
           STOP RUN.

       COPY WNLLOG.
