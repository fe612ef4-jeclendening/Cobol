      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           each moved dealer's route and stop sequence also
      *           post to the JRNFILE change journal with the
      *           operator, for the JRNRPT inquiry.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id must be active on the OPRFILE
      *           operator master with a role that may run this
      *           program, and FORCE past the batch-active lock needs
      *           a supervisor role; a refusal stops the run and is
      *           logged to the WNLFILE run log.  the override record
      *           now carries the operator.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
       COPY WNASEL.
       COPY WNLSEL.
       COPY JRNSEL.
       COPY OPRSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/ROUTERST.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-DEALER-NO PIC 9(5).
           05  FILLER       PIC X.
           05  WS-PARM-FORCE PIC X(5).
       COPY WNLQWS.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "ROUTERST" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "Y" TO WS-OPR-SUPV-REQ.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE "ROUTERST" TO WS-QUIESCE-PROGRAM.
           MOVE WS-OPERATOR TO WS-QUIESCE-OPERATOR.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
              DISPLAY "ROUTERST.TRN NOT FOUND - NOTHING TO REDRAW"
              STOP RUN.
           OPEN I-O WNAFILE.
           MOVE "ROUTERST" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WNA-SEQ-NSP-DAY TO AUD-SEQ.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           MOVE "WNAFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE WNA-DEALER-NO TO WS-JRN-KEY WS-JRN-DEALER-NO.
           MOVE 0 TO WS-JRN-TITLE-NO.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE "ROUTE-NO" TO WS-JRN-FIELD.
           MOVE WS-DLR-OLD-ROUTE (DX) TO WS-JRN-BEFORE.
           MOVE WNA-ROUTE-NO TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "SEQ-NSP-DAY" TO WS-JRN-FIELD.
           MOVE WS-DLR-OLD-SEQ (DX) TO WS-JRN-BEFORE.
           MOVE WNA-SEQ-NSP-DAY TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO POST-LOOP.
       POST-DONE.
      * the drivers' paper walk: the affected routes as they were,
           DISPLAY "TRANSACTIONS READ: " WS-READ-CNT.
           DISPLAY "DEALERS MOVED:     " WS-MOVE-CNT.
           DISPLAY "ERRORS:            " WS-ERR-CNT.
           CLOSE WNAFILE JRNFILE PRLINE.
           STOP RUN.

       LOAD-DEALERS.
           WRITE LINEPR FROM ERR-LINE AFTER ADVANCING 1.

       COPY WNLQUIES.
       COPY OPRCHK.
       COPY JRNPOST.
