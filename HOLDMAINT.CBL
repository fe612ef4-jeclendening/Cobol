      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           every hold and release also posts to the JRNFILE
      *           change journal with the operator, for the JRNRPT
      *           inquiry.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id must be active on the OPRFILE
      *           operator master with a role that may run this
      *           program; a refusal stops the run and is logged to
      *           the WNLFILE run log.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WNASEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/HOLDMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-ACTION      PIC X.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "HOLDMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           OPEN I-O WNAFILE.
           OPEN INPUT TRNFILE.
              DISPLAY "HOLDMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE WNAFILE
              STOP RUN.
           MOVE "HOLDMAINT" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE WNA-CREDIT-HOLD-FL TO WS-JRN-BEFORE.
           IF TRN-ACTION = "H"
              MOVE "Y" TO WNA-CREDIT-HOLD-FL
           ELSE
              MOVE SPACE TO WNA-CREDIT-HOLD-FL.
           REWRITE WNA INVALID KEY
              MOVE SPACES TO WS-JRN-BEFORE
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           MOVE "WNAFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE WNA-DEALER-NO TO WS-JRN-KEY WS-JRN-DEALER-NO.
           MOVE 0 TO WS-JRN-TITLE-NO.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE "CREDIT-HOLD" TO WS-JRN-FIELD.
           MOVE WNA-CREDIT-HOLD-FL TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE WNA-DEALER-NO TO AUD-DEALER-NO.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNAFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
