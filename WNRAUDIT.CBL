      * DATES ARE REPLACED WITH THE CANONICAL SET.  A DEALER
      * WHOSE DATES MATCH NOTHING IN THE CANONICAL SET IS LEFT
      * ALONE AND REPORTED -- THAT ONE NEEDS EYES, NOT A SHIFT.
      * A REPAIR NEEDS THE OPERATOR ID AFTER THE DEALER NUMBER
      * (FIXNNNNN OPERATOR) AND POSTS TO THE JRNFILE CHANGE JOURNAL.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a FIX run now requires the operator id after the
      *           dealer number and posts each re-aligned WNR date
      *           and each shifted WNK row to the JRNFILE change
      *           journal, for the JRNRPT inquiry.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a FIX run's operator must be active on the OPRFILE
      *           operator master with a role that may run WNRAUDIT;
      *           a refusal stops the run and is logged to the WNLFILE
      *           run log.  the report-only run is not checked.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNRSEL.
       COPY WNASEL.
       COPY WNKSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/WNRAUDIT.PRT"
           STATUS FL-STATUS.

       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(17) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE      PIC X(3).
           05  WS-PARM-DEALER-NO PIC X(5).
           05  FILLER            PIC X.
           05  WS-OPERATOR       PIC X(8).
       COPY JRNWS.
       COPY OPRWS.
       01  WS-FIX-DEALER PIC 9(5) VALUE 0.
       01  WX           PIC 9 VALUE 0.
       01  WY           PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-MODE = "FIX" AND WS-OPERATOR = SPACES
              DISPLAY "REPAIR NEEDS AN OPERATOR ID: FIXNNNNN OPERATOR"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PARM-MODE = "FIX"
              MOVE "WNRAUDIT" TO WS-OPR-PROGRAM
              MOVE WS-OPERATOR TO WS-OPR-OPERATOR
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN INPUT WNAFILE.
           IF WS-PARM-MODE = "FIX"
              OPEN I-O WNRFILE WNKFILE
           ELSE
              OPEN INPUT WNRFILE WNKFILE.
           IF WS-PARM-MODE = "FIX"
              MOVE "WNRAUDIT" TO WS-JRN-PROGRAM
              MOVE WS-OPERATOR TO WS-JRN-OPERATOR
              PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           PERFORM VOTE-CANONICAL THRU END-VOTE-CANONICAL.
           IF WS-CANON-COUNT = 0
       FIX-WNR-LOOP.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO FIX-WNR-WRITE.
           MOVE WNR-ISS-DATE (WX) TO WS-THIS-DATE (WX).
           MOVE WS-CANON-DATE (WX) TO WNR-ISS-DATE (WX).
           MOVE WS-CANON-MM (WX) TO WNR-ISS-MM (WX).
           MOVE WS-CANON-DD (WX) TO WNR-ISS-DD (WX).
                  WS-FIX-DEALER
              MOVE 16 TO RETURN-CODE
              GO TO CLOSE-FILES.
           MOVE "WNRFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE WS-FIX-DEALER TO WS-JRN-KEY WS-JRN-DEALER-NO.
           MOVE 0 TO WS-JRN-TITLE-NO.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE 0 TO WX.
       FIX-JRN-WNR-LOOP.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO FIX-WNK-START.
           STRING "ISS-DATE(" WX ")" DELIMITED SIZE
               INTO WS-JRN-FIELD.
           MOVE WS-THIS-DATE (WX) TO WS-JRN-BEFORE.
           MOVE WNR-ISS-DATE (WX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO FIX-JRN-WNR-LOOP.
       FIX-WNK-START.
           INITIALIZE WNK.
           MOVE WS-FIX-DEALER TO WNK-DEALER-NO-ONE.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-ONE
              MOVE 16 TO RETURN-CODE
              GO TO FIX-WNK-LOOP.
           ADD 1 TO WS-WNK-CNT.
           MOVE "WNKFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           STRING WNK-DEALER-NO " " WNK-TITLE-NO
               DELIMITED SIZE INTO WS-JRN-KEY.
           MOVE WNK-DEALER-NO TO WS-JRN-DEALER-NO.
           MOVE WNK-TITLE-NO TO WS-JRN-TITLE-NO.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE "WEEK-SLOTS" TO WS-JRN-FIELD.
           MOVE "OUT OF STEP" TO WS-JRN-BEFORE.
           STRING "SHIFTED " WS-SHIFTS " SLOT(S)"
               DELIMITED SIZE INTO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO FIX-WNK-LOOP.
       FIX-DONE.
           DISPLAY "DEALER " WS-FIX-DEALER " RE-ALIGNED BY "
           IF WS-OFF-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
       CLOSE-FILES.
           IF WS-PARM-MODE = "FIX"
              CLOSE JRNFILE.
           CLOSE WNRFILE WNAFILE WNKFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
