      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id is now required on the command
      *           line, and every calendar cell loaded also goes to
      *           the JRNFILE change journal, one entry per field
      *           with what the cell held before, for the JRNRPT
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
       FILE-CONTROL.
       COPY WPCSEL.
       COPY WNXSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/WPCLOAD.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
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
           05  TRN-WEEK-DATE   PIC 9(4).
       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
      * the live cell as it stood before the load, for the journal.
       01  WS-WPC-OLD.
           05  OLD-WEEK-DATE    PIC 9(4).
           05  OLD-DAY-NO       PIC 9.
           05  OLD-NO-PUB-FL    PIC X.
           05  OLD-COMB-FL      PIC X.
           05  OLD-TITLE-LO     PIC 999.
           05  OLD-TITLE-HI     PIC 999.
           05  OLD-DESC         PIC X(20).
           05  FILLER           PIC X(10).
       01  WS-READ-CNT  PIC 9(5) VALUE 0.
       01  WS-ERR-CNT   PIC 9(5) VALUE 0.
       01  WS-LOAD-CNT  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "WPCLOAD" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "WPCLOAD.TRN NOT FOUND - NOTHING TO LOAD"
              OPEN OUTPUT WPCFILE
              CLOSE WPCFILE
              OPEN I-O WPCFILE.
           MOVE "WPCLOAD" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           MOVE 0 TO CX.
       LOAD-LOOP.
           ADD 1 TO CX.
           IF CX GREATER WS-CEL-CNT GO TO PROOF-PAGES.
           INITIALIZE WPC.
           MOVE WS-CEL-WEEK-DATE (CX) TO WPC-WEEK-DATE.
           MOVE WS-CEL-DAY-NO (CX) TO WPC-DAY-NO.
           MOVE SPACES TO WS-WPC-OLD.
           MOVE "A" TO WS-JRN-ACTION.
           READ WPCFILE INVALID KEY GO TO LOAD-CELL.
           MOVE WPC TO WS-WPC-OLD.
           MOVE "C" TO WS-JRN-ACTION.
       LOAD-CELL.
           INITIALIZE WPC.
           MOVE WS-CEL-WEEK-DATE (CX) TO WPC-WEEK-DATE.
           MOVE WS-CEL-DAY-NO (CX) TO WPC-DAY-NO.
           MOVE WS-CEL-DESC (CX) TO WPC-DESC.
           WRITE WPC INVALID KEY REWRITE WPC.
           ADD 1 TO WS-LOAD-CNT.
           PERFORM JRN-CELL THRU END-JRN-CELL.
           GO TO LOAD-LOOP.

      * the journal entries for one cell: every field of a new cell,
      * only the fields that moved on a reloaded one.
       JRN-CELL.
           MOVE "WPCFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           STRING WS-CEL-WEEK-DATE (CX) "/" WS-CEL-DAY-NO (CX)
               DELIMITED SIZE INTO WS-JRN-KEY.
           MOVE 0 TO WS-JRN-DEALER-NO WS-JRN-TITLE-NO.
           MOVE "NO-PUB-FL" TO WS-JRN-FIELD.
           MOVE OLD-NO-PUB-FL TO WS-JRN-BEFORE.
           MOVE WS-CEL-NO-PUB (CX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "COMB-FL" TO WS-JRN-FIELD.
           MOVE OLD-COMB-FL TO WS-JRN-BEFORE.
           MOVE WS-CEL-COMB (CX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "TITLE-LO" TO WS-JRN-FIELD.
           MOVE OLD-TITLE-LO TO WS-JRN-BEFORE.
           MOVE WS-CEL-TITLE-LO (CX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "TITLE-HI" TO WS-JRN-FIELD.
           MOVE OLD-TITLE-HI TO WS-JRN-BEFORE.
           MOVE WS-CEL-TITLE-HI (CX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "DESC" TO WS-JRN-FIELD.
           MOVE OLD-DESC TO WS-JRN-BEFORE.
           MOVE WS-CEL-DESC (CX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-CELL. EXIT.

      * one proof page per week, days in order, for the sign-off
      * binder -- the batch is table-ordered as keyed, so the days
      * print by scanning each week for day 1 through 7.
       END-JOB.
           DISPLAY "CALENDAR CELLS READ:   " WS-READ-CNT.
           DISPLAY "CALENDAR CELLS LOADED: " WS-LOAD-CNT.
           CLOSE WPCFILE WNXFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
