      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the posting operator's id is now required on the
      *           command line, and every day draw changed also goes
      *           to the JRNFILE change journal with its before and
      *           after values, for the JRNRPT inquiry.
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
       COPY WNKSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/SUGAPPR.TRN"
           ORGANIZATION LINE SEQUENTIAL
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
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-DEALER-NO   PIC 9(5).
       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-DAY-NAMES.
           05  FILLER PIC X(3) VALUE "MON".
           05  FILLER PIC X(3) VALUE "TUE".
           05  FILLER PIC X(3) VALUE "WED".
           05  FILLER PIC X(3) VALUE "THU".
           05  FILLER PIC X(3) VALUE "FRI".
           05  FILLER PIC X(3) VALUE "SAT".
           05  FILLER PIC X(3) VALUE "SUN".
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-CUR-WEEK  PIC 9    VALUE 3.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "SUGPOST" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN I-O WNKFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "SUGAPPR.TRN NOT FOUND - NOTHING TO POST"
              CLOSE WNKFILE
              STOP RUN.
           MOVE "SUGPOST" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-LINE.
           PERFORM JRN-DRAW-DAYS THRU END-JRN-DRAW-DAYS.
           GO TO READ-TRN.

      * spread the approved weekly draw across the days in the same
              ADD WS-RESIDUE TO WS-NEW-DAY (WS-BIG-DAY).
       END-SCALE-DAYS. EXIT.

      * one journal entry per day whose draw moved.
       JRN-DRAW-DAYS.
           MOVE "WNKFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           STRING TRN-DEALER-NO " " TRN-TITLE-NO
               DELIMITED SIZE INTO WS-JRN-KEY.
           MOVE TRN-DEALER-NO TO WS-JRN-DEALER-NO.
           MOVE TRN-TITLE-NO TO WS-JRN-TITLE-NO.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE 0 TO DAYX.
       JRN-DRAW-DAY-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO END-JRN-DRAW-DAYS.
           STRING "DRAW-" WS-DAY-NAME (DAYX) " WK3"
               DELIMITED SIZE INTO WS-JRN-FIELD.
           MOVE WS-OLD-DAY (DAYX) TO WS-JRN-BEFORE.
           MOVE WS-NEW-DAY (DAYX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO JRN-DRAW-DAY-LOOP.
       END-JRN-DRAW-DAYS. EXIT.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "BEFORE " TO DET-TAG.
           DISPLAY "REFUSED:             " WS-REFUSE-CNT.
           IF WS-REFUSE-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNKFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
