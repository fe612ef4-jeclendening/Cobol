       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNDMAINT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: BUNDLE-SIZE MAINTENANCE.  THE DOCK STAGES FROM
      * COPY COUNTS AND WORKS OUT BUNDLES AND ODD COPIES IN THEIR
      * HEADS.  BNDFILE NOW HOLDS THE COPIES PER BUNDLE FOR EACH
      * TITLE, BY DAY BECAUSE THE SUNDAY BUNDLE IS SMALLER: DAY
      * 1-7 (MON-SUN) IS THAT DAY ONLY, DAY 0 IS EVERY DAY THAT
      * HAS NO RECORD OF ITS OWN.  LOADSHT PRINTS THE TRUCK LOAD
      * SHEET IN BUNDLES FROM IT AND RETPICK THE EXPECTED RETURNS.
      *
      * TRANSACTIONS COME FROM BNDMAINT.TRN: ACTION A=ADD
      * C=CHANGE D=DELETE, TITLE NUMBER, DAY (0-7) AND COPIES PER
      * BUNDLE.  A DELETE NEEDS ONLY THE TITLE AND DAY.  THE
      * OPERATOR ID COMES FROM THE COMMAND LINE, AS IN HOLDMAINT,
      * AND IS KEPT ON THE RECORD.
      *
      *  REJECT REASON CODES:
      *     01 ACTION NOT A/C/D, TITLE NOT NUMERIC OR DAY NOT 0-7
      *     02 TITLE NOT ON WNXFILE
      *     03 ADD OVER A RECORD ALREADY ON FILE, OR CHANGE/DELETE
      *        WITH NO RECORD ON FILE
      *     04 COPIES PER BUNDLE NOT NUMERIC OR ZERO
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           every size added, changed or deleted also posts
      *           to the JRNFILE change journal.
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
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WNXSEL.
       COPY BNDSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/BNDMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/BNDMAINT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  BNDFILE LABEL RECORD STANDARD DATA RECORD BND.
       01  BND.
       COPY BND.
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
           05  TRN-TITLE-NO    PIC 999.
           05  TRN-DAY-NO      PIC 9.
           05  TRN-BUNDLE-QTY  PIC 999.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-ON-FILE-FL PIC X   VALUE "N".
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-DAY-NAMES.
           05  FILLER PIC X(3) VALUE "ALL".
           05  FILLER PIC X(3) VALUE "MON".
           05  FILLER PIC X(3) VALUE "TUE".
           05  FILLER PIC X(3) VALUE "WED".
           05  FILLER PIC X(3) VALUE "THU".
           05  FILLER PIC X(3) VALUE "FRI".
           05  FILLER PIC X(3) VALUE "SAT".
           05  FILLER PIC X(3) VALUE "SUN".
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME OCCURS 8 TIMES PIC X(3).
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "BUNDLE-SIZE MAINTENANCE      ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(10) VALUE "  OPERATOR".
           05  FILLER PIC X VALUE SPACE.
           05  H1-OPERATOR PIC X(8).
       01  AUDIT-LINE.
           05  AUD-ACTION    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-TITLE-NO  PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-TITLE     PIC X(21).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-DAY       PIC X(3).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  AUD-OLD-QTY   PIC X(3).
           05  FILLER        PIC X(4) VALUE " TO ".
           05  AUD-NEW-QTY   PIC X(3).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  AUD-RESULT    PIC X(28).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "BNDMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT WNXFILE.
           OPEN I-O BNDFILE.
           IF FL-STATUS NOT = "00"
              CLOSE BNDFILE
              OPEN OUTPUT BNDFILE
              CLOSE BNDFILE
              OPEN I-O BNDFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "BNDMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE WNXFILE BNDFILE
              STOP RUN.
           MOVE "BNDMAINT" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-OPERATOR TO H1-OPERATOR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-TITLE-NO NOT NUMERIC
              OR TRN-DAY-NO NOT NUMERIC
              OR (TRN-ACTION NOT = "A" AND TRN-ACTION NOT = "C"
                  AND TRN-ACTION NOT = "D")
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-DAY-NO GREATER 7
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE "Y" TO WS-ON-FILE-FL.
           MOVE TRN-TITLE-NO TO BND-TITLE-NO.
           MOVE TRN-DAY-NO TO BND-DAY-NO.
           READ BNDFILE INVALID KEY
              MOVE "N" TO WS-ON-FILE-FL.
           IF TRN-ACTION = "D"
              GO TO DELETE-SIZE.
           IF TRN-ACTION = "C" AND WS-ON-FILE-FL = "N"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-ACTION = "A" AND WS-ON-FILE-FL = "Y"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-BUNDLE-QTY NOT NUMERIC
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-BUNDLE-QTY = 0
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-AUDIT.
           IF WS-ON-FILE-FL = "N"
              MOVE SPACES TO AUD-OLD-QTY
              INITIALIZE BND
              MOVE TRN-TITLE-NO TO BND-TITLE-NO
              MOVE TRN-DAY-NO TO BND-DAY-NO.
           MOVE TRN-BUNDLE-QTY TO BND-BUNDLE-QTY AUD-NEW-QTY.
           MOVE WS-OPERATOR TO BND-OPERATOR.
           MOVE WS-DATE-N TO BND-ENTRY-DATE.
           IF WS-ON-FILE-FL = "Y"
              GO TO REWRITE-SIZE.
           WRITE BND INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           GO TO SIZE-POSTED.
       REWRITE-SIZE.
           REWRITE BND INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
       SIZE-POSTED.
           ADD 1 TO WS-POST-CNT.
           IF TRN-ACTION = "A"
              MOVE "SIZE ADDED" TO AUD-RESULT
           ELSE
              MOVE "SIZE CHANGED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-BND-QTY THRU END-JRN-BND-QTY.
           GO TO READ-TRN.

       DELETE-SIZE.
           IF WS-ON-FILE-FL = "N"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           DELETE BNDFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AUDIT.
           MOVE SPACES TO AUD-NEW-QTY.
           MOVE "SIZE DELETED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-BND-QTY THRU END-JRN-BND-QTY.
           GO TO READ-TRN.

      * the audit line shows the size on file before the change.
       WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE WNX-TITLE-NO TO AUD-TITLE-NO.
           MOVE WNX-TITLE TO AUD-TITLE.
           MOVE WS-DAY-NAME (TRN-DAY-NO + 1) TO AUD-DAY.
           MOVE BND-BUNDLE-QTY TO AUD-OLD-QTY.

      * the journal takes the old and new sizes off the audit line.
       JRN-BND-QTY.
           MOVE "BNDFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           STRING TRN-TITLE-NO "/" TRN-DAY-NO DELIMITED BY SIZE
              INTO WS-JRN-KEY.
           MOVE 0 TO WS-JRN-DEALER-NO.
           MOVE TRN-TITLE-NO TO WS-JRN-TITLE-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.
           MOVE "BUNDLE-QTY" TO WS-JRN-FIELD.
           MOVE AUD-OLD-QTY TO WS-JRN-BEFORE.
           MOVE AUD-NEW-QTY TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-BND-QTY. EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE TRN-TITLE-NO TO AUD-TITLE-NO.
           MOVE TRN-DAY-NO TO AUD-DAY.
           MOVE TRN-BUNDLE-QTY TO AUD-NEW-QTY.
           MOVE "REJECTED - REASON " TO AUD-RESULT.
           MOVE WS-REJ-REASON TO AUD-RESULT (19:2).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

       END-JOB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           DISPLAY "TRANSACTIONS READ:     " WS-READ-CNT.
           DISPLAY "TRANSACTIONS POSTED:   " WS-POST-CNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNXFILE BNDFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
