       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSPMAINT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: TEMPORARY-STOP MAINTENANCE.  WHEN A STORE CLOSES
      * FOR A REMODEL OR A VACATION WE USED TO EITHER LEAVE THE
      * DRAW IN PLACE AND EAT THE RETURNS, OR ZERO THE WNK DRAW
      * BY HAND AND FORGET TO PUT IT BACK.  THE DRAW IS NOW LEFT
      * ALONE: A TEMPORARY STOP ON TSPFILE (ONE PER DEALER) GIVES
      * A START DATE, A RESUME DATE (THE FIRST DAY BACK) AND A
      * REASON.  ROUTEMAN AND RETPICK PRINT THE DEALER AS A
      * SUSPENDED STOP ON THE DAYS BETWEEN, DLRINVOICE DOES NOT
      * BILL THOSE DAYS, AND ON THE RESUME DATE THE DEALER PICKS
      * UP AGAIN ON THE ORIGINAL DRAW WITH NOTHING TO RE-KEY.
      * TSPLIST GIVES THE DOCK THE STOPS STARTING AND RESUMING.
      *
      * TRANSACTIONS COME FROM TSPMAINT.TRN: ACTION A=ADD
      * C=CHANGE D=DELETE, DEALER NUMBER, START AND RESUME DATES
      * (YYMMDD) AND REASON.  A DELETE NEEDS ONLY THE DEALER.  AN
      * ADD OVER A STOP WHOSE RESUME DATE HAS PASSED REPLACES IT.
      * THE OPERATOR ID COMES FROM THE COMMAND LINE, AS IN
      * HOLDMAINT, AND IS KEPT ON THE STOP RECORD.
      *
      *  REJECT REASON CODES:
      *     01 ACTION NOT A/C/D OR DEALER NO NOT NUMERIC
      *     02 DEALER NOT ON WNAFILE
      *     03 ADD OVER A STOP STILL IN FORCE, OR CHANGE/DELETE
      *        WITH NO STOP ON FILE
      *     04 START OR RESUME DATE NOT A VALID YYMMDD, OR THE
      *        RESUME DATE NOT AFTER THE START DATE
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
      *           every stop added, changed or deleted also posts
      *           to the JRNFILE change journal, one entry per
      *           field, for the JRNRPT inquiry.
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
       COPY WNASEL.
       COPY TSPSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/TSPMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/TSPMAINT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  TSPFILE LABEL RECORD STANDARD DATA RECORD TSP.
       01  TSP.
       COPY TSP.
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
           05  TRN-DEALER-NO   PIC 9(5).
           05  TRN-START-DATE.
               10  TRN-START-YY  PIC 99.
               10  TRN-START-MM  PIC 99.
               10  TRN-START-DD  PIC 99.
           05  TRN-RESUME-DATE.
               10  TRN-RESUME-YY PIC 99.
               10  TRN-RESUME-MM PIC 99.
               10  TRN-RESUME-DD PIC 99.
           05  TRN-REASON      PIC X(20).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
      * the stop as it stood before the transaction, for the journal.
       01  WS-TSP-OLD.
           05  OLD-START-DATE  PIC X(6).
           05  OLD-RESUME-DATE PIC X(6).
           05  OLD-REASON      PIC X(20).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-START-N   PIC 9(6) VALUE 0.
       01  WS-RESUME-N  PIC 9(6) VALUE 0.
       01  WS-ON-FILE-FL PIC X   VALUE "N".
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "TEMPORARY-STOP MAINTENANCE   ".
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
           05  AUD-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-NAME      PIC X(24).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-ROUTE     PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-START     PIC X(6).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-RESUME    PIC X(6).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-REASON    PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-RESULT    PIC X(28).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "TSPMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT WNAFILE.
           OPEN I-O TSPFILE.
           IF FL-STATUS NOT = "00"
              CLOSE TSPFILE
              OPEN OUTPUT TSPFILE
              CLOSE TSPFILE
              OPEN I-O TSPFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "TSPMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE WNAFILE TSPFILE
              STOP RUN.
           MOVE "TSPMAINT" TO WS-JRN-PROGRAM.
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
           IF TRN-DEALER-NO NOT NUMERIC
              OR (TRN-ACTION NOT = "A" AND TRN-ACTION NOT = "C"
                  AND TRN-ACTION NOT = "D")
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE "Y" TO WS-ON-FILE-FL.
           MOVE TRN-DEALER-NO TO TSP-DEALER-NO.
           READ TSPFILE INVALID KEY
              MOVE "N" TO WS-ON-FILE-FL.
           MOVE SPACES TO WS-TSP-OLD.
           IF WS-ON-FILE-FL = "Y"
              MOVE TSP-START-DATE TO OLD-START-DATE
              MOVE TSP-RESUME-DATE TO OLD-RESUME-DATE
              MOVE TSP-REASON TO OLD-REASON.
           IF TRN-ACTION = "D"
              GO TO DELETE-STOP.
           IF TRN-ACTION = "C" AND WS-ON-FILE-FL = "N"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
      * an add may replace a stop that is over (resume date today
      * or earlier) -- one that is still in force must be changed.
           IF TRN-ACTION = "A" AND WS-ON-FILE-FL = "Y"
              AND TSP-RESUME-DATE GREATER WS-DATE-N
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-START-DATE NOT NUMERIC
              OR TRN-RESUME-DATE NOT NUMERIC
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-START-MM LESS 1 OR TRN-START-MM GREATER 12
              OR TRN-START-DD LESS 1 OR TRN-START-DD GREATER 31
              OR TRN-RESUME-MM LESS 1 OR TRN-RESUME-MM GREATER 12
              OR TRN-RESUME-DD LESS 1 OR TRN-RESUME-DD GREATER 31
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-START-DATE TO WS-START-N.
           MOVE TRN-RESUME-DATE TO WS-RESUME-N.
           IF WS-RESUME-N NOT GREATER WS-START-N
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-DEALER-NO TO TSP-DEALER-NO.
           MOVE WS-START-N TO TSP-START-DATE.
           MOVE WS-RESUME-N TO TSP-RESUME-DATE.
           MOVE TRN-REASON TO TSP-REASON.
           MOVE WS-OPERATOR TO TSP-OPERATOR.
           MOVE WS-DATE-N TO TSP-ENTRY-DATE.
           IF WS-ON-FILE-FL = "Y"
              GO TO REWRITE-STOP.
           WRITE TSP INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           GO TO STOP-POSTED.
       REWRITE-STOP.
           REWRITE TSP INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
       STOP-POSTED.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AUDIT.
           IF TRN-ACTION = "A"
              MOVE "STOP ADDED" TO AUD-RESULT
           ELSE
              MOVE "STOP CHANGED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-TSP-FIELDS THRU END-JRN-TSP-FIELDS.
           GO TO READ-TRN.

       DELETE-STOP.
           IF WS-ON-FILE-FL = "N"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           DELETE TSPFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AUDIT.
           MOVE "STOP DELETED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-TSP-FIELDS THRU END-JRN-TSP-FIELDS.
           GO TO READ-TRN.

       WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE WNA-DEALER-NO TO AUD-DEALER-NO.
           MOVE WNA-NAME TO AUD-NAME.
           MOVE WNA-ROUTE-NO TO AUD-ROUTE.
           MOVE TSP-START-DATE TO AUD-START.
           MOVE TSP-RESUME-DATE TO AUD-RESUME.
           MOVE TSP-REASON TO AUD-REASON.

      * the journal entries for a posted stop: the before values
      * from the stop that was on file, the after values from the
      * stop as posted (blank for a delete).
       JRN-TSP-FIELDS.
           MOVE "TSPFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE TRN-DEALER-NO TO WS-JRN-KEY WS-JRN-DEALER-NO.
           MOVE 0 TO WS-JRN-TITLE-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.
           MOVE "START-DATE" TO WS-JRN-FIELD.
           MOVE OLD-START-DATE TO WS-JRN-BEFORE.
           IF TRN-ACTION NOT = "D"
              MOVE TSP-START-DATE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "RESUME-DATE" TO WS-JRN-FIELD.
           MOVE OLD-RESUME-DATE TO WS-JRN-BEFORE.
           IF TRN-ACTION NOT = "D"
              MOVE TSP-RESUME-DATE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "REASON" TO WS-JRN-FIELD.
           MOVE OLD-REASON TO WS-JRN-BEFORE.
           IF TRN-ACTION NOT = "D"
              MOVE TSP-REASON TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-TSP-FIELDS. EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           IF TRN-DEALER-NO NUMERIC
              MOVE TRN-DEALER-NO TO AUD-DEALER-NO.
           MOVE TRN-START-DATE TO AUD-START.
           MOVE TRN-RESUME-DATE TO AUD-RESUME.
           MOVE TRN-REASON TO AUD-REASON.
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
           CLOSE WNAFILE TSPFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
