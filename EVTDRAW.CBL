       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTDRAW.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: SPECIAL-EVENT DRAW INCREASES.  BIG NEWS DAYS,
      * ELECTIONS AND LOCAL EVENTS USED TO MEAN A PILE OF HAND
      * EDITS TO THE WNK-ISS-DRAW DAY FIELDS THAT SOMEBODY HAD TO
      * REMEMBER TO TAKE BACK OUT.  THE OFFICE NOW KEYS EACH
      * EVENT INTO EVTDRAW.TRN: AN EVENT ID, THE TITLE, THE SCOPE
      * (A=ALL DEALERS, M=A WNM REGION, R=A ROUTE, D=ONE DEALER --
      * A DEALER LIST IS ONE "D" LINE PER DEALER UNDER THE SAME
      * EVENT ID), THE FIRST AND LAST DAY OF THE EVENT (MMDD, ONE
      * DAY OR A RANGE) AND THE INCREASE (P=PERCENT OF THE DAY'S
      * DRAW, C=FIXED COPIES PER DAY).
      *
      * THE EVENT DAYS MUST FALL IN THE CURRENT WEEK (OCCURRENCE
      * 3) OR THE TWO WEEKS ALREADY BUILT AHEAD OF IT (2 AND 1),
      * SO AN EVENT CAN BE POSTED BEFORE PRTORDER ORDERS ITS
      * WEEK.  ONLY A DAY THE DEALER ALREADY DRAWS THE TITLE IS
      * INCREASED, AND DOLLAR TREE ROWS ARE LEFT TO THE CHAIN.
      *
      * THE FIRST PASS IS THE PROOF REGISTER -- EVERY DEALER THE
      * EVENT REACHES, BEFORE AND AFTER DRAWS BY DAY -- AND
      * CHANGES NOTHING.  RERUN WITH "CONF" IN COLUMNS 1-4 AFTER
      * SIGN-OFF, WITH THE OPERATOR ID IN COLUMNS 6-13, TO POST
      * THE SAME REGISTER TO WNKFILE.  THE OPERATOR MUST BE
      * ACTIVE ON OPRFILE WITH A ROLE THAT MAY RUN EVTDRAW AND IS
      * STAMPED ON EVERY EVTFL.KEY RECORD POSTED.  EVERY
      * COPY ADDED IS ALSO KEPT ON EVTFL.KEY BY DEALER, TITLE,
      * WEEK AND EVENT: THE INCREASE LIVES ONLY ON THE EVENT
      * DAYS, SO IT GOES AWAY WITH THE EVENT AND NOTHING CARRIES
      * IT FORWARD, AND SUGDRAW TAKES THE EVTFL.KEY COPIES BACK
      * OUT SO AN EVENT DOES NOT FEED ITS AVERAGES AS NORMAL
      * DEMAND.  AN EVENT ALREADY POSTED TO A DEALER'S WEEK IS
      * NOT POSTED AGAIN.
      *
      *  REJECT REASON CODES:
      *     01 TITLE, DATES OR AMOUNT NOT NUMERIC, OR SCOPE NOT
      *        A/M/R/D, OR INCREASE TYPE NOT P/C
      *     02 TITLE NOT ON WNXFILE
      *     03 EVENT DAYS NOT IN WEEKS 1-3, OR LAST DAY BEFORE
      *        THE FIRST
      *     04 REGION NOT ON WNMFILE OR DEALER NOT ON WNAFILE
      *     05 NO DEALER IN THE SCOPE DRAWS THE TITLE ON THE
      *        EVENT DAYS
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
      *           the CONF run needs the operator id in columns 6-13,
      *           checked against the OPRFILE operator master, and
      *           stamps it on each EVTFL.KEY record; the CONF run also
      *           posts its start and end to the WNLFILE run log, so a
      *           WNKSNAP rollback sees event draws posted since the
      *           snapshot.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WNKSEL.
       COPY WNRSEL.
       COPY WNASEL.
       COPY WNXSEL.
       COPY WNMSEL.
       COPY EVTSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/EVTDRAW.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/EVTDRAW.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  WNMFILE LABEL RECORD STANDARD DATA RECORD WNM.
       01  WNM.
       COPY WNM.
       FD  EVTFILE LABEL RECORD STANDARD DATA RECORD EVT.
       01  EVT.
       COPY EVT.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-EVENT-ID    PIC X(6).
           05  TRN-TITLE-NO    PIC 999.
           05  TRN-SCOPE       PIC X.
           05  TRN-SCOPE-VALUE PIC X(5).
           05  TRN-SCOPE-R REDEFINES TRN-SCOPE-VALUE.
               10  TRN-REGION  PIC X.
               10  FILLER      PIC X(4).
           05  TRN-SCOPE-RTE REDEFINES TRN-SCOPE-VALUE.
               10  TRN-ROUTE   PIC X(2).
               10  FILLER      PIC X(3).
           05  TRN-START-DATE  PIC 9(4).
           05  TRN-END-DATE    PIC 9(4).
           05  TRN-INC-TYPE    PIC X.
           05  TRN-INC-AMT     PIC 9(4).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE  PIC 9(6)  VALUE 0.
       01  WS-PARM-CMD  PIC X(13) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE     PIC X(4).
           05  FILLER           PIC X.
           05  WS-PARM-OPERATOR PIC X(8).
       COPY OPRWS.
       COPY WNLWS.
       01  WS-CONF-FL   PIC X     VALUE "N".
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-ROW-CNT    PIC 9(5) VALUE 0.
       01  WS-DUP-CNT    PIC 9(5) VALUE 0.
       01  WS-TTL-ROWS   PIC 9(7) VALUE 0.
       01  WS-TTL-COPIES PIC 9(9) VALUE 0.
       01  WS-REGION     PIC 9    VALUE 0.
       01  WS-DLR-REGION PIC 9    VALUE 0.
       01  WS-WNK-CHANGED-FL PIC X VALUE "N".
      * the 21 calendar days of weeks 3, 2 and 1 in date order:
      * slots 1-7 are the current week monday-sunday, 8-14 the
      * week after, 15-21 the week after that.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENT OCCURS 21 TIMES.
               10  WS-SLOT-DATE PIC 9(4).
       01  SX            PIC 99   VALUE 0.
       01  WS-BASE-SLOT  PIC 99   VALUE 0.
       01  WS-FIRST-SLOT PIC 99   VALUE 0.
       01  WS-LAST-SLOT  PIC 99   VALUE 0.
       01  WX            PIC 9    VALUE 0.
       01  DAYX          PIC 9    VALUE 0.
       01  WS-WORK-DATE  PIC 9(4) VALUE 0.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-MM PIC 99.
           05  WS-WORK-DD PIC 99.
       01  WS-MONTH-DAYS PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
           05  WS-MDAYS OCCURS 12 TIMES PIC 99.
       01  WS-QUOT       PIC 99   VALUE 0.
       01  WS-REM        PIC 99   VALUE 0.
      * the seven day draws of the week being increased line up in
      * these small tables so one loop handles the whole week.
       01  WS-OLD-DAYS.
           05  WS-OLD-DAY OCCURS 7 TIMES PIC 9(5).
       01  WS-ADD-DAYS.
           05  WS-ADD-DAY OCCURS 7 TIMES PIC 9(5).
       01  WS-NEW-DAYS.
           05  WS-NEW-DAY OCCURS 7 TIMES PIC 9(5).
       01  WS-OLD-TOTAL  PIC 9(7) VALUE 0.
       01  WS-ADD-TOTAL  PIC 9(7) VALUE 0.
       01  WS-NEW-TOTAL  PIC 9(7) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "SPECIAL-EVENT DRAW INCREASE  ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(2) VALUE SPACE.
           05  H1-MODE PIC X(12).
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "       DEALER NAME                RT WKEND  ".
           05  FILLER PIC X(42) VALUE
               "  MON   TUE   WED   THU   FRI   SAT   SUN ".
           05  FILLER PIC X(15) VALUE
               "  TOTAL  RESULT".
       01  EVENT-LINE.
           05  FILLER        PIC X(6) VALUE "EVENT ".
           05  EVL-EVENT-ID  PIC X(6).
           05  FILLER        PIC X(8) VALUE "  TITLE ".
           05  EVL-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  EVL-TITLE     PIC X(21).
           05  FILLER        PIC X(8) VALUE "  SCOPE ".
           05  EVL-SCOPE     PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  EVL-SCOPE-VALUE PIC X(5).
           05  FILLER        PIC X(7) VALUE "  DAYS ".
           05  EVL-START     PIC 9(4).
           05  FILLER        PIC X VALUE "-".
           05  EVL-END       PIC 9(4).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  EVL-INC-TYPE  PIC X.
           05  EVL-INC-AMT   PIC ZZZ9.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  EVL-RESULT    PIC X(30).
       01  DETAIL-LINE.
           05  DET-TAG       PIC X(7).
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-ROUTE     PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-WEEK-DATE PIC 9(4).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-DAY-COLS.
               10  DET-DAY-COL OCCURS 7 TIMES.
                   15  DET-DAY   PIC ZZZZ9.
                   15  FILLER    PIC X.
           05  DET-TOTAL     PIC ZZZZZZ9.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(16).
       01  NOTE-LINE.
           05  FILLER        PIC X(7) VALUE SPACE.
           05  NOTE-TEXT     PIC X(40).
       01  COUNT-LINE.
           05  FILLER        PIC X(7) VALUE SPACE.
           05  CNT-ROWS      PIC ZZZZ9.
           05  FILLER        PIC X(20) VALUE " DEALER WEEKS       ".
           05  CNT-DUPS      PIC ZZZZ9.
           05  FILLER        PIC X(20) VALUE " ALREADY POSTED".
       01  TOTAL-LINE.
           05  FILLER        PIC X(20) VALUE "RUN TOTAL: ".
           05  TOT-ROWS      PIC ZZZZZZ9.
           05  FILLER        PIC X(16) VALUE " DEALER WEEKS   ".
           05  TOT-COPIES    PIC ZZZZZZZZ9.
           05  FILLER        PIC X(16) VALUE " COPIES ADDED".
       01  SIGNOFF-LINE.
           05  FILLER PIC X(44) VALUE
               "APPROVED BY: ______________  RERUN WITH CONF".

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-MODE = "CONF"
              MOVE "Y" TO WS-CONF-FL
              MOVE "EVTDRAW" TO WS-OPR-PROGRAM
              MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           IF WS-CONF-FL = "Y"
              OPEN I-O WNKFILE
           ELSE
              OPEN INPUT WNKFILE.
           OPEN INPUT WNRFILE WNAFILE WNXFILE WNMFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM BUILD-SLOTS THRU END-BUILD-SLOTS.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "EVTDRAW.TRN NOT FOUND - NO EVENTS"
              CLOSE WNKFILE WNRFILE WNAFILE WNXFILE WNMFILE
              STOP RUN.
           IF WS-CONF-FL = "Y"
              MOVE "EVTDRAW" TO WS-RUNLOG-PROGRAM
              PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           OPEN I-O EVTFILE.
           IF FL-STATUS NOT = "00"
              CLOSE EVTFILE
              OPEN OUTPUT EVTFILE
              CLOSE EVTFILE
              OPEN I-O EVTFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           IF WS-CONF-FL = "Y"
              MOVE "POSTING" TO H1-MODE
           ELSE
              MOVE "PROOF" TO H1-MODE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-TITLE-NO NOT NUMERIC OR TRN-START-DATE NOT NUMERIC
              OR TRN-END-DATE NOT NUMERIC OR TRN-INC-AMT NOT NUMERIC
              OR TRN-INC-AMT = 0 OR TRN-EVENT-ID = SPACES
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-START-DATE (1:2) LESS "01"
              OR TRN-START-DATE (1:2) GREATER "12"
              OR TRN-END-DATE (1:2) LESS "01"
              OR TRN-END-DATE (1:2) GREATER "12"
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-SCOPE NOT = "A" AND TRN-SCOPE NOT = "M"
              AND TRN-SCOPE NOT = "R" AND TRN-SCOPE NOT = "D"
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-INC-TYPE NOT = "P" AND TRN-INC-TYPE NOT = "C"
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF (TRN-SCOPE = "M" AND TRN-REGION NOT NUMERIC)
              OR (TRN-SCOPE = "D" AND TRN-SCOPE-VALUE NOT NUMERIC)
              OR (TRN-SCOPE = "R" AND TRN-ROUTE = SPACES)
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
      * the event days, as slots on the 21-day table; both ends
      * must be on it and in order.
           MOVE 0 TO WS-FIRST-SLOT WS-LAST-SLOT SX.
       FIND-SLOTS.
           ADD 1 TO SX.
           IF SX GREATER 21 GO TO SLOTS-FOUND.
           IF WS-SLOT-DATE (SX) = TRN-START-DATE
              AND WS-FIRST-SLOT = 0
              MOVE SX TO WS-FIRST-SLOT.
           IF WS-SLOT-DATE (SX) = TRN-END-DATE
              MOVE SX TO WS-LAST-SLOT.
           GO TO FIND-SLOTS.
       SLOTS-FOUND.
           IF WS-FIRST-SLOT = 0 OR WS-LAST-SLOT = 0
              OR WS-LAST-SLOT LESS WS-FIRST-SLOT
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-SCOPE = "M"
              MOVE TRN-REGION TO WS-REGION WNM-REGION-NO
              READ WNMFILE INVALID KEY
                 MOVE 04 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           IF TRN-SCOPE = "D"
              MOVE TRN-SCOPE-VALUE TO WNA-DEALER-NO
              READ WNAFILE INVALID KEY
                 MOVE 04 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           MOVE 0 TO WS-ROW-CNT WS-DUP-CNT.
           PERFORM WRITE-EVENT-LINE.
           IF TRN-SCOPE = "D"
              PERFORM ONE-DEALER THRU END-ONE-DEALER
           ELSE
              PERFORM ALL-DEALERS THRU END-ALL-DEALERS.
      * the event line is already out; a scope that reached nobody
      * is rejected on a note line under it.
           IF WS-ROW-CNT = 0 AND WS-DUP-CNT = 0
              ADD 1 TO WS-REJ-CNT
              MOVE SPACES TO NOTE-LINE
              MOVE "REJECTED - REASON 05" TO NOTE-TEXT
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM NOTE-LINE AFTER ADVANCING 1
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           MOVE WS-ROW-CNT TO CNT-ROWS.
           MOVE WS-DUP-CNT TO CNT-DUPS.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM COUNT-LINE AFTER ADVANCING 1.
           ADD WS-ROW-CNT TO WS-TTL-ROWS.
           GO TO READ-TRN.

      * a dealer-list line: the one dealer's row for the title.
       ONE-DEALER.
           MOVE TRN-SCOPE-VALUE TO WNK-DEALER-NO.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY GO TO END-ONE-DEALER.
           PERFORM EVENT-ROW THRU END-EVENT-ROW.
       END-ONE-DEALER. EXIT.

      * every dealer row for the title, by the title/dealer key,
      * kept to the region or route asked for.
       ALL-DEALERS.
           INITIALIZE WNK.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO-TWO.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-TWO
               INVALID KEY GO TO END-ALL-DEALERS.
       ALL-DEALERS-LOOP.
           READ WNKFILE NEXT AT END GO TO END-ALL-DEALERS.
           IF WNK-TITLE-NO NOT = TRN-TITLE-NO
              GO TO END-ALL-DEALERS.
           IF WNK-NAME (1:12) = "DOLLAR TREE "
              GO TO ALL-DEALERS-LOOP.
           MOVE WNK-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY GO TO ALL-DEALERS-LOOP.
           IF TRN-SCOPE = "R" AND WNA-ROUTE-NO NOT = TRN-ROUTE
              GO TO ALL-DEALERS-LOOP.
           MOVE 1 TO WS-DLR-REGION.
           IF WNA-SEQ-MISC-D NUMERIC AND WNA-SEQ-MISC-D GREATER 0
              MOVE WNA-SEQ-MISC-D TO WS-DLR-REGION.
           IF TRN-SCOPE = "M" AND WS-DLR-REGION NOT = WS-REGION
              GO TO ALL-DEALERS-LOOP.
           PERFORM EVENT-ROW THRU END-EVENT-ROW.
           GO TO ALL-DEALERS-LOOP.
       END-ALL-DEALERS. EXIT.

      * one dealer/title row: each of weeks 3, 2 and 1 that holds
      * event days gets its increase on the days the dealer draws
      * the title; the row is rewritten once at the end.
       EVENT-ROW.
           IF WNK-NAME (1:12) = "DOLLAR TREE "
              GO TO END-EVENT-ROW.
           MOVE "N" TO WS-WNK-CHANGED-FL.
           MOVE 4 TO WX.
       EVENT-WEEK-LOOP.
           SUBTRACT 1 FROM WX.
           IF WX = 0 GO TO EVENT-ROW-DONE.
           COMPUTE WS-BASE-SLOT = (3 - WX) * 7.
           IF WS-BASE-SLOT + 7 LESS WS-FIRST-SLOT
              OR WS-BASE-SLOT + 1 GREATER WS-LAST-SLOT
              GO TO EVENT-WEEK-LOOP.
           PERFORM LOAD-DAYS.
           MOVE 0 TO WS-ADD-TOTAL DAYX.
           INITIALIZE WS-ADD-DAYS.
       EVENT-DAY-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO EVENT-DAYS-DONE.
           COMPUTE SX = WS-BASE-SLOT + DAYX.
           IF SX LESS WS-FIRST-SLOT OR SX GREATER WS-LAST-SLOT
              GO TO EVENT-DAY-LOOP.
           IF WS-OLD-DAY (DAYX) = 0 GO TO EVENT-DAY-LOOP.
           IF TRN-INC-TYPE = "P"
              COMPUTE WS-ADD-DAY (DAYX) ROUNDED =
                  WS-OLD-DAY (DAYX) * TRN-INC-AMT / 100
           ELSE
              MOVE TRN-INC-AMT TO WS-ADD-DAY (DAYX).
           ADD WS-ADD-DAY (DAYX) TO WS-ADD-TOTAL.
           GO TO EVENT-DAY-LOOP.
       EVENT-DAYS-DONE.
           IF WS-ADD-TOTAL = 0 GO TO EVENT-WEEK-LOOP.
           MOVE WNK-DEALER-NO TO EVT-DEALER-NO.
           MOVE WNK-TITLE-NO TO EVT-TITLE-NO.
           MOVE WNR-ISS-DATE (WX) TO EVT-WEEK-DATE.
           MOVE TRN-EVENT-ID TO EVT-EVENT-ID.
           READ EVTFILE INVALID KEY GO TO EVENT-NEW.
           ADD 1 TO WS-DUP-CNT.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM DETAIL-NAME.
           MOVE "ALREADY POSTED" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO EVENT-WEEK-LOOP.
       EVENT-NEW.
           MOVE 0 TO WS-NEW-TOTAL DAYX.
       EVENT-NEW-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO EVENT-NEW-DONE.
           COMPUTE WS-NEW-DAY (DAYX) =
               WS-OLD-DAY (DAYX) + WS-ADD-DAY (DAYX).
           ADD WS-NEW-DAY (DAYX) TO WS-NEW-TOTAL.
           GO TO EVENT-NEW-LOOP.
       EVENT-NEW-DONE.
           PERFORM WRITE-BEFORE-LINE.
           PERFORM WRITE-AFTER-LINE.
           ADD 1 TO WS-ROW-CNT.
           ADD WS-ADD-TOTAL TO WS-TTL-COPIES.
           IF WS-CONF-FL NOT = "Y" GO TO EVENT-WEEK-LOOP.
           PERFORM STORE-DAYS.
           MOVE "Y" TO WS-WNK-CHANGED-FL.
           INITIALIZE EVT.
           MOVE WNK-DEALER-NO TO EVT-DEALER-NO.
           MOVE WNK-TITLE-NO TO EVT-TITLE-NO.
           MOVE WNR-ISS-DATE (WX) TO EVT-WEEK-DATE.
           MOVE TRN-EVENT-ID TO EVT-EVENT-ID.
           MOVE WS-ADD-DAYS TO EVT-ADD-DAYS.
           MOVE TRN-SCOPE TO EVT-SCOPE.
           MOVE TRN-INC-TYPE TO EVT-INC-TYPE.
           MOVE TRN-INC-AMT TO EVT-INC-AMT.
           MOVE WS-RUN-DATE TO EVT-POST-DATE.
           MOVE WS-PARM-OPERATOR TO EVT-OPERATOR.
           WRITE EVT INVALID KEY REWRITE EVT.
           GO TO EVENT-WEEK-LOOP.
       EVENT-ROW-DONE.
           IF WS-WNK-CHANGED-FL NOT = "Y" GO TO END-EVENT-ROW.
           REWRITE WNK INVALID KEY
              DISPLAY "WNK REWRITE FAILED FOR " WNK-DEALER-NO
                  " TITLE " WNK-TITLE-NO
              MOVE 16 TO RETURN-CODE.
       END-EVENT-ROW. EXIT.

       LOAD-DAYS.
           MOVE WNK-ISS-DRAW-MON (WX) TO WS-OLD-DAY (1).
           MOVE WNK-ISS-DRAW-TUE (WX) TO WS-OLD-DAY (2).
           MOVE WNK-ISS-DRAW-WED (WX) TO WS-OLD-DAY (3).
           MOVE WNK-ISS-DRAW-THU (WX) TO WS-OLD-DAY (4).
           MOVE WNK-ISS-DRAW-FRI (WX) TO WS-OLD-DAY (5).
           MOVE WNK-ISS-DRAW-SAT (WX) TO WS-OLD-DAY (6).
           MOVE WNK-ISS-DRAW-SUN (WX) TO WS-OLD-DAY (7).
           ADD WS-OLD-DAY (1) WS-OLD-DAY (2) WS-OLD-DAY (3)
               WS-OLD-DAY (4) WS-OLD-DAY (5) WS-OLD-DAY (6)
               WS-OLD-DAY (7) GIVING WS-OLD-TOTAL.

       STORE-DAYS.
           MOVE WS-NEW-DAY (1) TO WNK-ISS-DRAW-MON (WX).
           MOVE WS-NEW-DAY (2) TO WNK-ISS-DRAW-TUE (WX).
           MOVE WS-NEW-DAY (3) TO WNK-ISS-DRAW-WED (WX).
           MOVE WS-NEW-DAY (4) TO WNK-ISS-DRAW-THU (WX).
           MOVE WS-NEW-DAY (5) TO WNK-ISS-DRAW-FRI (WX).
           MOVE WS-NEW-DAY (6) TO WNK-ISS-DRAW-SAT (WX).
           MOVE WS-NEW-DAY (7) TO WNK-ISS-DRAW-SUN (WX).

      * the 21 dates: each week's sunday is its WNR week-ending
      * date, and the days before it step back a calendar day at
      * a time (february takes 29 days in a run year divisible by
      * four).
       BUILD-SLOTS.
           MOVE 4 TO WX.
       BUILD-WEEK-LOOP.
           SUBTRACT 1 FROM WX.
           IF WX = 0 GO TO END-BUILD-SLOTS.
           COMPUTE WS-BASE-SLOT = (3 - WX) * 7.
           IF WNR-ISS-DATE (WX) NOT NUMERIC OR WNR-ISS-DATE (WX) = 0
              GO TO BUILD-WEEK-LOOP.
           MOVE WNR-ISS-DATE (WX) TO WS-WORK-DATE.
           MOVE 7 TO DAYX.
       BUILD-DAY-LOOP.
           COMPUTE SX = WS-BASE-SLOT + DAYX.
           MOVE WS-WORK-DATE TO WS-SLOT-DATE (SX).
           IF DAYX = 1 GO TO BUILD-WEEK-LOOP.
           SUBTRACT 1 FROM DAYX.
           IF WS-WORK-DD GREATER 1
              SUBTRACT 1 FROM WS-WORK-DD
              GO TO BUILD-DAY-LOOP.
           IF WS-WORK-MM = 1
              MOVE 12 TO WS-WORK-MM
           ELSE
              SUBTRACT 1 FROM WS-WORK-MM.
           IF WS-WORK-MM LESS 1 OR WS-WORK-MM GREATER 12
              MOVE 1 TO WS-WORK-MM.
           MOVE WS-MDAYS (WS-WORK-MM) TO WS-WORK-DD.
           IF WS-WORK-MM = 2
              DIVIDE WS-YY BY 4 GIVING WS-QUOT REMAINDER WS-REM
              IF WS-REM = 0
                 MOVE 29 TO WS-WORK-DD.
           GO TO BUILD-DAY-LOOP.
       END-BUILD-SLOTS. EXIT.

       WRITE-EVENT-LINE.
           MOVE SPACES TO EVL-TITLE EVL-RESULT.
           MOVE 0 TO EVL-TITLE-NO EVL-START EVL-END EVL-INC-AMT.
           MOVE TRN-EVENT-ID TO EVL-EVENT-ID.
           IF TRN-TITLE-NO NUMERIC
              MOVE TRN-TITLE-NO TO EVL-TITLE-NO.
           IF WS-REJ-REASON = 0 OR WS-REJ-REASON GREATER 2
              MOVE WNX-TITLE TO EVL-TITLE.
           MOVE TRN-SCOPE TO EVL-SCOPE.
           MOVE TRN-SCOPE-VALUE TO EVL-SCOPE-VALUE.
           IF TRN-START-DATE NUMERIC
              MOVE TRN-START-DATE TO EVL-START.
           IF TRN-END-DATE NUMERIC
              MOVE TRN-END-DATE TO EVL-END.
           MOVE TRN-INC-TYPE TO EVL-INC-TYPE.
           IF TRN-INC-AMT NUMERIC
              MOVE TRN-INC-AMT TO EVL-INC-AMT.
           IF WS-REJ-REASON NOT = 0
              MOVE "REJECTED - REASON " TO EVL-RESULT
              MOVE WS-REJ-REASON TO EVL-RESULT (19:2)
           ELSE
              IF WS-CONF-FL = "Y"
                 MOVE "POSTED" TO EVL-RESULT
              ELSE
                 MOVE "PROOF - NOT POSTED" TO EVL-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM EVENT-LINE AFTER ADVANCING 2.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           PERFORM WRITE-EVENT-LINE.

       DETAIL-NAME.
           MOVE WNK-DEALER-NO TO DET-DEALER-NO.
           MOVE WNK-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE SPACES TO WNA-NAME WNA-ROUTE-NO.
           MOVE WNA-NAME TO DET-NAME.
           MOVE WNA-ROUTE-NO TO DET-ROUTE.
           MOVE WNR-ISS-DATE (WX) TO DET-WEEK-DATE.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "BEFORE " TO DET-TAG.
           PERFORM DETAIL-NAME.
           MOVE 0 TO DAYX.
       BEFORE-DAY-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO BEFORE-WRITE.
           MOVE WS-OLD-DAY (DAYX) TO DET-DAY (DAYX).
           GO TO BEFORE-DAY-LOOP.
       BEFORE-WRITE.
           MOVE WS-OLD-TOTAL TO DET-TOTAL.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.

       WRITE-AFTER-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "AFTER  " TO DET-TAG.
           PERFORM DETAIL-NAME.
           MOVE 0 TO DAYX.
       AFTER-DAY-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO AFTER-WRITE.
           MOVE WS-NEW-DAY (DAYX) TO DET-DAY (DAYX).
           GO TO AFTER-DAY-LOOP.
       AFTER-WRITE.
           MOVE WS-NEW-TOTAL TO DET-TOTAL.
           IF WS-CONF-FL = "Y"
              MOVE "POSTED" TO DET-RESULT
           ELSE
              MOVE "PROOF" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.

       END-JOB.
           MOVE WS-TTL-ROWS TO TOT-ROWS.
           MOVE WS-TTL-COPIES TO TOT-COPIES.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           IF WS-CONF-FL NOT = "Y"
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM SIGNOFF-LINE AFTER ADVANCING 3.
           DISPLAY "EVENTS READ:           " WS-READ-CNT.
           DISPLAY "EVENTS LISTED:         " WS-POST-CNT.
           DISPLAY "EVENTS REJECTED:       " WS-REJ-CNT.
           DISPLAY "DEALER WEEKS INCREASED:" WS-TTL-ROWS.
           DISPLAY "COPIES ADDED:          " WS-TTL-COPIES.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           IF WS-CONF-FL = "Y"
              MOVE WS-TTL-ROWS TO WS-RUNLOG-CNT
              PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           CLOSE WNKFILE WNRFILE WNAFILE WNXFILE WNMFILE EVTFILE
                 TRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY WNLLOG.
