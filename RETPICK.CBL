      * (1-7 MON-SUN, BLANK = TODAY) AND THE WNK WEEK OCCURRENCE
      * (BLANK = CURRENT WEEK, 3).
      *
      * A DEALER ON TEMPORARY STOP (TSPFILE, SEE TSPMAINT) FOR THE
      * DAY PRINTS AS A SUSPENDED STOP WITH NO PICKUP LINES, THE
      * SAME AS ON THE ROUTEMAN MANIFEST.
      *
      * EACH LINE ALSO SHOWS THE EXPECTED RETURNS -- THE DAY'S DRAW
      * AT THE DEALER/TITLE'S RETURN RATE OVER THE PAST WNK WEEKS --
      * IN FULL BUNDLES AND ODD COPIES AT THE BNDFILE BUNDLE SIZE
      * (SEE BNDMAINT), WITH BUNDLE AND ODD COUNT BOXES SO THE
      * DRIVER COUNTS IN THE SAME UNITS.  THE BUNDLE SIZE PRINTS ON
      * THE LINE; PICKUP.TRN IS STILL KEYED IN COPIES (BUNDLES
      * TIMES SIZE PLUS ODD).
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           print dealers on temporary stop as suspended
      *           stops with no pickup lines.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           expected returns in bundles and odd copies from
      *           the bndfile bundle sizes, with bundle/odd boxes.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNASEL.
       COPY WNKSEL.
       COPY WNXSEL.
       COPY WNRSEL.
       COPY TSPSEL.
       COPY BNDSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/RETPICK.PRT"
           STATUS FL-STATUS.

       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  TSPFILE LABEL RECORD STANDARD DATA RECORD TSP.
       01  TSP.
       COPY TSP.
       FD  BNDFILE LABEL RECORD STANDARD DATA RECORD BND.
       01  BND.
       COPY BND.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

                   15  WS-DLR-SEQ      PIC 9(5).
               10  WS-DLR-DEALER-NO    PIC 9(5).
               10  WS-DLR-NAME         PIC X(30).
               10  WS-DLR-TSP-FL       PIC X.
       01  WS-HOLD-ENT.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-ROUTE   PIC X(2).
               10  WS-HOLD-SEQ     PIC 9(5).
           05  WS-HOLD-DEALER-NO   PIC 9(5).
           05  WS-HOLD-NAME        PIC X(30).
           05  WS-HOLD-TSP-FL      PIC X.
       01  WS-SAVE-ROUTE PIC X(2) VALUE SPACE.
       01  WS-QTY        PIC 9(5) VALUE 0.
       01  WS-LINE-CNT   PIC 9(7) VALUE 0.
       01  WS-WEEK-DATE  PIC 9(4) VALUE 0.
       01  WS-TSP-CNT    PIC 9(5) VALUE 0.
       COPY TSPWS.
       COPY BNDWS.
      * expected returns: the day's draw at the return rate of the
      * past weeks (4-6) other than the one being picked up.
       01  WX            PIC 9    VALUE 0.
       01  WS-HIST-DRAW  PIC 9(7) VALUE 0.
       01  WS-HIST-RET   PIC 9(7) VALUE 0.
       01  WS-EXP-QTY    PIC 9(5) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(26) VALUE "RETURNS PICKUP SHEET      ".
           05  H1-DAY PIC X(3).
           05  STP-DEALER-NO PIC 9(5).
           05  FILLER PIC X(2) VALUE SPACE.
           05  STP-NAME PIC X(30).
           05  FILLER PIC X VALUE SPACE.
           05  STP-NOTE PIC X(24).
       01  DETAIL-LINE.
           05  FILLER PIC X(7) VALUE SPACE.
           05  DET-TITLE-NO PIC 999.
           05  DET-TITLE PIC X(21).
           05  FILLER PIC X(7) VALUE "  DRAW ".
           05  DET-DRAW PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE "  EXP ".
           05  DET-EXP-BDL PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE " BDL ".
           05  DET-EXP-ODD PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE " ODD ".
           05  FILLER PIC X VALUE "@".
           05  DET-SIZE PIC ZZ9.
           05  FILLER PIC X(29) VALUE
               "   COUNT [    ]BDL [    ]ODD".

       PROCEDURE DIVISION.
       START-PROGRAM.
                     " - MUST BE 1-6, DEFAULTING TO WEEK 3"
              END-IF.
           OPEN INPUT WNAFILE WNKFILE WNXFILE.
           PERFORM LOAD-STOPS THRU END-LOAD-STOPS.
           MOVE "N" TO WS-BND-OPEN-FL.
           OPEN INPUT BNDFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-BND-OPEN-FL
           ELSE
              DISPLAY "NO BUNDLE SIZES ON FILE - ALL COPIES ODD".
           MOVE WS-DAY TO WS-BND-DAY.
           PERFORM BND-LOAD-RTN THRU END-BND-LOAD-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-DAY-NAME (WS-DAY) TO H1-DAY.
           MOVE WS-WEEK TO H1-WEEK.
           MOVE WNA-SEQ-NSP-DAY TO WS-DLR-SEQ (WS-DLR-CNT).
           MOVE WNA-DEALER-NO TO WS-DLR-DEALER-NO (WS-DLR-CNT).
           MOVE WNA-NAME TO WS-DLR-NAME (WS-DLR-CNT).
           MOVE WNA-DEALER-NO TO WS-TSP-DEALER-NO.
           PERFORM TSP-DEALER-RTN THRU END-TSP-DEALER-RTN.
           MOVE WS-TSP-STOP-FL (WS-DAY) TO WS-DLR-TSP-FL (WS-DLR-CNT).
           GO TO READ-WNA.

       END-COLLECT.
           MOVE WS-DLR-SEQ (DX) TO STP-SEQ.
           MOVE WS-DLR-DEALER-NO (DX) TO STP-DEALER-NO.
           MOVE WS-DLR-NAME (DX) TO STP-NAME.
           MOVE SPACES TO STP-NOTE.
           IF WS-DLR-TSP-FL (DX) = "Y"
              MOVE "** SUSPENDED - TEMP STOP" TO STP-NOTE
              ADD 1 TO WS-TSP-CNT
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM STOP-HEAD AFTER ADVANCING 2
              GO TO STOP-LOOP.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-HEAD AFTER ADVANCING 2.
           INITIALIZE WNK.
               TO WNX-TITLE.
           MOVE WNX-TITLE TO DET-TITLE.
           MOVE WS-QTY TO DET-DRAW.
           PERFORM GET-EXPECTED THRU END-GET-EXPECTED.
           MOVE WNK-TITLE-NO TO WS-BND-TITLE-NO.
           MOVE WS-EXP-QTY TO WS-BND-QTY.
           PERFORM BND-SPLIT-RTN THRU END-BND-SPLIT-RTN.
           MOVE WS-BND-BUNDLES TO DET-EXP-BDL.
           MOVE WS-BND-ODD TO DET-EXP-ODD.
           MOVE WS-BND-SIZE TO DET-SIZE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-CNT.
           IF WS-DAY = 7 MOVE WNK-ISS-DRAW-SUN (WS-WEEK) TO WS-QTY.
       END-GET-DAY-QTY. EXIT.

      * expected returns for the line: no past draw means no rate
      * to go on, so nothing is expected.
       GET-EXPECTED.
           MOVE 0 TO WS-HIST-DRAW WS-HIST-RET WS-EXP-QTY.
           MOVE 3 TO WX.
       GET-EXPECTED-LOOP.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO GET-EXPECTED-RATE.
           IF WX = WS-WEEK GO TO GET-EXPECTED-LOOP.
           ADD WNK-ISS-DRAW-MON (WX) WNK-ISS-DRAW-TUE (WX)
               WNK-ISS-DRAW-WED (WX) WNK-ISS-DRAW-THU (WX)
               WNK-ISS-DRAW-FRI (WX) WNK-ISS-DRAW-SAT (WX)
               WNK-ISS-DRAW-SUN (WX) TO WS-HIST-DRAW.
           ADD WNK-ISS-RET-MON (WX) WNK-ISS-RET-TUE (WX)
               WNK-ISS-RET-WED (WX) WNK-ISS-RET-THU (WX)
               WNK-ISS-RET-FRI (WX) WNK-ISS-RET-SAT (WX)
               WNK-ISS-RET-SUN (WX) TO WS-HIST-RET.
           GO TO GET-EXPECTED-LOOP.
       GET-EXPECTED-RATE.
           IF WS-HIST-DRAW = 0 GO TO END-GET-EXPECTED.
           IF WS-HIST-RET GREATER WS-HIST-DRAW
              MOVE WS-HIST-DRAW TO WS-HIST-RET.
           COMPUTE WS-EXP-QTY ROUNDED =
               WS-QTY * WS-HIST-RET / WS-HIST-DRAW.
       END-GET-EXPECTED. EXIT.

      * the temporary stops: the week's seven dates come off the
      * wnr week-ending date for the week occurrence.  no stop
      * file, or no week dates, means no dealer is suspended.
       LOAD-STOPS.
           MOVE "N" TO WS-TSP-OPEN-FL.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           OPEN INPUT WNRFILE.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              CLOSE WNRFILE
              GO TO END-LOAD-STOPS.
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WEEK-DATE.
           CLOSE WNRFILE.
           IF WS-WEEK-DATE = 0 GO TO END-LOAD-STOPS.
           OPEN INPUT TSPFILE.
           IF FL-STATUS NOT = "00" GO TO END-LOAD-STOPS.
           MOVE "Y" TO WS-TSP-OPEN-FL.
           MOVE WS-WEEK-DATE TO WS-TSP-WEEK-DATE.
           ACCEPT WS-TSP-RUN-DATE FROM DATE.
           PERFORM TSP-WEEK-DATES-RTN THRU END-TSP-WEEK-DATES-RTN.
       END-LOAD-STOPS. EXIT.

       END-JOB.
           DISPLAY "PICKUP SHEET LINES: " WS-LINE-CNT.
           DISPLAY "TEMPORARY STOPS:    " WS-TSP-CNT.
           IF WS-TSP-OPEN-FL = "Y"
              CLOSE TSPFILE.
           IF WS-BND-OPEN-FL = "Y"
              CLOSE BNDFILE.
           CLOSE WNAFILE WNKFILE WNXFILE PRLINE.
           STOP RUN.

       COPY TSPCHK.

       COPY BNDCHK.
