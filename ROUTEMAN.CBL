      * MANIFEST (1-7 MON-SUN, BLANK = TODAY) AND THE WNK WEEK
      * OCCURRENCE (BLANK = CURRENT WEEK, 3).
      *
      * WHEN A PUBLISHER SHIPS SHORT, PUBRECV LEAVES THE CUT
      * DEALER QUANTITIES ON PUBRECV.DAT; THOSE FOR THE WEEK AND
      * DAY BEING MANIFESTED REPLACE THE WNK DRAW, IN THE STAGING
      * BLOCK AND ON THE STOP, AND THE STOP LINE SHOWS THE CUT.
      *
      * A DEALER ON TEMPORARY STOP (TSPFILE, SEE TSPMAINT) FOR THE
      * DAY BEING MANIFESTED PRINTS AS A SUSPENDED STOP WITH NO
      * QUANTITIES AND IS LEFT OUT OF THE STAGING BLOCK; THE WNK
      * DRAW IS UNTOUCHED, SO ON THE RESUME DATE THE STOP COMES
      * BACK ON ITS ORIGINAL DRAW.
      *
      * THE HEADING CARRIES THE WEEK-ENDING DATE AND EACH STOP A
      * LINE FOR THE DRIVER TO WRITE THE TIME DELIVERED AND ANY
      * EXCEPTION CODE; THE RETURNED MANIFESTS ARE KEYED THROUGH
      * PODTAKE.
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
      *           print the short-shipment quantities from
      *           pubrecv.dat in place of the draw.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           print dealers on temporary stop as suspended
      *           stops and leave them out of staging.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           week-ending date on the heading and a proof-of-
      *           delivery line under each stop for PODTAKE.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNASEL.
       COPY WNKSEL.
       COPY WNXSEL.
       COPY WNRSEL.
       COPY TSPSEL.
           SELECT ADJFILE ASSIGN "/u/prb/f/trenton/PUBRECV.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/ROUTEMAN.PRT"
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
       FD  ADJFILE LABEL RECORD STANDARD DATA RECORD ADJ.
       01  ADJ.
           05  ADJ-DEALER-NO   PIC 9(5).
           05  ADJ-TITLE-NO    PIC 999.
           05  ADJ-WEEK-DATE   PIC 9(4).
           05  ADJ-DAY-NO      PIC 9.
           05  ADJ-DRAW-QTY    PIC 9(5).
           05  ADJ-QTY         PIC 9(5).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

               10  WS-DLR-NAME         PIC X(30).
               10  WS-DLR-ADDR         PIC X(30).
               10  WS-DLR-HOLD-FL      PIC X.
               10  WS-DLR-TSP-FL       PIC X.
       01  WS-HOLD-ENT.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-ROUTE   PIC X(2).
           05  WS-HOLD-NAME        PIC X(30).
           05  WS-HOLD-ADDR        PIC X(30).
           05  WS-HOLD-HOLD-FL     PIC X.
           05  WS-HOLD-TSP-FL      PIC X.
      * the route in progress: where its dealers sit in the table
      * and its per-title staging totals.
       01  WS-RTE-FIRST PIC 9(4) VALUE 0.
               10  WS-TTL-NO   PIC 999.
               10  WS-TTL-QTY  PIC 9(7).
       01  WS-QTY       PIC 9(5) VALUE 0.
      * the short-shipment cuts for the week and day manifested.
       01  WS-WEEK-DATE PIC 9(4) VALUE 0.
       01  WS-ADJ-MAX   PIC 9(4) VALUE 3000.
       01  WS-ADJ-CNT   PIC 9(4) VALUE 0.
       01  AX           PIC 9(4) VALUE 0.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENT OCCURS 3000 TIMES.
               10  WS-ADJ-DEALER-NO PIC 9(5).
               10  WS-ADJ-TITLE-NO  PIC 999.
               10  WS-ADJ-QTY       PIC 9(5).
       01  WS-CUT-FL    PIC X     VALUE "N".
       01  WS-DRAW-QTY  PIC 9(5) VALUE 0.
       01  WS-STOP-QTY  PIC 9(7) VALUE 0.
       01  WS-ROUTE-QTY PIC 9(7) VALUE 0.
       01  WS-GRAND-QTY PIC 9(9) VALUE 0.
       01  WS-TSP-CNT   PIC 9(5) VALUE 0.
       COPY TSPWS.
       01  HEAD-1.
           05  FILLER PIC X(26) VALUE "ROUTE DELIVERY MANIFEST   ".
           05  H1-DAY PIC X(3).
           05  FILLER PIC X(7) VALUE "  WEEK ".
           05  H1-WEEK PIC 9.
           05  FILLER PIC X(6) VALUE "  W/E ".
           05  H1-WEEK-DATE PIC 9(4).
           05  FILLER PIC X(27) VALUE
               "   DRIVER ________________".
       01  ROUTE-HEAD.
           05  FILLER PIC X(6) VALUE "ROUTE ".
           05  RH-ROUTE PIC X(2).
           05  SDT-TITLE PIC X(21).
           05  FILLER PIC X VALUE SPACE.
           05  SDT-QTY PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  SDT-NOTE PIC X(30).
       01  STOP-TOTAL.
           05  FILLER PIC X(7) VALUE SPACE.
           05  FILLER PIC X(11) VALUE "STOP TOTAL ".
           05  STT-QTY PIC ZZZZZZ9.
       01  POD-BLANK.
           05  FILLER PIC X(7) VALUE SPACE.
           05  FILLER PIC X(30) VALUE
               "DELIVERED AT ______  EXCEPTION".
           05  FILLER PIC X(33) VALUE
               " __  (SC RF MS SL WT LD)".
       01  ROUTE-TOTAL.
           05  FILLER PIC X(12) VALUE "ROUTE TOTAL ".
           05  RTT-QTY PIC ZZZZZZ9.
                     " - MUST BE 1-6, DEFAULTING TO WEEK 3"
              END-IF.
           OPEN INPUT WNAFILE WNKFILE WNXFILE.
           PERFORM LOAD-CUTS THRU END-LOAD-CUTS.
           PERFORM LOAD-STOPS THRU END-LOAD-STOPS.
           OPEN OUTPUT PRLINE.
           MOVE WS-DAY-NAME (WS-DAY) TO H1-DAY.
           MOVE WS-WEEK TO H1-WEEK.
           MOVE WS-WEEK-DATE TO H1-WEEK-DATE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           INITIALIZE WNA.
           MOVE WNA-NAME TO WS-DLR-NAME (WS-DLR-CNT).
           MOVE WNA-ADDR-LINE-2 TO WS-DLR-ADDR (WS-DLR-CNT).
           MOVE WNA-CREDIT-HOLD-FL TO WS-DLR-HOLD-FL (WS-DLR-CNT).
           MOVE WNA-DEALER-NO TO WS-TSP-DEALER-NO.
           PERFORM TSP-DEALER-RTN THRU END-TSP-DEALER-RTN.
           MOVE WS-TSP-STOP-FL (WS-DAY) TO WS-DLR-TSP-FL (WS-DLR-CNT).
           GO TO READ-WNA.

      * insertion sort on route/stop, same as the stop-draw list.

      * the per-title staging block at the top of the route: total
      * the day's draw for every stop on the route, held stops
      * and temporary stops excluded -- the dock should not stage
      * what the driver is told to skip.
       STAGE-ROUTE.
           MOVE 0 TO WS-TTL-CNT WS-ROUTE-QTY.
           INITIALIZE WS-TTL-TABLE.
           ADD 1 TO DX.
           IF DX GREATER WS-RTE-LAST GO TO STAGE-PRINT.
           IF WS-DLR-HOLD-FL (DX) = "Y" GO TO STAGE-DEALER-LOOP.
           IF WS-DLR-TSP-FL (DX) = "Y" GO TO STAGE-DEALER-LOOP.
           INITIALIZE WNK.
           MOVE WS-DLR-DEALER-NO (DX) TO WNK-DEALER-NO-ONE.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-ONE
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM STOP-HEAD AFTER ADVANCING 2
              GO TO STOP-LOOP.
           IF WS-DLR-TSP-FL (DX) = "Y"
              MOVE "** SUSPENDED - TEMP STOP" TO STP-NOTE
              ADD 1 TO WS-TSP-CNT
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM STOP-HEAD AFTER ADVANCING 2
              GO TO STOP-LOOP.
           MOVE 0 TO WS-STOP-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-HEAD AFTER ADVANCING 2.
           IF WNK-DEALER-NO NOT = WS-DLR-DEALER-NO (DX)
              GO TO STOP-TOTAL-LINE.
           PERFORM GET-DAY-QTY THRU END-GET-DAY-QTY.
           IF WS-QTY = 0 AND WS-CUT-FL NOT = "Y"
              GO TO STOP-WNK-LOOP.
           MOVE WNK-TITLE-NO TO SDT-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY MOVE "INVALID TITLE"
               TO WNX-TITLE.
           MOVE WNX-TITLE TO SDT-TITLE.
           MOVE WS-QTY TO SDT-QTY.
           MOVE SPACES TO SDT-NOTE.
           IF WS-CUT-FL = "Y"
              MOVE "SHORT SHIPMENT - DRAW" TO SDT-NOTE
              MOVE WS-DRAW-QTY TO SDT-NOTE (23:5).
           ADD WS-QTY TO WS-STOP-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-DETAIL AFTER ADVANCING 1.
           MOVE WS-STOP-QTY TO STT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-TOTAL AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM POD-BLANK AFTER ADVANCING 1.
           GO TO STOP-LOOP.
       END-PRINT-STOPS. EXIT.

           IF WS-DAY = 5 MOVE WNK-ISS-DRAW-FRI (WS-WEEK) TO WS-QTY.
           IF WS-DAY = 6 MOVE WNK-ISS-DRAW-SAT (WS-WEEK) TO WS-QTY.
           IF WS-DAY = 7 MOVE WNK-ISS-DRAW-SUN (WS-WEEK) TO WS-QTY.
           MOVE "N" TO WS-CUT-FL.
           MOVE 0 TO AX.
       GET-DAY-CUT.
           ADD 1 TO AX.
           IF AX GREATER WS-ADJ-CNT GO TO END-GET-DAY-QTY.
           IF WS-ADJ-DEALER-NO (AX) NOT = WNK-DEALER-NO
              OR WS-ADJ-TITLE-NO (AX) NOT = WNK-TITLE-NO
              GO TO GET-DAY-CUT.
           MOVE "Y" TO WS-CUT-FL.
           MOVE WS-QTY TO WS-DRAW-QTY.
           MOVE WS-ADJ-QTY (AX) TO WS-QTY.
       END-GET-DAY-QTY. EXIT.

      * the cuts pubrecv left for this week's date and this day;
      * no file, or nothing for today, means no cuts.
       LOAD-CUTS.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           OPEN INPUT WNRFILE.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              CLOSE WNRFILE
              GO TO END-LOAD-CUTS.
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WEEK-DATE.
           CLOSE WNRFILE.
           OPEN INPUT ADJFILE.
           IF FL-STATUS NOT = "00" GO TO END-LOAD-CUTS.
       LOAD-CUTS-LOOP.
           READ ADJFILE AT END
              CLOSE ADJFILE
              GO TO END-LOAD-CUTS.
           IF ADJ-WEEK-DATE NOT = WS-WEEK-DATE
              OR ADJ-DAY-NO NOT = WS-DAY
              GO TO LOAD-CUTS-LOOP.
           IF WS-ADJ-CNT NOT LESS WS-ADJ-MAX
              DISPLAY "CUT TABLE FULL - DEALER " ADJ-DEALER-NO
                  " TITLE " ADJ-TITLE-NO " PRINTS AT FULL DRAW"
              GO TO LOAD-CUTS-LOOP.
           ADD 1 TO WS-ADJ-CNT.
           MOVE ADJ-DEALER-NO TO WS-ADJ-DEALER-NO (WS-ADJ-CNT).
           MOVE ADJ-TITLE-NO TO WS-ADJ-TITLE-NO (WS-ADJ-CNT).
           MOVE ADJ-QTY TO WS-ADJ-QTY (WS-ADJ-CNT).
           GO TO LOAD-CUTS-LOOP.
       END-LOAD-CUTS. EXIT.

      * the temporary stops: the week's seven dates come off the
      * week-ending date load-cuts found.  no stop file, or no
      * week date, means no dealer is suspended.
       LOAD-STOPS.
           MOVE "N" TO WS-TSP-OPEN-FL.
           IF WS-WEEK-DATE = 0 GO TO END-LOAD-STOPS.
           OPEN INPUT TSPFILE.
           IF FL-STATUS NOT = "00" GO TO END-LOAD-STOPS.
           MOVE "Y" TO WS-TSP-OPEN-FL.
           MOVE WS-WEEK-DATE TO WS-TSP-WEEK-DATE.
           ACCEPT WS-TSP-RUN-DATE FROM DATE.
           PERFORM TSP-WEEK-DATES-RTN THRU END-TSP-WEEK-DATES-RTN.
       END-LOAD-STOPS. EXIT.

       ADD-TITLE-QTY.
           MOVE 0 TO TX.
       ADD-TITLE-LOOP.
       END-JOB.
           DISPLAY "DEALERS MANIFESTED: " WS-DLR-CNT.
           DISPLAY "COPIES MANIFESTED:  " WS-GRAND-QTY.
           DISPLAY "SHORT-SHIPMENT CUTS:" WS-ADJ-CNT.
           DISPLAY "TEMPORARY STOPS:    " WS-TSP-CNT.
           IF WS-TSP-OPEN-FL = "Y"
              CLOSE TSPFILE.
           CLOSE WNAFILE WNKFILE WNXFILE PRLINE.
           STOP RUN.

       COPY TSPCHK.
