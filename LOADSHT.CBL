       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADSHT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: TRUCK LOAD SHEET FOR THE DOCK.  ROUTEMAN GIVES
      * THE DOCK COPY COUNTS; THIS TURNS THE SAME DAY'S DRAW INTO
      * BUNDLES AT THE BNDFILE COPIES PER BUNDLE (SEE BNDMAINT).
      * ONE SHEET PER ROUTE: EACH TITLE AS FULL BUNDLES PLUS ODD
      * COPIES WITH A ROUTE TOTAL IN BUNDLES, THEN THE STOPS IN
      * REVERSE STOP ORDER SO THE TRUCK IS LOADED LAST STOP
      * FIRST, EACH STOP'S TITLES AGAIN IN BUNDLES AND ODD COPIES.
      * A TITLE WITH NO BUNDLE SIZE ON FILE PRINTS AS ALL ODD
      * COPIES WITH A NOTE SO THE MASTER CAN BE FILLED IN.
      *
      * THE QUANTITIES ARE THE ROUTEMAN QUANTITIES: CREDIT-HOLD
      * AND TEMPORARY-STOP DEALERS ARE LEFT OFF THE TRUCK AND THE
      * PUBRECV.DAT SHORT-SHIPMENT CUTS FOR THE WEEK AND DAY
      * REPLACE THE WNK DRAW.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE DAY TO
      * LOAD (1-7 MON-SUN, BLANK = TODAY) AND THE WNK WEEK
      * OCCURRENCE (BLANK = CURRENT WEEK, 3), AS FOR ROUTEMAN.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           CREATED.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WNASEL.
       COPY WNKSEL.
       COPY WNXSEL.
       COPY WNRSEL.
       COPY TSPSEL.
       COPY BNDSEL.
           SELECT ADJFILE ASSIGN "/u/prb/f/trenton/PUBRECV.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/LOADSHT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
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

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(3) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-DAY  PIC X.
           05  WS-PARM-WEEK PIC X(2).
       01  WS-DAY       PIC 9    VALUE 0.
       01  WS-WEEK      PIC 9    VALUE 3.
       01  WS-WEEK-CHECK PIC 99  VALUE 0.
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
      * every dealer collects here and is insertion-sorted by
      * route/stop, same as the delivery manifest.
       01  WS-DLR-MAX   PIC 9(4) VALUE 2000.
       01  WS-DLR-CNT   PIC 9(4) VALUE 0.
       01  DX           PIC 9(4) VALUE 0.
       01  DY           PIC 9(4) VALUE 0.
       01  WS-DLR-TABLE.
           05  WS-DLR-ENT OCCURS 2000 TIMES.
               10  WS-DLR-SORT-KEY.
                   15  WS-DLR-ROUTE    PIC X(2).
                   15  WS-DLR-SEQ      PIC 9(5).
               10  WS-DLR-DEALER-NO    PIC 9(5).
               10  WS-DLR-NAME         PIC X(30).
               10  WS-DLR-HOLD-FL      PIC X.
               10  WS-DLR-TSP-FL       PIC X.
       01  WS-HOLD-ENT.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-ROUTE   PIC X(2).
               10  WS-HOLD-SEQ     PIC 9(5).
           05  WS-HOLD-DEALER-NO   PIC 9(5).
           05  WS-HOLD-NAME        PIC X(30).
           05  WS-HOLD-HOLD-FL     PIC X.
           05  WS-HOLD-TSP-FL      PIC X.
      * the route in progress: where its dealers sit in the table
      * and its per-title totals.
       01  WS-RTE-FIRST PIC 9(4) VALUE 0.
       01  WS-RTE-LAST  PIC 9(4) VALUE 0.
       01  WS-RTE-ROUTE PIC X(2) VALUE SPACE.
       01  WS-TTL-MAX   PIC 999 VALUE 200.
       01  WS-TTL-CNT   PIC 999 VALUE 0.
       01  TX           PIC 999 VALUE 0.
       01  WS-TTL-TABLE.
           05  WS-TTL-ENT OCCURS 200 TIMES.
               10  WS-TTL-NO   PIC 999.
               10  WS-TTL-QTY  PIC 9(7).
       01  WS-QTY       PIC 9(5) VALUE 0.
      * the short-shipment cuts for the week and day loaded.
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
       01  WS-STOP-BDL  PIC 9(7) VALUE 0.
       01  WS-STOP-ODD  PIC 9(7) VALUE 0.
       01  WS-ROUTE-QTY PIC 9(7) VALUE 0.
       01  WS-ROUTE-BDL PIC 9(7) VALUE 0.
       01  WS-ROUTE-ODD PIC 9(7) VALUE 0.
       01  WS-GRAND-BDL PIC 9(9) VALUE 0.
       01  WS-ROUTE-CNT PIC 9(5) VALUE 0.
       01  WS-NOSIZE-CNT PIC 9(5) VALUE 0.
       COPY TSPWS.
       COPY BNDWS.
       01  HEAD-1.
           05  FILLER PIC X(26) VALUE "TRUCK LOAD SHEET          ".
           05  H1-DAY PIC X(3).
           05  FILLER PIC X(7) VALUE "  WEEK ".
           05  H1-WEEK PIC 9.
           05  FILLER PIC X(6) VALUE "  W/E ".
           05  H1-WEEK-DATE PIC 9(4).
       01  ROUTE-HEAD.
           05  FILLER PIC X(6) VALUE "ROUTE ".
           05  RH-ROUTE PIC X(2).
           05  FILLER PIC X(22) VALUE "  - TITLES ON THE LOAD".
       01  COL-HEAD.
           05  FILLER PIC X(35) VALUE
               "  TTL TITLE                  COPIES".
           05  FILLER PIC X(27) VALUE
               "  PER BDL  BUNDLES     ODD".
       01  LOAD-LINE.
           05  FILLER PIC X(2) VALUE SPACE.
           05  LD-TITLE-NO PIC 999.
           05  FILLER PIC X VALUE SPACE.
           05  LD-TITLE PIC X(21).
           05  FILLER PIC X VALUE SPACE.
           05  LD-QTY PIC ZZZZZZ9.
           05  FILLER PIC X(6) VALUE SPACE.
           05  LD-SIZE PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  LD-BUNDLES PIC ZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LD-ODD PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  LD-NOTE PIC X(20).
       01  ROUTE-TOTAL.
           05  FILLER PIC X(28) VALUE "  ROUTE TOTAL".
           05  RTT-QTY PIC ZZZZZZ9.
           05  FILLER PIC X(11) VALUE SPACE.
           05  RTT-BUNDLES PIC ZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  RTT-ODD PIC ZZZZZZ9.
       01  ORDER-HEAD.
           05  FILLER PIC X(32) VALUE
               "  LOAD ORDER - LAST STOP FIRST".
       01  STOP-HEAD.
           05  FILLER PIC X(5) VALUE "STOP ".
           05  STP-SEQ PIC 9(5).
           05  FILLER PIC X(2) VALUE SPACE.
           05  STP-DEALER-NO PIC 9(5).
           05  FILLER PIC X(2) VALUE SPACE.
           05  STP-NAME PIC X(30).
       01  STOP-TOTAL.
           05  FILLER PIC X(46) VALUE "  STOP TOTAL".
           05  STT-BUNDLES PIC ZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  STT-ODD PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DAY FROM DAY-OF-WEEK.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-DAY NOT = SPACE
              IF WS-PARM-DAY NUMERIC AND WS-PARM-DAY NOT = "0"
                 AND WS-PARM-DAY LESS "8"
                 MOVE WS-PARM-DAY TO WS-DAY
              ELSE
                 DISPLAY "INVALID DAY PARAMETER: " WS-PARM-DAY
                     " - MUST BE 1-7, USING TODAY".
           IF WS-PARM-WEEK NOT = SPACES
              IF WS-PARM-WEEK IS NUMERIC
                 MOVE WS-PARM-WEEK TO WS-WEEK-CHECK
                 IF WS-WEEK-CHECK >= 1 AND WS-WEEK-CHECK <= 6
                    MOVE WS-WEEK-CHECK TO WS-WEEK
                 ELSE
                    DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-WEEK
                        " - MUST BE 1-6, DEFAULTING TO WEEK 3"
                 END-IF
              ELSE
                 DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-WEEK
                     " - MUST BE 1-6, DEFAULTING TO WEEK 3"
              END-IF.
           OPEN INPUT WNAFILE WNKFILE WNXFILE.
           PERFORM LOAD-CUTS THRU END-LOAD-CUTS.
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
           MOVE WS-WEEK-DATE TO H1-WEEK-DATE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           INITIALIZE WNA.
           START WNAFILE KEY NOT LESS WNA-PRIMARY-KEY
               INVALID KEY GO TO END-COLLECT.
       READ-WNA.
           READ WNAFILE NEXT AT END GO TO END-COLLECT.
           IF WS-DLR-CNT NOT LESS WS-DLR-MAX
              DISPLAY "DEALER TABLE FULL - DEALER " WNA-DEALER-NO
                  " NOT ON LOAD SHEET"
              GO TO READ-WNA.
           ADD 1 TO WS-DLR-CNT.
           MOVE WNA-ROUTE-NO TO WS-DLR-ROUTE (WS-DLR-CNT).
           MOVE WNA-SEQ-NSP-DAY TO WS-DLR-SEQ (WS-DLR-CNT).
           MOVE WNA-DEALER-NO TO WS-DLR-DEALER-NO (WS-DLR-CNT).
           MOVE WNA-NAME TO WS-DLR-NAME (WS-DLR-CNT).
           MOVE WNA-CREDIT-HOLD-FL TO WS-DLR-HOLD-FL (WS-DLR-CNT).
           MOVE WNA-DEALER-NO TO WS-TSP-DEALER-NO.
           PERFORM TSP-DEALER-RTN THRU END-TSP-DEALER-RTN.
           MOVE WS-TSP-STOP-FL (WS-DAY) TO WS-DLR-TSP-FL (WS-DLR-CNT).
           GO TO READ-WNA.

      * insertion sort on route/stop, same as the manifest.
       END-COLLECT.
           MOVE 1 TO DX.
       SORT-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-DLR-CNT GO TO ROUTES.
           MOVE WS-DLR-ENT (DX) TO WS-HOLD-ENT.
           MOVE DX TO DY.
       SORT-INNER.
           IF DY GREATER 1
              IF WS-DLR-SORT-KEY (DY - 1) GREATER WS-HOLD-SORT-KEY
                 MOVE WS-DLR-ENT (DY - 1) TO WS-DLR-ENT (DY)
                 SUBTRACT 1 FROM DY
                 GO TO SORT-INNER.
           MOVE WS-HOLD-ENT TO WS-DLR-ENT (DY).
           GO TO SORT-LOOP.

      * one sheet per route: find the route's slice of the table,
      * total and bundle its titles, then walk the stops backward.
       ROUTES.
           MOVE 1 TO WS-RTE-FIRST.
       NEXT-ROUTE.
           IF WS-RTE-FIRST GREATER WS-DLR-CNT GO TO END-JOB.
           MOVE WS-DLR-ROUTE (WS-RTE-FIRST) TO WS-RTE-ROUTE.
           MOVE WS-RTE-FIRST TO WS-RTE-LAST.
       FIND-ROUTE-END.
           IF WS-RTE-LAST LESS WS-DLR-CNT
              IF WS-DLR-ROUTE (WS-RTE-LAST + 1) = WS-RTE-ROUTE
                 ADD 1 TO WS-RTE-LAST
                 GO TO FIND-ROUTE-END.
           ADD 1 TO WS-ROUTE-CNT.
           PERFORM LOAD-ROUTE THRU END-LOAD-ROUTE.
           PERFORM LOAD-STOPS-BACK THRU END-LOAD-STOPS-BACK.
           COMPUTE WS-RTE-FIRST = WS-RTE-LAST + 1.
           GO TO NEXT-ROUTE.

      * the title block: total the day's quantity for every stop
      * going on the truck, then print each title in bundles and
      * odd copies with the route total.
       LOAD-ROUTE.
           MOVE 0 TO WS-TTL-CNT WS-ROUTE-QTY WS-ROUTE-BDL
               WS-ROUTE-ODD.
           INITIALIZE WS-TTL-TABLE.
           MOVE WS-RTE-FIRST TO DX.
           SUBTRACT 1 FROM DX.
       LOAD-DEALER-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-RTE-LAST GO TO LOAD-PRINT.
           IF WS-DLR-HOLD-FL (DX) = "Y" GO TO LOAD-DEALER-LOOP.
           IF WS-DLR-TSP-FL (DX) = "Y" GO TO LOAD-DEALER-LOOP.
           INITIALIZE WNK.
           MOVE WS-DLR-DEALER-NO (DX) TO WNK-DEALER-NO-ONE.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-ONE
               INVALID KEY GO TO LOAD-DEALER-LOOP.
       LOAD-WNK-LOOP.
           READ WNKFILE NEXT AT END GO TO LOAD-DEALER-LOOP.
           IF WNK-DEALER-NO NOT = WS-DLR-DEALER-NO (DX)
              GO TO LOAD-DEALER-LOOP.
           PERFORM GET-DAY-QTY THRU END-GET-DAY-QTY.
           IF WS-QTY = 0 GO TO LOAD-WNK-LOOP.
           PERFORM ADD-TITLE-QTY THRU END-ADD-TITLE-QTY.
           ADD WS-QTY TO WS-ROUTE-QTY.
           GO TO LOAD-WNK-LOOP.
       LOAD-PRINT.
           MOVE WS-RTE-ROUTE TO RH-ROUTE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ROUTE-HEAD AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM COL-HEAD AFTER ADVANCING 2.
           MOVE 0 TO TX.
       LOAD-PRINT-LOOP.
           ADD 1 TO TX.
           IF TX GREATER WS-TTL-CNT GO TO LOAD-PRINT-TOTAL.
           MOVE WS-TTL-NO (TX) TO WS-BND-TITLE-NO.
           MOVE WS-TTL-QTY (TX) TO WS-BND-QTY.
           PERFORM PRINT-LOAD-LINE THRU END-PRINT-LOAD-LINE.
           ADD WS-BND-BUNDLES TO WS-ROUTE-BDL.
           ADD WS-BND-ODD TO WS-ROUTE-ODD.
           IF WS-BND-SIZE = 0
              ADD 1 TO WS-NOSIZE-CNT.
           GO TO LOAD-PRINT-LOOP.
       LOAD-PRINT-TOTAL.
           MOVE WS-ROUTE-QTY TO RTT-QTY.
           MOVE WS-ROUTE-BDL TO RTT-BUNDLES.
           MOVE WS-ROUTE-ODD TO RTT-ODD.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ROUTE-TOTAL AFTER ADVANCING 2.
           ADD WS-ROUTE-BDL TO WS-GRAND-BDL.
       END-LOAD-ROUTE. EXIT.

      * the stops last to first, as they go onto the truck.  held
      * and temporarily stopped dealers have nothing to load.
       LOAD-STOPS-BACK.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ORDER-HEAD AFTER ADVANCING 2.
           COMPUTE DX = WS-RTE-LAST + 1.
       BACK-LOOP.
           SUBTRACT 1 FROM DX.
           IF DX LESS WS-RTE-FIRST GO TO END-LOAD-STOPS-BACK.
           IF WS-DLR-HOLD-FL (DX) = "Y" GO TO BACK-LOOP.
           IF WS-DLR-TSP-FL (DX) = "Y" GO TO BACK-LOOP.
           MOVE 0 TO WS-STOP-BDL WS-STOP-ODD.
           MOVE WS-DLR-SEQ (DX) TO STP-SEQ.
           MOVE WS-DLR-DEALER-NO (DX) TO STP-DEALER-NO.
           MOVE WS-DLR-NAME (DX) TO STP-NAME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-HEAD AFTER ADVANCING 2.
           INITIALIZE WNK.
           MOVE WS-DLR-DEALER-NO (DX) TO WNK-DEALER-NO-ONE.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-ONE
               INVALID KEY GO TO BACK-STOP-TOTAL.
       BACK-WNK-LOOP.
           READ WNKFILE NEXT AT END GO TO BACK-STOP-TOTAL.
           IF WNK-DEALER-NO NOT = WS-DLR-DEALER-NO (DX)
              GO TO BACK-STOP-TOTAL.
           PERFORM GET-DAY-QTY THRU END-GET-DAY-QTY.
           IF WS-QTY = 0 GO TO BACK-WNK-LOOP.
           MOVE WNK-TITLE-NO TO WS-BND-TITLE-NO.
           MOVE WS-QTY TO WS-BND-QTY.
           PERFORM PRINT-LOAD-LINE THRU END-PRINT-LOAD-LINE.
           ADD WS-BND-BUNDLES TO WS-STOP-BDL.
           ADD WS-BND-ODD TO WS-STOP-ODD.
           GO TO BACK-WNK-LOOP.
       BACK-STOP-TOTAL.
           MOVE WS-STOP-BDL TO STT-BUNDLES.
           MOVE WS-STOP-ODD TO STT-ODD.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-TOTAL AFTER ADVANCING 1.
           GO TO BACK-LOOP.
       END-LOAD-STOPS-BACK. EXIT.

      * one title line: WS-BND-TITLE-NO and WS-BND-QTY in, split
      * into bundles and odd copies.
       PRINT-LOAD-LINE.
           PERFORM BND-SPLIT-RTN THRU END-BND-SPLIT-RTN.
           MOVE WS-BND-TITLE-NO TO LD-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY MOVE "INVALID TITLE"
               TO WNX-TITLE.
           MOVE WNX-TITLE TO LD-TITLE.
           MOVE WS-BND-QTY TO LD-QTY.
           MOVE WS-BND-SIZE TO LD-SIZE.
           MOVE WS-BND-BUNDLES TO LD-BUNDLES.
           MOVE WS-BND-ODD TO LD-ODD.
           MOVE SPACES TO LD-NOTE.
           IF WS-BND-SIZE = 0
              MOVE "NO BUNDLE SIZE" TO LD-NOTE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM LOAD-LINE AFTER ADVANCING 1.
       END-PRINT-LOAD-LINE. EXIT.

       GET-DAY-QTY.
           MOVE 0 TO WS-QTY.
           IF WS-DAY = 1 MOVE WNK-ISS-DRAW-MON (WS-WEEK) TO WS-QTY.
           IF WS-DAY = 2 MOVE WNK-ISS-DRAW-TUE (WS-WEEK) TO WS-QTY.
           IF WS-DAY = 3 MOVE WNK-ISS-DRAW-WED (WS-WEEK) TO WS-QTY.
           IF WS-DAY = 4 MOVE WNK-ISS-DRAW-THU (WS-WEEK) TO WS-QTY.
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
                  " TITLE " ADJ-TITLE-NO " LOADS AT FULL DRAW"
              GO TO LOAD-CUTS-LOOP.
           ADD 1 TO WS-ADJ-CNT.
           MOVE ADJ-DEALER-NO TO WS-ADJ-DEALER-NO (WS-ADJ-CNT).
           MOVE ADJ-TITLE-NO TO WS-ADJ-TITLE-NO (WS-ADJ-CNT).
           MOVE ADJ-QTY TO WS-ADJ-QTY (WS-ADJ-CNT).
           GO TO LOAD-CUTS-LOOP.
       END-LOAD-CUTS. EXIT.

      * the temporary stops, as on the manifest.
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
           ADD 1 TO TX.
           IF TX GREATER WS-TTL-CNT
              IF WS-TTL-CNT NOT LESS WS-TTL-MAX
                 DISPLAY "TITLE TABLE FULL ON ROUTE " WS-RTE-ROUTE
                     " - TITLE " WNK-TITLE-NO " NOT TOTALLED"
                 GO TO END-ADD-TITLE-QTY
              END-IF
              ADD 1 TO WS-TTL-CNT
              MOVE WNK-TITLE-NO TO WS-TTL-NO (TX)
              MOVE WS-QTY TO WS-TTL-QTY (TX)
              GO TO END-ADD-TITLE-QTY
           END-IF.
           IF WS-TTL-NO (TX) NOT = WNK-TITLE-NO
              GO TO ADD-TITLE-LOOP.
           ADD WS-QTY TO WS-TTL-QTY (TX).
       END-ADD-TITLE-QTY. EXIT.

       END-JOB.
           DISPLAY "ROUTES LOADED:      " WS-ROUTE-CNT.
           DISPLAY "BUNDLES LOADED:     " WS-GRAND-BDL.
           DISPLAY "TITLES WITH NO SIZE:" WS-NOSIZE-CNT.
           IF WS-TSP-OPEN-FL = "Y"
              CLOSE TSPFILE.
           IF WS-BND-OPEN-FL = "Y"
              CLOSE BNDFILE.
           CLOSE WNAFILE WNKFILE WNXFILE PRLINE.
           STOP RUN.

       COPY TSPCHK.

       COPY BNDCHK.
