       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTORDER.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: WEEKLY PUBLISHER PRINT-ORDER (ALLOTMENT REQUEST).
      * WHAT WE ORDER FROM EACH PUBLISHER FOR NEXT WEEK WAS STILL
      * WORKED OUT ON A SPREADSHEET FROM THE ROUTEMAN TOTALS.
      * THIS TOTALS THE WEEK'S WNK-ISS-DRAW DAY FIELDS BY TITLE
      * ACROSS ALL DEALERS, ADDS THE DOLLAR TREE STORE DRAWS OFF
      * WNKTREEFILE (THE "DOLLAR TREE" DEALER ROWS ON WNKFILE ARE
      * LEFT OUT SO THE CHAIN IS NOT COUNTED TWICE), AND PUTS THE
      * TITLE'S OVERS ALLOWANCE (WNX-OVERS-PCT, MAINTAINED
      * THROUGH CTLMAINT TABLE "OVR") ON TOP OF EACH DAY.
      * THE WPCFILE PUBLISHING CALENDAR SHAPES THE ORDER TO WHAT
      * THE PUBLISHER WILL REALLY RUN:
      *     - A NO-PUBLISH DAY ORDERS ZERO FOR EVERY TITLE.
      *     - ON A COMBINED-EDITION DAY THE TITLES IN THE DAY'S
      *       RANGE ORDER ZERO AND THEIR DRAW ROLLS INTO THE
      *       EDITION THAT PRINTS -- THE NEAREST EARLIER
      *       PUBLISHING DAY OF THE WEEK, OR THE NEXT ONE WHEN
      *       THE COMBINED DAY OPENS THE WEEK.
      * ONE PRINT-ORDER PRINTS PER PUBLISHER (PUBFILE), TITLE BY
      * TITLE WITH THE SEVEN DAYS AND A WEEK TOTAL, AND EVERY
      * TITLE LINE ALSO GOES TO THE PRTORDER.DAT OUTBOUND ORDER
      * FILE, CLOSED BY A TRL RECORD CARRYING THE LINE COUNT AND
      * COPY TOTAL.  A TITLE WITH NO PUBLISHER ON FILE ORDERS
      * UNDER PUBLISHER 000 AND IS FLAGGED ON THE JOB LOG.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE WNK WEEK
      * OCCURRENCE TO ORDER (BLANK = NEXT WEEK, 2).
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
       COPY WNKSEL.
       COPY WNKTREESEL.
       COPY WNRSEL.
       COPY WNXSEL.
       COPY PUBSEL.
       COPY WPCSEL.
           SELECT ORDFILE ASSIGN "/home/prb/f/send/PRTORDER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/PRTORDER.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNKTREEFILE LABEL RECORD STANDARD DATA RECORD WNKTREE.
       01  WNKTREE.
       COPY WNKTREE.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  PUBFILE LABEL RECORD STANDARD DATA RECORD PUB.
       01  PUB.
       COPY PUB.
       FD  WPCFILE LABEL RECORD STANDARD DATA RECORD WPC.
       01  WPC.
       COPY WPC.
       FD  ORDFILE LABEL RECORD STANDARD DATA RECORD ORD.
       01  ORD.
           05  ORD-PUB-NO      PIC 999.
           05  ORD-TITLE-NO    PIC 999.
           05  ORD-WEEK-DATE   PIC 9(4).
           05  ORD-DAY-QTY OCCURS 7 TIMES PIC 9(7).
           05  ORD-WEEK-QTY    PIC 9(9).
           05  ORD-OVERS-PCT   PIC 99.
       01  ORD-CTL-REC REDEFINES ORD.
           05  ORD-CTL-TYPE    PIC X(3).
           05  ORD-CTL-WEEK-DATE PIC 9(4).
           05  ORD-CTL-CNT     PIC 9(5).
           05  ORD-CTL-QTY     PIC 9(11).
           05  FILLER          PIC X(49).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(2) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-WEEK PIC X(2).
       01  WS-WEEK      PIC 9    VALUE 2.
       01  WS-WEEK-CHECK PIC 99  VALUE 0.
       01  WS-WEEK-DATE PIC 9(4) VALUE 0.
       01  WS-WEEK-DATE-R REDEFINES WS-WEEK-DATE.
           05  WS-WEEK-MM PIC 99.
           05  WS-WEEK-DD PIC 99.
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
      * the week's publishing calendar, one cell per day.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENT OCCURS 7 TIMES.
               10  WS-CAL-NO-PUB    PIC X.
               10  WS-CAL-COMB      PIC X.
               10  WS-CAL-TITLE-LO  PIC 999.
               10  WS-CAL-TITLE-HI  PIC 999.
       01  DAYX         PIC 9 VALUE 0.
       01  DAYY         PIC 9 VALUE 0.
       01  WS-PRINT-DAY PIC 9 VALUE 0.
      * the week's draw by title, subscripted by the title number
      * itself.
       01  TX           PIC 999 VALUE 0.
       01  WS-TTL-TABLE.
           05  WS-TTL-ENT OCCURS 999 TIMES.
               10  WS-TTL-USED-FL  PIC X.
               10  WS-TTL-PUB      PIC 999.
               10  WS-TTL-OVERS    PIC 99.
               10  WS-TTL-QTY OCCURS 7 TIMES PIC 9(7).
      * the publishers the week's titles order from, in the order
      * first met.
       01  WS-PUB-MAX   PIC 999 VALUE 200.
       01  WS-PUB-CNT   PIC 999 VALUE 0.
       01  PX           PIC 999 VALUE 0.
       01  WS-PUB-TABLE.
           05  WS-PUB-ENT OCCURS 200 TIMES.
               10  WS-PUB-NO       PIC 999.
               10  WS-PUB-NAME     PIC X(30).
       01  WS-DAY-QTY   PIC 9(7) VALUE 0.
       01  WS-LINE-QTY  PIC 9(9) VALUE 0.
       01  WS-PUB-QTY   PIC 9(9) VALUE 0.
       01  WS-GRAND-QTY PIC 9(11) VALUE 0.
       01  WS-DRAW-QTY  PIC 9(11) VALUE 0.
       01  WS-TREE-QTY  PIC 9(11) VALUE 0.
       01  WS-ORD-CNT   PIC 9(5) VALUE 0.
       01  WS-NOPUB-CNT PIC 9(5) VALUE 0.
       01  WS-DLR-ROWS  PIC 9(7) VALUE 0.
       01  WS-TREE-ROWS PIC 9(7) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(36) VALUE
               "PUBLISHER PRINT ORDER - WEEK OF ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
       01  HEAD-2.
           05  FILLER PIC X(10) VALUE "PUBLISHER ".
           05  H2-PUB-NO PIC 999.
           05  FILLER PIC X(2) VALUE SPACE.
           05  H2-PUB-NAME PIC X(30).
       01  HEAD-3.
           05  FILLER PIC X(26) VALUE "TITLE".
           05  H3-DAY OCCURS 7 TIMES.
               10  FILLER      PIC X(5).
               10  H3-DAY-NAME PIC X(3).
           05  FILLER PIC X(16) VALUE "      WEEK OVRS".
       01  DETAIL-LINE.
           05  DET-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TITLE     PIC X(21).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DAY-QTY OCCURS 7 TIMES PIC ZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-WEEK-QTY  PIC ZZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-OVERS     PIC Z9.
           05  DET-OVERS-PCT PIC X.
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(30).
           05  TOT-QTY       PIC ZZZZZZZZZZ9.
       01  NOTE-LINE.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  NOTE-DAY      PIC X(3).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  NOTE-TEXT     PIC X(60).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-WEEK NOT = SPACES
              IF WS-PARM-WEEK IS NUMERIC
                 MOVE WS-PARM-WEEK TO WS-WEEK-CHECK
                 IF WS-WEEK-CHECK >= 1 AND WS-WEEK-CHECK <= 6
                    MOVE WS-WEEK-CHECK TO WS-WEEK
                 ELSE
                    DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-WEEK
                        " - MUST BE 1-6, DEFAULTING TO WEEK 2"
                 END-IF
              ELSE
                 DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-WEEK
                     " - MUST BE 1-6, DEFAULTING TO WEEK 2"
              END-IF.
           OPEN INPUT WNKFILE WNKTREEFILE WNRFILE WNXFILE PUBFILE
                      WPCFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WEEK-DATE.
           INITIALIZE WS-TTL-TABLE.
           PERFORM LOAD-CALENDAR THRU END-LOAD-CALENDAR.
           OPEN OUTPUT ORDFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-WEEK-MM TO H1-MM.
           MOVE WS-WEEK-DD TO H1-DD.
           MOVE 0 TO DAYX.
       HEAD-DAY-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO START-WNK.
           MOVE SPACES TO H3-DAY (DAYX).
           MOVE WS-DAY-NAME (DAYX) TO H3-DAY-NAME (DAYX).
           GO TO HEAD-DAY-LOOP.
       START-WNK.
           INITIALIZE WNK.
           START WNKFILE KEY NOT LESS WNK-PRIMARY-KEY
               INVALID KEY GO TO START-TREE.
       READ-WNK.
           READ WNKFILE NEXT AT END GO TO START-TREE.
      * the chain's dealer rows stand in for the store detail the
      * tree-up spreads them to; the stores are counted below.
           IF WNK-NAME (1:12) = "DOLLAR TREE " GO TO READ-WNK.
           IF WNK-TITLE-NO = 0 GO TO READ-WNK.
           ADD 1 TO WS-DLR-ROWS.
           MOVE WNK-TITLE-NO TO TX.
           MOVE "Y" TO WS-TTL-USED-FL (TX).
           ADD WNK-ISS-DRAW-MON (WS-WEEK) TO WS-TTL-QTY (TX 1).
           ADD WNK-ISS-DRAW-TUE (WS-WEEK) TO WS-TTL-QTY (TX 2).
           ADD WNK-ISS-DRAW-WED (WS-WEEK) TO WS-TTL-QTY (TX 3).
           ADD WNK-ISS-DRAW-THU (WS-WEEK) TO WS-TTL-QTY (TX 4).
           ADD WNK-ISS-DRAW-FRI (WS-WEEK) TO WS-TTL-QTY (TX 5).
           ADD WNK-ISS-DRAW-SAT (WS-WEEK) TO WS-TTL-QTY (TX 6).
           ADD WNK-ISS-DRAW-SUN (WS-WEEK) TO WS-TTL-QTY (TX 7).
           ADD WNK-ISS-DRAW-MON (WS-WEEK) WNK-ISS-DRAW-TUE (WS-WEEK)
               WNK-ISS-DRAW-WED (WS-WEEK) WNK-ISS-DRAW-THU (WS-WEEK)
               WNK-ISS-DRAW-FRI (WS-WEEK) WNK-ISS-DRAW-SAT (WS-WEEK)
               WNK-ISS-DRAW-SUN (WS-WEEK) TO WS-DRAW-QTY.
           GO TO READ-WNK.
       START-TREE.
           INITIALIZE WNKTREE.
           START WNKTREEFILE KEY NOT LESS WNKTREE-PRIMARY-KEY
               INVALID KEY GO TO SHAPE-ORDER.
       READ-TREE.
           READ WNKTREEFILE NEXT AT END GO TO SHAPE-ORDER.
           IF WNKTREE-TITLE-NO = 0 GO TO READ-TREE.
           ADD 1 TO WS-TREE-ROWS.
           MOVE WNKTREE-TITLE-NO TO TX.
           MOVE "Y" TO WS-TTL-USED-FL (TX).
           ADD WNKTREE-ISS-DRAW-MON TO WS-TTL-QTY (TX 1).
           ADD WNKTREE-ISS-DRAW-TUE TO WS-TTL-QTY (TX 2).
           ADD WNKTREE-ISS-DRAW-WED TO WS-TTL-QTY (TX 3).
           ADD WNKTREE-ISS-DRAW-THU TO WS-TTL-QTY (TX 4).
           ADD WNKTREE-ISS-DRAW-FRI TO WS-TTL-QTY (TX 5).
           ADD WNKTREE-ISS-DRAW-SAT TO WS-TTL-QTY (TX 6).
           ADD WNKTREE-ISS-DRAW-SUN TO WS-TTL-QTY (TX 7).
           ADD WNKTREE-ISS-DRAW-MON WNKTREE-ISS-DRAW-TUE
               WNKTREE-ISS-DRAW-WED WNKTREE-ISS-DRAW-THU
               WNKTREE-ISS-DRAW-FRI WNKTREE-ISS-DRAW-SAT
               WNKTREE-ISS-DRAW-SUN TO WS-TREE-QTY.
           GO TO READ-TREE.

      * fit each title's week to the calendar, put the overs on
      * top, and find its publisher.
       SHAPE-ORDER.
           MOVE 0 TO TX.
       SHAPE-TITLE-LOOP.
           ADD 1 TO TX.
           IF TX GREATER 999 GO TO PRINT-ORDERS.
           IF WS-TTL-USED-FL (TX) NOT = "Y" GO TO SHAPE-TITLE-LOOP.
           PERFORM APPLY-CALENDAR THRU END-APPLY-CALENDAR.
           PERFORM APPLY-OVERS THRU END-APPLY-OVERS.
           PERFORM FIND-PUBLISHER THRU END-FIND-PUBLISHER.
           GO TO SHAPE-TITLE-LOOP.

       LOAD-CALENDAR.
           MOVE 0 TO DAYX.
       LOAD-CAL-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO END-LOAD-CALENDAR.
           MOVE "N" TO WS-CAL-NO-PUB (DAYX) WS-CAL-COMB (DAYX).
           MOVE 0 TO WS-CAL-TITLE-LO (DAYX) WS-CAL-TITLE-HI (DAYX).
           MOVE WS-WEEK-DATE TO WPC-WEEK-DATE.
           MOVE DAYX TO WPC-DAY-NO.
           READ WPCFILE INVALID KEY GO TO LOAD-CAL-LOOP.
           IF WPC-NO-PUB-FL = "Y"
              MOVE "Y" TO WS-CAL-NO-PUB (DAYX).
           IF WPC-COMB-FL = "Y"
              MOVE "Y" TO WS-CAL-COMB (DAYX)
              MOVE WPC-TITLE-LO TO WS-CAL-TITLE-LO (DAYX)
              MOVE WPC-TITLE-HI TO WS-CAL-TITLE-HI (DAYX).
           GO TO LOAD-CAL-LOOP.
       END-LOAD-CALENDAR. EXIT.

      * no-publish days order nothing; a combined day's copies for
      * the titles in its range move to the edition that prints.
       APPLY-CALENDAR.
           MOVE 0 TO DAYX.
       APPLY-CAL-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO END-APPLY-CALENDAR.
           IF WS-CAL-NO-PUB (DAYX) = "Y"
              MOVE 0 TO WS-TTL-QTY (TX DAYX)
              GO TO APPLY-CAL-LOOP.
           IF WS-CAL-COMB (DAYX) NOT = "Y"
              OR TX LESS WS-CAL-TITLE-LO (DAYX)
              OR TX GREATER WS-CAL-TITLE-HI (DAYX)
              GO TO APPLY-CAL-LOOP.
           PERFORM FIND-PRINT-DAY THRU END-FIND-PRINT-DAY.
           IF WS-PRINT-DAY NOT = 0
              ADD WS-TTL-QTY (TX DAYX)
                  TO WS-TTL-QTY (TX WS-PRINT-DAY).
           MOVE 0 TO WS-TTL-QTY (TX DAYX).
           GO TO APPLY-CAL-LOOP.
       END-APPLY-CALENDAR. EXIT.

      * the nearest earlier day this title prints on, else the
      * nearest later one.
       FIND-PRINT-DAY.
           MOVE 0 TO WS-PRINT-DAY.
           MOVE DAYX TO DAYY.
       FIND-PRINT-BACK.
           IF DAYY = 1 GO TO FIND-PRINT-AHEAD-START.
           SUBTRACT 1 FROM DAYY.
           PERFORM TEST-PRINT-DAY THRU END-TEST-PRINT-DAY.
           IF WS-PRINT-DAY NOT = 0 GO TO END-FIND-PRINT-DAY.
           GO TO FIND-PRINT-BACK.
       FIND-PRINT-AHEAD-START.
           MOVE DAYX TO DAYY.
       FIND-PRINT-AHEAD.
           IF DAYY = 7 GO TO END-FIND-PRINT-DAY.
           ADD 1 TO DAYY.
           PERFORM TEST-PRINT-DAY THRU END-TEST-PRINT-DAY.
           IF WS-PRINT-DAY NOT = 0 GO TO END-FIND-PRINT-DAY.
           GO TO FIND-PRINT-AHEAD.
       END-FIND-PRINT-DAY. EXIT.

       TEST-PRINT-DAY.
           IF WS-CAL-NO-PUB (DAYY) = "Y" GO TO END-TEST-PRINT-DAY.
           IF WS-CAL-COMB (DAYY) = "Y"
              AND TX NOT LESS WS-CAL-TITLE-LO (DAYY)
              AND TX NOT GREATER WS-CAL-TITLE-HI (DAYY)
              GO TO END-TEST-PRINT-DAY.
           MOVE DAYY TO WS-PRINT-DAY.
       END-TEST-PRINT-DAY. EXIT.

       APPLY-OVERS.
           MOVE 0 TO WS-TTL-OVERS (TX).
           MOVE TX TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY GO TO END-APPLY-OVERS.
           IF WNX-OVERS-PCT NOT NUMERIC GO TO END-APPLY-OVERS.
           MOVE WNX-OVERS-PCT TO WS-TTL-OVERS (TX).
           IF WS-TTL-OVERS (TX) = 0 GO TO END-APPLY-OVERS.
           MOVE 0 TO DAYX.
       APPLY-OVERS-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO END-APPLY-OVERS.
           COMPUTE WS-TTL-QTY (TX DAYX) ROUNDED =
               WS-TTL-QTY (TX DAYX) * (100 + WS-TTL-OVERS (TX))
               / 100.
           GO TO APPLY-OVERS-LOOP.
       END-APPLY-OVERS. EXIT.

       FIND-PUBLISHER.
           MOVE TX TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY
              MOVE 0 TO PUB-PUB-NO
              MOVE "NO PUBLISHER ON FILE" TO PUB-PUB-NAME
              ADD 1 TO WS-NOPUB-CNT
              DISPLAY "TITLE " TX " HAS NO PUBFILE PUBLISHER".
           MOVE PUB-PUB-NO TO WS-TTL-PUB (TX).
           MOVE 0 TO PX.
       FIND-PUB-SCAN.
           ADD 1 TO PX.
           IF PX GREATER WS-PUB-CNT GO TO FIND-PUB-ADD.
           IF WS-PUB-NO (PX) = PUB-PUB-NO
              GO TO END-FIND-PUBLISHER.
           GO TO FIND-PUB-SCAN.
       FIND-PUB-ADD.
           IF WS-PUB-CNT NOT LESS WS-PUB-MAX
              DISPLAY "PUBLISHER TABLE FULL - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-PUB-CNT.
           MOVE PUB-PUB-NO TO WS-PUB-NO (WS-PUB-CNT).
           MOVE PUB-PUB-NAME TO WS-PUB-NAME (WS-PUB-CNT).
       END-FIND-PUBLISHER. EXIT.

      * one print-order per publisher, its titles in title order.
       PRINT-ORDERS.
           MOVE 0 TO PX.
       PRINT-PUB-LOOP.
           ADD 1 TO PX.
           IF PX GREATER WS-PUB-CNT GO TO END-JOB.
           MOVE 0 TO WS-PUB-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 3.
           MOVE WS-PUB-NO (PX) TO H2-PUB-NO.
           MOVE WS-PUB-NAME (PX) TO H2-PUB-NAME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 1.
           PERFORM CALENDAR-NOTES THRU END-CALENDAR-NOTES.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-3 AFTER ADVANCING 2.
           MOVE 0 TO TX.
       PRINT-TITLE-LOOP.
           ADD 1 TO TX.
           IF TX GREATER 999 GO TO PRINT-PUB-TOTAL.
           IF WS-TTL-USED-FL (TX) NOT = "Y"
              OR WS-TTL-PUB (TX) NOT = WS-PUB-NO (PX)
              GO TO PRINT-TITLE-LOOP.
           PERFORM WRITE-TITLE THRU END-WRITE-TITLE.
           GO TO PRINT-TITLE-LOOP.
       PRINT-PUB-TOTAL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "PUBLISHER ORDER TOTAL" TO TOT-LABEL.
           MOVE WS-PUB-QTY TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           ADD WS-PUB-QTY TO WS-GRAND-QTY.
           GO TO PRINT-PUB-LOOP.

       WRITE-TITLE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TX TO DET-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE "INVALID TITLE" TO WNX-TITLE.
           MOVE WNX-TITLE TO DET-TITLE.
           MOVE SPACES TO ORD.
           MOVE WS-PUB-NO (PX) TO ORD-PUB-NO.
           MOVE TX TO ORD-TITLE-NO.
           MOVE WS-WEEK-DATE TO ORD-WEEK-DATE.
           MOVE 0 TO WS-LINE-QTY.
           MOVE 0 TO DAYX.
       WRITE-TITLE-DAY.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO WRITE-TITLE-OUT.
           MOVE WS-TTL-QTY (TX DAYX) TO WS-DAY-QTY.
           MOVE WS-DAY-QTY TO DET-DAY-QTY (DAYX) ORD-DAY-QTY (DAYX).
           ADD WS-DAY-QTY TO WS-LINE-QTY.
           GO TO WRITE-TITLE-DAY.
       WRITE-TITLE-OUT.
           MOVE WS-LINE-QTY TO DET-WEEK-QTY ORD-WEEK-QTY.
           MOVE WS-TTL-OVERS (TX) TO DET-OVERS ORD-OVERS-PCT.
           MOVE "%" TO DET-OVERS-PCT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           WRITE ORD.
           ADD 1 TO WS-ORD-CNT.
           ADD WS-LINE-QTY TO WS-PUB-QTY.
       END-WRITE-TITLE. EXIT.

      * under each publisher's heading, the days the calendar
      * changes what prints, so a zero column reads as intended.
       CALENDAR-NOTES.
           MOVE 0 TO DAYX.
       CALENDAR-NOTES-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO END-CALENDAR-NOTES.
           IF WS-CAL-NO-PUB (DAYX) NOT = "Y"
              AND WS-CAL-COMB (DAYX) NOT = "Y"
              GO TO CALENDAR-NOTES-LOOP.
           MOVE SPACES TO NOTE-LINE.
           MOVE WS-DAY-NAME (DAYX) TO NOTE-DAY.
           IF WS-CAL-NO-PUB (DAYX) = "Y"
              MOVE "NO PUBLICATION - NOTHING ORDERED" TO NOTE-TEXT
           ELSE
              MOVE "COMBINED EDITION FOR TITLES" TO NOTE-TEXT
              MOVE WS-CAL-TITLE-LO (DAYX) TO NOTE-TEXT (29:3)
              MOVE "-" TO NOTE-TEXT (32:1)
              MOVE WS-CAL-TITLE-HI (DAYX) TO NOTE-TEXT (33:3)
              MOVE "- ORDERED WITH THE EDITION THAT PRINTS"
                  TO NOTE-TEXT (37:24).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM NOTE-LINE AFTER ADVANCING 1.
           GO TO CALENDAR-NOTES-LOOP.
       END-CALENDAR-NOTES. EXIT.

       END-JOB.
           MOVE SPACES TO ORD-CTL-REC.
           MOVE "TRL" TO ORD-CTL-TYPE.
           MOVE WS-WEEK-DATE TO ORD-CTL-WEEK-DATE.
           MOVE WS-ORD-CNT TO ORD-CTL-CNT.
           MOVE WS-GRAND-QTY TO ORD-CTL-QTY.
           WRITE ORD.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ALL PUBLISHERS ORDER TOTAL" TO TOT-LABEL.
           MOVE WS-GRAND-QTY TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 3.
           DISPLAY "WEEK ORDERED:          " WS-WEEK-DATE
               " (OCCURRENCE " WS-WEEK ")".
           DISPLAY "DEALER ROWS READ:      " WS-DLR-ROWS.
           DISPLAY "DEALER DRAW:           " WS-DRAW-QTY.
           DISPLAY "TREE STORE ROWS READ:  " WS-TREE-ROWS.
           DISPLAY "TREE STORE DRAW:       " WS-TREE-QTY.
           DISPLAY "PUBLISHERS ORDERED:    " WS-PUB-CNT.
           DISPLAY "TITLE LINES ORDERED:   " WS-ORD-CNT.
           DISPLAY "COPIES ORDERED:        " WS-GRAND-QTY.
           IF WS-NOPUB-CNT GREATER 0
              DISPLAY "TITLES WITH NO PUBLISHER: " WS-NOPUB-CNT
              MOVE 8 TO RETURN-CODE.
           CLOSE WNKFILE WNKTREEFILE WNRFILE WNXFILE PUBFILE
                 WPCFILE ORDFILE PRLINE.
           STOP RUN.
