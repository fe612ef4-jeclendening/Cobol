       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTLMARGIN.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: WEEKLY GROSS MARGIN BY TITLE WITHIN REGION.  WE
      * KNOW WHAT WE BILL AND, SINCE PUBSETTLE, WHAT WE OWE THE
      * PUBLISHERS, BUT NOT WHICH TITLES MAKE MONEY ONCE THE
      * RETURNS COME BACK.  THIS WALKS WNKFILE FOR THE REQUESTED
      * WEEK OCCURRENCE (BLANK = CURRENT WEEK, 3) AND ROLLS EACH
      * DEALER ROW UP TO ITS REGION (WNA-SEQ-MISC-D, NAMED OFF
      * WNMFILE, SAME AS YOYWEEK) AND TITLE:
      *     NET COPIES       DRAW MINUS RETURNS
      *     DEALER REVENUE   NET AT THE WNO SPECIAL PRICE WHERE
      *                      THE DEALER HAS ONE, ELSE AT
      *                      WNK-ISS-COST-DLR (AS DLRINVOICE)
      *     CHAIN REVENUE    WNKTREE NET AT WNKTREE-ISS-COST-TREE
      *                      (AS TREESETTLE); WNKTREE CARRIES THE
      *                      CURRENT WEEK ONLY, SO THE CHAIN SIDE
      *                      IS LEFT OUT FOR ANY OTHER WEEK
      *     PUBLISHER COST   NET AT PUB-PUB-COST (AS PUBSETTLE)
      *     GROSS MARGIN     REVENUE LESS PUBLISHER COST, IN
      *                      DOLLARS AND PERCENT OF REVENUE
      *     RETURNS COST     RETURNED COPIES AT PUB-PUB-COST --
      *                      WHAT CAME BACK UNSOLD
      * THE "DOLLAR TREE" DEALER ROWS ON WNKFILE ARE SKIPPED --
      * THE CHAIN IS COUNTED STORE BY STORE OFF WNKTREEFILE.
      * A TITLE WHOSE MARGIN IS BELOW ZERO AFTER RETURNS IS
      * FLAGGED "LOSS", AND EVERY DEALER WHOSE SPECIAL PRICE IS
      * BELOW OUR PUBLISHER COST IS LISTED AT THE END FOR
      * CIRCULATION TO RENEGOTIATE.
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
       COPY WNASEL.
       COPY WNMSEL.
       COPY WNRSEL.
       COPY WNXSEL.
       COPY WNOSEL.
       COPY PUBSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/TTLMARGIN.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNKTREEFILE LABEL RECORD STANDARD DATA RECORD WNKTREE.
       01  WNKTREE.
       COPY WNKTREE.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNMFILE LABEL RECORD STANDARD DATA RECORD WNM.
       01  WNM.
       COPY WNM.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  WNOFILE LABEL RECORD STANDARD DATA RECORD WNO.
       01  WNO.
       COPY WNO.
       FD  PUBFILE LABEL RECORD STANDARD DATA RECORD PUB.
       01  PUB.
       COPY PUB.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(2)  VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-WEEK PIC X(2).
       01  WS-WEEK      PIC 9     VALUE 3.
       01  WS-WEEK-CHECK PIC 99   VALUE 0.
       01  WS-WEEK-DATE PIC 9(4)  VALUE 0.
       01  WS-WEEK-DATE-R REDEFINES WS-WEEK-DATE.
           05  WS-WEEK-MM PIC 99.
           05  WS-WEEK-DD PIC 99.
       01  WS-SAVE-DEALER PIC 9(5) VALUE 99999.
       01  WS-REGION    PIC 9     VALUE 1.
       01  WS-TITLE-NO  PIC 999   VALUE 0.
       01  WS-DRAW      PIC 9(7)  VALUE 0.
       01  WS-RET       PIC 9(7)  VALUE 0.
       01  WS-NET       PIC S9(7) VALUE 0.
       01  WS-RATE      PIC 99V999 VALUE 0.
       01  WS-ROW-CNT   PIC 9(7)  VALUE 0.
       01  WS-TREE-CNT  PIC 9(7)  VALUE 0.
       01  WS-LOSS-CNT  PIC 9(5)  VALUE 0.
      * publisher cost by title, loaded once off PUBFILE.
       01  WS-PUB-TABLE.
           05  WS-PUB-COST OCCURS 999 TIMES PIC 99V999.
      * the region/title roll-up, insertion-sorted for the region-
      * sectioned print.
       01  WS-ENT-MAX   PIC 9(4) VALUE 3000.
       01  WS-ENT-CNT   PIC 9(4) VALUE 0.
       01  EX           PIC 9(4) VALUE 0.
       01  EY           PIC 9(4) VALUE 0.
       01  WS-MGN-TABLE.
           05  WS-MGN-ENT OCCURS 3000 TIMES.
               10  WS-MGN-SORT-KEY.
                   15  WS-MGN-REGION PIC 9.
                   15  WS-MGN-TITLE  PIC 999.
               10  WS-MGN-NET       PIC S9(9).
               10  WS-MGN-RET       PIC 9(9).
               10  WS-MGN-DLR-REV   PIC S9(9)V99.
               10  WS-MGN-TREE-REV  PIC S9(9)V99.
               10  WS-MGN-PUB-COST  PIC S9(9)V99.
               10  WS-MGN-RET-COST  PIC 9(9)V99.
       01  WS-HOLD-ENT.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-REGION PIC 9.
               10  WS-HOLD-TITLE  PIC 999.
           05  WS-HOLD-NET       PIC S9(9).
           05  WS-HOLD-RET       PIC 9(9).
           05  WS-HOLD-DLR-REV   PIC S9(9)V99.
           05  WS-HOLD-TREE-REV  PIC S9(9)V99.
           05  WS-HOLD-PUB-COST  PIC S9(9)V99.
           05  WS-HOLD-RET-COST  PIC 9(9)V99.
      * dealers whose special price is under our publisher cost.
       01  WS-SPB-MAX   PIC 9(4) VALUE 2000.
       01  WS-SPB-CNT   PIC 9(4) VALUE 0.
       01  SX           PIC 9(4) VALUE 0.
       01  WS-SPB-TABLE.
           05  WS-SPB-ENT OCCURS 2000 TIMES.
               10  WS-SPB-DEALER-NO PIC 9(5).
               10  WS-SPB-TITLE-NO  PIC 999.
               10  WS-SPB-PRICE     PIC 99V999.
               10  WS-SPB-PUB-COST  PIC 99V999.
       01  WS-REVENUE   PIC S9(9)V99 VALUE 0.
       01  WS-MARGIN    PIC S9(9)V99 VALUE 0.
       01  WS-PCT       PIC S9(5)V9  VALUE 0.
       01  WS-SAVE-REGION PIC 9 VALUE 0.
       01  WS-TOTALS.
           05  WS-TOT-NET       PIC S9(9).
           05  WS-TOT-RET       PIC 9(9).
           05  WS-TOT-DLR-REV   PIC S9(9)V99.
           05  WS-TOT-TREE-REV  PIC S9(9)V99.
           05  WS-TOT-PUB-COST  PIC S9(9)V99.
           05  WS-TOT-RET-COST  PIC 9(9)V99.
       01  WS-RGN-TOTALS.
           05  WS-RGN-NET       PIC S9(9).
           05  WS-RGN-RET       PIC 9(9).
           05  WS-RGN-DLR-REV   PIC S9(9)V99.
           05  WS-RGN-TREE-REV  PIC S9(9)V99.
           05  WS-RGN-PUB-COST  PIC S9(9)V99.
           05  WS-RGN-RET-COST  PIC 9(9)V99.
       01  HEAD-1.
           05  FILLER PIC X(32) VALUE
               "TITLE GROSS MARGIN BY REGION   ".
           05  FILLER PIC X(10) VALUE "W/E DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X(8) VALUE "  WEEK ".
           05  H1-WEEK PIC 9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  H1-CHAIN PIC X(30).
       01  REGION-HEAD.
           05  FILLER PIC X(7) VALUE "REGION ".
           05  RH-REGION PIC 9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  RH-MARKET PIC X(9).
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "TTL TITLE                 NET    DEALER REV ".
           05  FILLER PIC X(45) VALUE
               "   CHAIN REV    PUB COST        MARGIN    PCT".
           05  FILLER PIC X(44) VALUE
               "    RET COST FLAG".
       01  DETAIL-LINE.
           05  DET-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TITLE     PIC X(16).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NET       PIC -ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DLR-REV   PIC ---,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TREE-REV  PIC ---,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-PUB-COST  PIC ---,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-MARGIN    PIC ---,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-PCT       PIC -ZZZ9.9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RET-COST  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-FLAG      PIC X(4).
       01  SPB-HEAD-1.
           05  FILLER PIC X(50) VALUE
               "SPECIAL PRICES BELOW PUBLISHER COST".
       01  SPB-HEAD-2.
           05  FILLER PIC X(50) VALUE
               "DEALER NAME                     TTL  SPECIAL  PUB ".
           05  FILLER PIC X(10) VALUE "COST".
       01  SPB-LINE.
           05  SPB-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  SPB-NAME      PIC X(26).
           05  FILLER        PIC X VALUE SPACE.
           05  SPB-TITLE-NO  PIC 999.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  SPB-PRICE     PIC Z9.999.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  SPB-PUB-COST  PIC Z9.999.

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
                        " - MUST BE 1-6, DEFAULTING TO WEEK 3"
                 END-IF
              ELSE
                 DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-WEEK
                     " - MUST BE 1-6, DEFAULTING TO WEEK 3"
              END-IF.
           OPEN INPUT WNKFILE WNKTREEFILE WNAFILE WNMFILE WNRFILE
                      WNXFILE WNOFILE PUBFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WEEK-DATE.
           PERFORM LOAD-PUB-COSTS THRU END-LOAD-PUB-COSTS.
           INITIALIZE WNK.
           START WNKFILE KEY NOT LESS WNK-PRIMARY-KEY
               INVALID KEY GO TO START-TREE.
       READ-WNK.
           READ WNKFILE NEXT AT END GO TO START-TREE.
           IF WNK-TITLE-NO = 0 GO TO READ-WNK.
           IF WNK-NAME (1:12) = "DOLLAR TREE " GO TO READ-WNK.
           ADD WNK-ISS-DRAW-MON (WS-WEEK) WNK-ISS-DRAW-TUE (WS-WEEK)
               WNK-ISS-DRAW-WED (WS-WEEK) WNK-ISS-DRAW-THU (WS-WEEK)
               WNK-ISS-DRAW-FRI (WS-WEEK) WNK-ISS-DRAW-SAT (WS-WEEK)
               WNK-ISS-DRAW-SUN (WS-WEEK) GIVING WS-DRAW.
           ADD WNK-ISS-RET-MON (WS-WEEK) WNK-ISS-RET-TUE (WS-WEEK)
               WNK-ISS-RET-WED (WS-WEEK) WNK-ISS-RET-THU (WS-WEEK)
               WNK-ISS-RET-FRI (WS-WEEK) WNK-ISS-RET-SAT (WS-WEEK)
               WNK-ISS-RET-SUN (WS-WEEK) GIVING WS-RET.
           IF WS-DRAW = 0 AND WS-RET = 0 GO TO READ-WNK.
           ADD 1 TO WS-ROW-CNT.
           COMPUTE WS-NET = WS-DRAW - WS-RET.
      * the walk is dealer-major, so the region lookup only costs
      * one WNAFILE read per dealer break.
           IF WNK-DEALER-NO NOT = WS-SAVE-DEALER
              MOVE WNK-DEALER-NO TO WS-SAVE-DEALER
              PERFORM GET-REGION THRU END-GET-REGION.
           MOVE WNK-TITLE-NO TO WS-TITLE-NO.
           MOVE WNK-ISS-COST-DLR (WS-WEEK) TO WS-RATE.
           MOVE WNK-DEALER-NO TO WNO-DEALER-NO.
           MOVE WNK-TITLE-NO TO WNO-TITLE-NO.
           READ WNOFILE INVALID KEY GO TO ROLL-DEALER.
           MOVE WNO-SPEC-PRICE TO WS-RATE.
           IF WNO-SPEC-PRICE LESS WS-PUB-COST (WNK-TITLE-NO)
              PERFORM HOLD-SPEC-BELOW THRU END-HOLD-SPEC-BELOW.
       ROLL-DEALER.
           PERFORM FIND-ENTRY THRU END-FIND-ENTRY.
           IF EX = 0 GO TO READ-WNK.
           COMPUTE WS-MGN-DLR-REV (EX) =
               WS-MGN-DLR-REV (EX) + WS-NET * WS-RATE.
           PERFORM ADD-COSTS.
           GO TO READ-WNK.

      * the chain stores, current week only.
       START-TREE.
           IF WS-WEEK NOT = 3
              MOVE "CHAIN STORES NOT INCLUDED" TO H1-CHAIN
              GO TO SORT-TABLE.
           MOVE "CHAIN STORES INCLUDED" TO H1-CHAIN.
           MOVE 99999 TO WS-SAVE-DEALER.
           INITIALIZE WNKTREE.
           START WNKTREEFILE KEY NOT LESS WNKTREE-PRIMARY-KEY
               INVALID KEY GO TO SORT-TABLE.
       READ-TREE.
           READ WNKTREEFILE NEXT AT END GO TO SORT-TABLE.
           IF WNKTREE-TITLE-NO = 0 GO TO READ-TREE.
           ADD WNKTREE-ISS-DRAW-MON WNKTREE-ISS-DRAW-TUE
               WNKTREE-ISS-DRAW-WED WNKTREE-ISS-DRAW-THU
               WNKTREE-ISS-DRAW-FRI WNKTREE-ISS-DRAW-SAT
               WNKTREE-ISS-DRAW-SUN GIVING WS-DRAW.
           COMPUTE WS-NET =
               WNKTREE-ISS-NET-MON + WNKTREE-ISS-NET-TUE
             + WNKTREE-ISS-NET-WED + WNKTREE-ISS-NET-THU
             + WNKTREE-ISS-NET-FRI + WNKTREE-ISS-NET-SAT
             + WNKTREE-ISS-NET-SUN.
           IF WS-DRAW = 0 AND WS-NET = 0 GO TO READ-TREE.
           MOVE 0 TO WS-RET.
           IF WS-DRAW GREATER WS-NET
              COMPUTE WS-RET = WS-DRAW - WS-NET.
           ADD 1 TO WS-TREE-CNT.
           IF WNKTREE-DEALER-NO-ONE NOT = WS-SAVE-DEALER
              MOVE WNKTREE-DEALER-NO-ONE TO WS-SAVE-DEALER
              PERFORM GET-REGION THRU END-GET-REGION.
           MOVE WNKTREE-TITLE-NO TO WS-TITLE-NO.
           PERFORM FIND-ENTRY THRU END-FIND-ENTRY.
           IF EX = 0 GO TO READ-TREE.
           COMPUTE WS-MGN-TREE-REV (EX) =
               WS-MGN-TREE-REV (EX) + WS-NET * WNKTREE-ISS-COST-TREE.
           PERFORM ADD-COSTS.
           GO TO READ-TREE.

       LOAD-PUB-COSTS.
           INITIALIZE WS-PUB-TABLE.
           INITIALIZE PUB.
           START PUBFILE KEY NOT LESS PUB-PRIMARY-KEY
               INVALID KEY GO TO END-LOAD-PUB-COSTS.
       LOAD-PUB-LOOP.
           READ PUBFILE NEXT AT END GO TO END-LOAD-PUB-COSTS.
           IF PUB-TITLE-NO = 0 GO TO LOAD-PUB-LOOP.
           MOVE PUB-PUB-COST TO WS-PUB-COST (PUB-TITLE-NO).
           GO TO LOAD-PUB-LOOP.
       END-LOAD-PUB-COSTS. EXIT.

       GET-REGION.
           MOVE WS-SAVE-DEALER TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY MOVE 1 TO WNA-SEQ-MISC-D.
           IF WNA-SEQ-MISC-D NOT NUMERIC OR WNA-SEQ-MISC-D LESS 1
              MOVE 1 TO WS-REGION
           ELSE
              MOVE WNA-SEQ-MISC-D TO WS-REGION.
       END-GET-REGION. EXIT.

      * EX comes back on the region/title entry, a new one added
      * if need be; zero when the table is full.
       FIND-ENTRY.
           MOVE 0 TO EX.
       FIND-ENTRY-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-ENT-CNT GO TO FIND-ENTRY-ADD.
           IF WS-MGN-REGION (EX) NOT = WS-REGION
              OR WS-MGN-TITLE (EX) NOT = WS-TITLE-NO
              GO TO FIND-ENTRY-LOOP.
           GO TO END-FIND-ENTRY.
       FIND-ENTRY-ADD.
           IF WS-ENT-CNT NOT LESS WS-ENT-MAX
              DISPLAY "MARGIN TABLE FULL - TITLE " WS-TITLE-NO
                  " REGION " WS-REGION " NOT REPORTED"
              MOVE 0 TO EX
              GO TO END-FIND-ENTRY.
           ADD 1 TO WS-ENT-CNT.
           MOVE WS-ENT-CNT TO EX.
           INITIALIZE WS-MGN-ENT (EX).
           MOVE WS-REGION TO WS-MGN-REGION (EX).
           MOVE WS-TITLE-NO TO WS-MGN-TITLE (EX).
       END-FIND-ENTRY. EXIT.

       ADD-COSTS.
           ADD WS-NET TO WS-MGN-NET (EX).
           ADD WS-RET TO WS-MGN-RET (EX).
           COMPUTE WS-MGN-PUB-COST (EX) = WS-MGN-PUB-COST (EX)
               + WS-NET * WS-PUB-COST (WS-TITLE-NO).
           COMPUTE WS-MGN-RET-COST (EX) = WS-MGN-RET-COST (EX)
               + WS-RET * WS-PUB-COST (WS-TITLE-NO).

       HOLD-SPEC-BELOW.
           IF WS-SPB-CNT NOT LESS WS-SPB-MAX
              DISPLAY "SPECIAL PRICE TABLE FULL - DEALER "
                  WNK-DEALER-NO " TITLE " WNK-TITLE-NO
                  " NOT LISTED"
              GO TO END-HOLD-SPEC-BELOW.
           ADD 1 TO WS-SPB-CNT.
           MOVE WNK-DEALER-NO TO WS-SPB-DEALER-NO (WS-SPB-CNT).
           MOVE WNK-TITLE-NO TO WS-SPB-TITLE-NO (WS-SPB-CNT).
           MOVE WNO-SPEC-PRICE TO WS-SPB-PRICE (WS-SPB-CNT).
           MOVE WS-PUB-COST (WNK-TITLE-NO)
               TO WS-SPB-PUB-COST (WS-SPB-CNT).
       END-HOLD-SPEC-BELOW. EXIT.

       SORT-TABLE.
           MOVE 1 TO EX.
       SORT-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-ENT-CNT GO TO PRINT-REPORT.
           MOVE WS-MGN-ENT (EX) TO WS-HOLD-ENT.
           MOVE EX TO EY.
       SORT-INNER.
           IF EY GREATER 1
              IF WS-MGN-SORT-KEY (EY - 1) GREATER WS-HOLD-SORT-KEY
                 MOVE WS-MGN-ENT (EY - 1) TO WS-MGN-ENT (EY)
                 SUBTRACT 1 FROM EY
                 GO TO SORT-INNER.
           MOVE WS-HOLD-ENT TO WS-MGN-ENT (EY).
           GO TO SORT-LOOP.

       PRINT-REPORT.
           OPEN OUTPUT PRLINE.
           MOVE WS-WEEK-MM TO H1-MM.
           MOVE WS-WEEK-DD TO H1-DD.
           MOVE WS-WEEK TO H1-WEEK.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           INITIALIZE WS-TOTALS.
           IF WS-ENT-CNT = 0
              MOVE SPACES TO LINEPR
              MOVE "NO ACTIVITY FOR THE WEEK" TO LINEPR
              WRITE LINEPR AFTER ADVANCING 2
              GO TO PRINT-SPECIALS.
           MOVE 0 TO EX.
       PRINT-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-ENT-CNT
              PERFORM REGION-TOTAL-LINE THRU END-REGION-TOTAL-LINE
              GO TO GRAND-TOTAL.
           IF WS-MGN-REGION (EX) NOT = WS-SAVE-REGION
              IF WS-SAVE-REGION NOT = 0
                 PERFORM REGION-TOTAL-LINE THRU END-REGION-TOTAL-LINE
              END-IF
              MOVE WS-MGN-REGION (EX) TO WS-SAVE-REGION
                  RH-REGION WNM-REGION-NO
              READ WNMFILE INVALID KEY
                 MOVE "NO MASTER" TO WNM-MARKET-NAME
              END-READ
              MOVE WNM-MARKET-NAME TO RH-MARKET
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM REGION-HEAD AFTER ADVANCING 3
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 1
              INITIALIZE WS-RGN-TOTALS.
           ADD WS-MGN-NET (EX) TO WS-RGN-NET.
           ADD WS-MGN-RET (EX) TO WS-RGN-RET.
           ADD WS-MGN-DLR-REV (EX) TO WS-RGN-DLR-REV.
           ADD WS-MGN-TREE-REV (EX) TO WS-RGN-TREE-REV.
           ADD WS-MGN-PUB-COST (EX) TO WS-RGN-PUB-COST.
           ADD WS-MGN-RET-COST (EX) TO WS-RGN-RET-COST.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-MGN-TITLE (EX) TO DET-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY MOVE "INVALID TITLE"
               TO WNX-TITLE.
           MOVE WNX-TITLE TO DET-TITLE.
           MOVE WS-MGN-NET (EX) TO DET-NET.
           MOVE WS-MGN-DLR-REV (EX) TO DET-DLR-REV.
           MOVE WS-MGN-TREE-REV (EX) TO DET-TREE-REV.
           MOVE WS-MGN-PUB-COST (EX) TO DET-PUB-COST.
           MOVE WS-MGN-RET-COST (EX) TO DET-RET-COST.
           COMPUTE WS-REVENUE =
               WS-MGN-DLR-REV (EX) + WS-MGN-TREE-REV (EX).
           COMPUTE WS-MARGIN = WS-REVENUE - WS-MGN-PUB-COST (EX).
           PERFORM MARGIN-FIGURES THRU END-MARGIN-FIGURES.
           IF WS-MARGIN LESS 0
              MOVE "LOSS" TO DET-FLAG
              ADD 1 TO WS-LOSS-CNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO PRINT-LOOP.

       MARGIN-FIGURES.
           MOVE WS-MARGIN TO DET-MARGIN.
           MOVE 0 TO WS-PCT.
           IF WS-REVENUE NOT = 0
              COMPUTE WS-PCT ROUNDED = WS-MARGIN * 100 / WS-REVENUE
                  ON SIZE ERROR MOVE 0 TO WS-PCT.
           MOVE WS-PCT TO DET-PCT.
       END-MARGIN-FIGURES. EXIT.

       REGION-TOTAL-LINE.
           ADD WS-RGN-NET TO WS-TOT-NET.
           ADD WS-RGN-RET TO WS-TOT-RET.
           ADD WS-RGN-DLR-REV TO WS-TOT-DLR-REV.
           ADD WS-RGN-TREE-REV TO WS-TOT-TREE-REV.
           ADD WS-RGN-PUB-COST TO WS-TOT-PUB-COST.
           ADD WS-RGN-RET-COST TO WS-TOT-RET-COST.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "REGION TOTAL" TO DET-TITLE.
           MOVE WS-RGN-NET TO DET-NET.
           MOVE WS-RGN-DLR-REV TO DET-DLR-REV.
           MOVE WS-RGN-TREE-REV TO DET-TREE-REV.
           MOVE WS-RGN-PUB-COST TO DET-PUB-COST.
           MOVE WS-RGN-RET-COST TO DET-RET-COST.
           COMPUTE WS-REVENUE = WS-RGN-DLR-REV + WS-RGN-TREE-REV.
           COMPUTE WS-MARGIN = WS-REVENUE - WS-RGN-PUB-COST.
           PERFORM MARGIN-FIGURES THRU END-MARGIN-FIGURES.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 2.
       END-REGION-TOTAL-LINE. EXIT.

       GRAND-TOTAL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "GRAND TOTAL" TO DET-TITLE.
           MOVE WS-TOT-NET TO DET-NET.
           MOVE WS-TOT-DLR-REV TO DET-DLR-REV.
           MOVE WS-TOT-TREE-REV TO DET-TREE-REV.
           MOVE WS-TOT-PUB-COST TO DET-PUB-COST.
           MOVE WS-TOT-RET-COST TO DET-RET-COST.
           COMPUTE WS-REVENUE = WS-TOT-DLR-REV + WS-TOT-TREE-REV.
           COMPUTE WS-MARGIN = WS-REVENUE - WS-TOT-PUB-COST.
           PERFORM MARGIN-FIGURES THRU END-MARGIN-FIGURES.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 3.

       PRINT-SPECIALS.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SPB-HEAD-1 AFTER ADVANCING 3.
           IF WS-SPB-CNT = 0
              MOVE SPACES TO LINEPR
              MOVE "NONE" TO LINEPR
              WRITE LINEPR AFTER ADVANCING 1
              GO TO END-JOB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SPB-HEAD-2 AFTER ADVANCING 1.
           MOVE 0 TO SX.
       PRINT-SPB-LOOP.
           ADD 1 TO SX.
           IF SX GREATER WS-SPB-CNT GO TO END-JOB.
           MOVE SPACES TO SPB-LINE.
           MOVE WS-SPB-DEALER-NO (SX) TO SPB-DEALER-NO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY MOVE SPACE TO WNA-NAME.
           MOVE WNA-NAME TO SPB-NAME.
           MOVE WS-SPB-TITLE-NO (SX) TO SPB-TITLE-NO.
           MOVE WS-SPB-PRICE (SX) TO SPB-PRICE.
           MOVE WS-SPB-PUB-COST (SX) TO SPB-PUB-COST.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SPB-LINE AFTER ADVANCING 1.
           GO TO PRINT-SPB-LOOP.

       END-JOB.
           DISPLAY "DEALER ROWS READ:        " WS-ROW-CNT.
           DISPLAY "CHAIN STORE ROWS READ:   " WS-TREE-CNT.
           DISPLAY "REGION/TITLE ROWS:       " WS-ENT-CNT.
           DISPLAY "TITLES AT A LOSS:        " WS-LOSS-CNT.
           DISPLAY "SPECIALS BELOW PUB COST: " WS-SPB-CNT.
           CLOSE WNKFILE WNKTREEFILE WNAFILE WNMFILE WNRFILE
                 WNXFILE WNOFILE PUBFILE PRLINE.
           STOP RUN.
