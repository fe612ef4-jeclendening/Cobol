      * HUMAN SIGNS OFF BEFORE ANY CHANGE GOES TO THE HOME
      * OFFICE -- NOTHING HERE TOUCHES WNKFILE.
      *
      * COPIES EVTDRAW ADDED FOR A SPECIAL EVENT (EVTFL.KEY) ARE
      * TAKEN BACK OUT OF EACH WEEK'S DRAW BEFORE THE AVERAGE, SO
      * AN ELECTION OR A BIG NEWS DAY IS NOT READ AS NORMAL
      * DEMAND.
      *
      * COPIES A DRIVER MOVED IN FROM ANOTHER DEALER MID-WEEK
      * (DLRXFER, LOGGED ON XFRFL.KEY) ARE NOT PART OF THE DRAW
      * THE DEALER ORDERED -- THEY SAY THE DEALER SOLD OUT.  A
      * WEEK WITH TRANSFERS IN IS A SELL-OUT WEEK: ITS NET SALE
      * IS A FLOOR ON DEMAND, SO THE SUGGESTION IS NEVER BELOW
      * THE BEST SELL-OUT WEEK'S NET, AND A ROW WITH A SELL-OUT
      * WEEK THAT IS NOT ALREADY FLAGGED "REVIEW" IS FLAGGED
      * "SELOUT" AND GOES ON THE REVIEW LISTING.
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
      *           special-event copies on EVTFL.KEY come out of
      *           the weekly draw before averaging.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           copies transferred in from another dealer on
      *           XFRFL.KEY mark a sell-out week; the suggestion is
      *           held to the best sell-out week's net and the row
      *           is flagged SELOUT for review.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNRSEL.
       COPY WNASEL.
       COPY WNXSEL.
       COPY EVTSEL.
       COPY XFRSEL.
           SELECT SUGFILE ASSIGN PRINT WS-SUG-FILENAME
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT WS-RVW-FILENAME
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  EVTFILE LABEL RECORD STANDARD DATA RECORD EVT.
       01  EVT.
       COPY EVT.
       FD  XFRFILE LABEL RECORD STANDARD DATA RECORD XFR.
       01  XFR.
       COPY XFR.
       FD  SUGFILE LABEL RECORD OMITTED DATA RECORD SUGLINE.
       01  SUGLINE PIC X(132).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  WS-FLAG       PIC X(6) VALUE SPACE.
       01  WS-SUG-CNT    PIC 9(7) VALUE 0.
       01  WS-RVW-CNT    PIC 9(7) VALUE 0.
      * event copies for the row in hand, by week occurrence.
       01  WS-EVT-OPEN-FL PIC X   VALUE "N".
       01  EX             PIC 9   VALUE 0.
       01  WS-EVT-WEEKS.
           05  WS-EVT-WEEK-ADD OCCURS 6 TIMES PIC 9(7).
      * copies transferred in to the row in hand, by week
      * occurrence, and the best net of the weeks that had any.
       01  WS-XFR-OPEN-FL PIC X   VALUE "N".
       01  WS-XFR-WEEKS.
           05  WS-XFR-WEEK-IN OCCURS 6 TIMES PIC 9(7).
       01  WS-SELLOUT-WKS PIC 9   VALUE 0.
       01  WS-SELLOUT-NET PIC S9(7) VALUE 0.
       01  WS-WEEK-NET    PIC S9(7) VALUE 0.
       01  WS-SEL-CNT     PIC 9(7) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(36) VALUE
               "DEALER,NAME,TITLE NO,TITLE,AVG NET,".
              MOVE "/home/prb/f/ledger/test/" TO WS-SUG-FILENAME-DIR
              MOVE "/home/prb/f/ledger/test/" TO WS-RVW-FILENAME-DIR.
           OPEN INPUT WNKFILE WNRFILE WNAFILE WNXFILE.
           OPEN INPUT EVTFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-EVT-OPEN-FL.
           OPEN INPUT XFRFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-XFR-OPEN-FL.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
       READ-WNK.
           READ WNKFILE NEXT AT END GO TO END-JOB.
           MOVE 0 TO WS-NET-SUM WS-ACT-WEEKS.
           MOVE 0 TO WS-SELLOUT-WKS WS-SELLOUT-NET.
           PERFORM LOAD-EVENTS THRU END-LOAD-EVENTS.
           PERFORM LOAD-TRANSFERS THRU END-LOAD-TRANSFERS.
           MOVE 0 TO WX.
       WEEK-LOOP.
           ADD 1 TO WX.
               WNK-ISS-DRAW-FRI (WX)
               WNK-ISS-DRAW-SAT (WX)
               WNK-ISS-DRAW-SUN (WX) GIVING WS-WEEK-DRAW.
           IF WS-EVT-WEEK-ADD (WX) GREATER WS-WEEK-DRAW
              MOVE 0 TO WS-WEEK-DRAW
           ELSE
              SUBTRACT WS-EVT-WEEK-ADD (WX) FROM WS-WEEK-DRAW.
           ADD WNK-ISS-RET-MON (WX)
               WNK-ISS-RET-TUE (WX)
               WNK-ISS-RET-WED (WX)
               WNK-ISS-RET-SUN (WX) GIVING WS-WEEK-RET.
           IF WS-WEEK-DRAW = 0 AND WS-WEEK-RET = 0 GO TO WEEK-LOOP.
           ADD 1 TO WS-ACT-WEEKS.
           COMPUTE WS-WEEK-NET = WS-WEEK-DRAW - WS-WEEK-RET.
           ADD WS-WEEK-NET TO WS-NET-SUM.
           IF WS-XFR-WEEK-IN (WX) = 0 GO TO WEEK-LOOP.
           ADD 1 TO WS-SELLOUT-WKS.
           IF WS-WEEK-NET GREATER WS-SELLOUT-NET
              MOVE WS-WEEK-NET TO WS-SELLOUT-NET.
           GO TO WEEK-LOOP.
       WEEKS-DONE.
           IF WS-ACT-WEEKS = 0 GO TO READ-WNK.
           IF WS-AVG-NET LESS 0 MOVE 0 TO WS-AVG-NET.
           COMPUTE WS-SUGGESTED ROUNDED =
               WS-AVG-NET * (100 + WS-SAFETY-PCT) / 100.
           IF WS-SELLOUT-WKS GREATER 0
              AND WS-SELLOUT-NET GREATER WS-SUGGESTED
              MOVE WS-SELLOUT-NET TO WS-SUGGESTED.
           ADD WNK-ISS-DRAW-MON (WS-CUR-WEEK)
               WNK-ISS-DRAW-TUE (WS-CUR-WEEK)
               WNK-ISS-DRAW-WED (WS-CUR-WEEK)
           IF WS-MOVE-PCT GREATER WS-THRESH-PCT
              MOVE "REVIEW" TO WS-FLAG
              ADD 1 TO WS-RVW-CNT.
           IF WS-FLAG = SPACE AND WS-SELLOUT-WKS GREATER 0
              MOVE "SELOUT" TO WS-FLAG
              ADD 1 TO WS-SEL-CNT.
           MOVE WNK-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY MOVE SPACE TO WNA-NAME.
           MOVE WNK-TITLE-NO TO WNX-TITLE-NO.
           MOVE SPACES TO SUGLINE.
           WRITE SUGLINE FROM DETAIL-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-SUG-CNT.
           IF WS-FLAG = "REVIEW" OR WS-FLAG = "SELOUT"
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO READ-WNK.

      * the event copies posted to this dealer/title, totalled
      * into the week occurrence whose WNR date they were posted
      * under; a week that has rolled off the table drops out.
       LOAD-EVENTS.
           INITIALIZE WS-EVT-WEEKS.
           IF WS-EVT-OPEN-FL NOT = "Y"
              GO TO END-LOAD-EVENTS.
           INITIALIZE EVT.
           MOVE WNK-DEALER-NO TO EVT-DEALER-NO.
           MOVE WNK-TITLE-NO TO EVT-TITLE-NO.
           START EVTFILE KEY NOT LESS EVT-PRIMARY-KEY
               INVALID KEY GO TO END-LOAD-EVENTS.
       LOAD-EVT-LOOP.
           READ EVTFILE NEXT AT END GO TO END-LOAD-EVENTS.
           IF EVT-DEALER-NO NOT = WNK-DEALER-NO
              OR EVT-TITLE-NO NOT = WNK-TITLE-NO
              GO TO END-LOAD-EVENTS.
           MOVE 0 TO EX.
       LOAD-EVT-WEEK.
           ADD 1 TO EX.
           IF EX GREATER 6 GO TO LOAD-EVT-LOOP.
           IF WNR-ISS-DATE (EX) NOT = EVT-WEEK-DATE
              GO TO LOAD-EVT-WEEK.
           ADD EVT-ADD-QTY (1) EVT-ADD-QTY (2) EVT-ADD-QTY (3)
               EVT-ADD-QTY (4) EVT-ADD-QTY (5) EVT-ADD-QTY (6)
               EVT-ADD-QTY (7) TO WS-EVT-WEEK-ADD (EX).
           GO TO LOAD-EVT-LOOP.
       END-LOAD-EVENTS. EXIT.

      * the copies transferred in to this dealer/title, totalled
      * into the week occurrence whose WNR date they were posted
      * under, the same way as the event copies.
       LOAD-TRANSFERS.
           INITIALIZE WS-XFR-WEEKS.
           IF WS-XFR-OPEN-FL NOT = "Y"
              GO TO END-LOAD-TRANSFERS.
           INITIALIZE XFR.
           MOVE WNK-DEALER-NO TO XFR-TO-DEALER-NO.
           MOVE WNK-TITLE-NO TO XFR-TITLE-NO.
           START XFRFILE KEY NOT LESS XFR-PRIMARY-KEY
               INVALID KEY GO TO END-LOAD-TRANSFERS.
       LOAD-XFR-LOOP.
           READ XFRFILE NEXT AT END GO TO END-LOAD-TRANSFERS.
           IF XFR-TO-DEALER-NO NOT = WNK-DEALER-NO
              OR XFR-TITLE-NO NOT = WNK-TITLE-NO
              GO TO END-LOAD-TRANSFERS.
           MOVE 0 TO EX.
       LOAD-XFR-WEEK.
           ADD 1 TO EX.
           IF EX GREATER 6 GO TO LOAD-XFR-LOOP.
           IF WNR-ISS-DATE (EX) NOT = XFR-WEEK-DATE
              GO TO LOAD-XFR-WEEK.
           ADD XFR-QTY TO WS-XFR-WEEK-IN (EX).
           GO TO LOAD-XFR-LOOP.
       END-LOAD-TRANSFERS. EXIT.

       END-JOB.
           DISPLAY "SUGGESTIONS WRITTEN:  " WS-SUG-CNT.
           DISPLAY "FLAGGED FOR REVIEW:   " WS-RVW-CNT.
           DISPLAY "FLAGGED SELL-OUT:     " WS-SEL-CNT.
           IF WS-EVT-OPEN-FL = "Y"
              CLOSE EVTFILE.
           IF WS-XFR-OPEN-FL = "Y"
              CLOSE XFRFILE.
           CLOSE WNKFILE WNRFILE WNAFILE WNXFILE SUGFILE PRLINE.
           STOP RUN.
