       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRREBATE.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: QUARTERLY DEALER VOLUME INCENTIVE REBATE.  SALES
      * WORKED THE REBATES OUT ON A SPREADSHEET AND THEY WENT ON
      * AS AD-HOC CREDITS.  THIS WALKS THE WNHFILE WEEKLY HISTORY
      * AND TOTALS EACH DEALER'S DRAW, RETURNS AND NET COPIES FOR
      * THE QUARTER, WITH SELL-THROUGH (NET OVER DRAW) AND RETURN
      * PERCENT, AND THE NET FOR THE SAME QUARTER LAST YEAR.  THE
      * TIERS COME FROM THE REBTIER.DAT CONTROL FILE SALES KEEPS
      * (ONE LINE PER TIER: TIER NUMBER, MINIMUM NET COPIES,
      * MAXIMUM RETURN PERCENT, REBATE RATE PER NET COPY, AND A
      * DESCRIPTION).  A DEALER EARNS THE BEST-PAYING TIER WHOSE
      * MINIMUM NET AND RETURN CEILING IT MEETS, PROVIDED ITS NET
      * GREW OVER THE SAME QUARTER LAST YEAR (A DEALER WITH NO
      * HISTORY A YEAR AGO COUNTS AS GROWTH).  REBATE DOLLARS ARE
      * NET COPIES TIMES THE TIER RATE.
      * A QUALIFYING DEALER IS HELD BACK, WITH THE REASON ON THE
      * REGISTER, WHEN IT IS ON CREDIT HOLD ON THE DEALER MASTER
      * OR HAS AN OPEN INVOICE OVER 90 DAYS ON OINFILE (SAME
      * YEAR-365 / MONTH-30 AGING AS ARAGE).
      * THE COMMAND LINE CARRIES THE QUARTER AS YYQ IN POSITIONS
      * 1-3 (BLANK MEANS THE LAST COMPLETED QUARTER), AND FOR THE
      * APPROVED RUN POST IN 5-8 AND THE OPERATOR IN 10-17.
      * WITHOUT POST THE REGISTER IS A PROOF LISTING ONLY.  THE
      * POST RUN APPENDS EACH APPROVED REBATE TO DLRCRED.DAT
      * (SOURCE "R") FOR DLRINVOICE TO PUT ON THE DEALER'S NEXT
      * STATEMENT, POSTS THE TOTAL TO THE WNC CONTROL FILE UNDER
      * KEY "RBT" FOR GLEXPORT, AND STAMPS THE QUARTER ON THE WOJ
      * CONTROL TABLE UNDER KEY "REBAT" SO IT CANNOT PAY TWICE.
      * QUARTERS POST IN ORDER: A POST RUN FOR THE STAMPED
      * QUARTER OR ANY EARLIER ONE IS REFUSED.
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
      *           a post run for any quarter not after the one
      *           stamped under "REBAT" is refused, so an earlier
      *           quarter cannot be paid again once a later one
      *           has posted.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WNHSEL.
       COPY WNASEL.
       COPY OINSEL.
       COPY WNCSEL.
       COPY WOJSEL.
       COPY WNLSEL.
       COPY OPRSEL.

           SELECT TIERFILE ASSIGN "/home/prb/f/REBTIER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.

           SELECT CREDFILE ASSIGN "/u/prb/f/trenton/DLRCRED.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.

           SELECT PRLINE ASSIGN PRINT "/home/prb/w/DLRREBATE.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNHFILE LABEL RECORD STANDARD DATA RECORD WNH.
       01  WNH.
       COPY WNH.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WNCFILE LABEL RECORD STANDARD DATA RECORD WNC.
       01  WNC.
       COPY WNC.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  TIERFILE LABEL RECORD STANDARD DATA RECORD TIER.
       01  TIER.
           05  TIER-NO         PIC 9.
           05  TIER-MIN-NET    PIC 9(7).
           05  TIER-MAX-RET    PIC 99V9.
           05  TIER-RATE       PIC 99V999.
           05  TIER-DESC       PIC X(20).
       FD  CREDFILE LABEL RECORD STANDARD DATA RECORD CRD.
       01  CRD.
           05  CRD-DEALER-NO   PIC 9(5).
           05  CRD-TITLE-NO    PIC 999.
           05  CRD-QTY         PIC 9(7).
           05  CRD-COST        PIC 99V999.
           05  CRD-AMT         PIC 9(7)V99.
           05  CRD-ISS-MM      PIC 99.
           05  CRD-ISS-DD      PIC 99.
           05  CRD-RUN-DATE    PIC 9(6).
           05  CRD-SOURCE      PIC X.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * quarter (YYQ), then POST and the operator for the approved
      * run, in fixed positions.
       01  WS-PARM-CMD  PIC X(17) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-QTR.
               10  WS-PARM-QTR-YY PIC 99.
               10  WS-PARM-QTR-NO PIC 9.
           05  FILLER            PIC X.
           05  WS-PARM-MODE      PIC X(4).
           05  FILLER            PIC X.
           05  WS-PARM-OPERATOR  PIC X(8).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE   PIC 9(6) VALUE 0.
       01  WS-POST-FL    PIC X VALUE "N".
       01  WS-QTR.
           05  WS-QTR-YY  PIC 99.
           05  WS-QTR-NO  PIC 9.
       01  WS-QTR-KEY    PIC 999 VALUE 0.
       01  WS-CUR-QTR-NO PIC 9 VALUE 0.
       01  WS-CUR-QTR-KEY PIC 999 VALUE 0.
       01  WS-LY-YY      PIC 99 VALUE 0.
       01  WS-FROM-MM    PIC 99 VALUE 0.
      * last month and day of each quarter.
       01  WS-QTR-END-TABLE PIC X(16) VALUE "0331063009301231".
       01  WS-QTR-END-TABLE-R REDEFINES WS-QTR-END-TABLE.
           05  WS-QTR-END OCCURS 4 TIMES.
               10  WS-QTR-END-MM PIC 99.
               10  WS-QTR-END-DD PIC 99.
       01  WS-CUR-FROM   PIC 9(6) VALUE 0.
       01  WS-CUR-THRU   PIC 9(6) VALUE 0.
       01  WS-LY-FROM    PIC 9(6) VALUE 0.
       01  WS-LY-THRU    PIC 9(6) VALUE 0.
       01  WS-WE-DATE-N  PIC 9(6) VALUE 0.
       01  WS-TODAY-DAYS PIC S9(7) VALUE 0.
       01  WS-INV-DAYS   PIC S9(7) VALUE 0.
       01  WS-AGE-DAYS   PIC S9(5) VALUE 0.
       01  WS-INV-DATE-R.
           05  WS-INV-YY PIC 99.
           05  WS-INV-MM PIC 99.
           05  WS-INV-DD PIC 99.
       01  WS-BALANCE    PIC S9(7)V99 VALUE 0.
      * the rebate tiers off REBTIER.DAT.
       01  WS-TIER-MAX   PIC 99 VALUE 9.
       01  WS-TIER-CNT   PIC 99 VALUE 0.
       01  TX            PIC 99 VALUE 0.
       01  WS-TIER-TABLE.
           05  WS-TIER OCCURS 9 TIMES.
               10  WS-TIER-NO      PIC 9.
               10  WS-TIER-MIN-NET PIC 9(7).
               10  WS-TIER-MAX-RET PIC 99V9.
               10  WS-TIER-RATE    PIC 99V999.
               10  WS-TIER-DESC    PIC X(20).
      * one dealer's quarter, this year and last.
       01  WS-SAVE-DEALER PIC 9(5) VALUE 0.
       01  WS-DLR-DRAW    PIC S9(9) VALUE 0.
       01  WS-DLR-RETURNS PIC S9(9) VALUE 0.
       01  WS-DLR-NET     PIC S9(9) VALUE 0.
       01  WS-DLR-LY-NET  PIC S9(9) VALUE 0.
       01  WS-DLR-LY-FL   PIC X VALUE "N".
       01  WS-SELL-PCT    PIC 999V9 VALUE 0.
       01  WS-RET-PCT     PIC 999V9 VALUE 0.
       01  WS-BEST-TX     PIC 99 VALUE 0.
       01  WS-RESULT      PIC X(30) VALUE SPACE.
       01  WS-REBATE-AMT  PIC 9(7)V99 VALUE 0.
       01  WS-HOLD-FL     PIC X VALUE "N".
       01  WS-ON-MASTER-FL PIC X VALUE "N".
      * run counts and totals.
       01  WS-WNH-CNT     PIC 9(7) VALUE 0.
       01  WS-DEALER-CNT  PIC 9(5) VALUE 0.
       01  WS-QUAL-CNT    PIC 9(5) VALUE 0.
       01  WS-HELD-CNT    PIC 9(5) VALUE 0.
       01  WS-NOTIER-CNT  PIC 9(5) VALUE 0.
       01  WS-NOGROW-CNT  PIC 9(5) VALUE 0.
       01  WS-REFUSE-CNT  PIC 9(5) VALUE 0.
       01  WS-CRED-CNT    PIC 9(5) VALUE 0.
       01  WS-TOTAL-QTY   PIC 9(9) VALUE 0.
       01  WS-TOTAL-AMT   PIC 9(9)V99 VALUE 0.
       01  WS-HELD-AMT    PIC 9(9)V99 VALUE 0.
       COPY WOJPWS.
       COPY WNLWS.
       COPY OPRWS.
       01  HEAD-1.
           05  FILLER PIC X(38) VALUE
               "DEALER VOLUME INCENTIVE REBATE - QTR ".
           05  H1-QTR-NO     PIC 9.
           05  FILLER        PIC X VALUE "/".
           05  H1-QTR-YY     PIC 99.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  H1-MODE       PIC X(20).
           05  FILLER        PIC X(6) VALUE "RUN ".
           05  H1-MM         PIC 99.
           05  FILLER        PIC X VALUE "/".
           05  H1-DD         PIC 99.
           05  FILLER        PIC X VALUE "/".
           05  H1-YY         PIC 99.
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "DEALR NAME                        DRAW  ".
           05  FILLER PIC X(40) VALUE
               "RETURNS      NET  LY NET  SELL%  RET% T ".
           05  FILLER PIC X(30) VALUE
               "  RATE     REBATE  RESULT".
       01  TIER-LINE.
           05  FILLER        PIC X(6) VALUE "TIER ".
           05  TL-NO         PIC 9.
           05  FILLER        PIC X(12) VALUE "  MIN NET ".
           05  TL-MIN-NET    PIC ZZZZZZ9.
           05  FILLER        PIC X(14) VALUE "  MAX RET% ".
           05  TL-MAX-RET    PIC Z9.9.
           05  FILLER        PIC X(9) VALUE "  RATE ".
           05  TL-RATE       PIC Z9.999.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  TL-DESC       PIC X(20).
       01  DETAIL-LINE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(24).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DRAW      PIC ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RETURNS   PIC ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NET       PIC -ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-LY-NET    PIC -ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-SELL-PCT  PIC ZZ9.9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RET-PCT   PIC ZZ9.9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TIER      PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RATE      PIC Z9.999.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AMT       PIC ZZZZZZ9.99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(30).
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(40).
           05  TOT-CNT       PIC ZZZZ9.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  TOT-AMT       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           IF WS-PARM-MODE NOT = SPACES AND WS-PARM-MODE NOT = "POST"
              DISPLAY "MODE MUST BE POST OR BLANK - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PARM-MODE = "POST"
              MOVE "Y" TO WS-POST-FL
              MOVE "DLRREBATE" TO WS-OPR-PROGRAM
              MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           PERFORM SET-QUARTER THRU END-SET-QUARTER.
           PERFORM LOAD-TIERS THRU END-LOAD-TIERS.
           IF WS-POST-FL = "Y"
              PERFORM POST-GUARD THRU END-POST-GUARD.
           OPEN INPUT WNHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO WNHFILE WEEKLY HISTORY - NO REBATES"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
                  "DLRINVOICE FIRST"
              CLOSE WNHFILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNAFILE.
           MOVE "DLRREBATE" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           IF WS-POST-FL = "Y"
              OPEN EXTEND CREDFILE
              IF FL-STATUS NOT = "00"
                 OPEN OUTPUT CREDFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-QTR-NO TO H1-QTR-NO.
           MOVE WS-QTR-YY TO H1-QTR-YY.
           MOVE "PROOF LISTING" TO H1-MODE.
           IF WS-POST-FL = "Y"
              MOVE "POSTED" TO H1-MODE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE 0 TO TX.
       PRINT-TIER-LOOP.
           ADD 1 TO TX.
           IF TX GREATER WS-TIER-CNT GO TO END-PRINT-TIER.
           MOVE WS-TIER-NO (TX) TO TL-NO.
           MOVE WS-TIER-MIN-NET (TX) TO TL-MIN-NET.
           MOVE WS-TIER-MAX-RET (TX) TO TL-MAX-RET.
           MOVE WS-TIER-RATE (TX) TO TL-RATE.
           MOVE WS-TIER-DESC (TX) TO TL-DESC.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TIER-LINE AFTER ADVANCING 1.
           GO TO PRINT-TIER-LOOP.
       END-PRINT-TIER.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           PERFORM CLEAR-DEALER THRU END-CLEAR-DEALER.
           INITIALIZE WNH.
           START WNHFILE KEY NOT LESS WNH-PRIMARY-KEY
               INVALID KEY GO TO END-WNH.
       READ-WNH.
           READ WNHFILE NEXT AT END GO TO END-WNH.
           ADD 1 TO WS-WNH-CNT.
           IF WNH-DEALER-NO NOT = WS-SAVE-DEALER
              PERFORM DEALER-BREAK THRU END-DEALER-BREAK
              MOVE WNH-DEALER-NO TO WS-SAVE-DEALER.
           MOVE WNH-WE-DATE TO WS-WE-DATE-N.
           IF WS-WE-DATE-N NOT LESS WS-CUR-FROM
              AND WS-WE-DATE-N NOT GREATER WS-CUR-THRU
              ADD WNH-DRAW TO WS-DLR-DRAW
              ADD WNH-RETURNS TO WS-DLR-RETURNS
              ADD WNH-NET TO WS-DLR-NET
              GO TO READ-WNH.
           IF WS-WE-DATE-N NOT LESS WS-LY-FROM
              AND WS-WE-DATE-N NOT GREATER WS-LY-THRU
              ADD WNH-NET TO WS-DLR-LY-NET
              MOVE "Y" TO WS-DLR-LY-FL.
           GO TO READ-WNH.
       END-WNH.
           PERFORM DEALER-BREAK THRU END-DEALER-BREAK.
           GO TO END-JOB.

      * the quarter off the command line, or the last one finished:
      * its first and last week-ending dates this year and the same
      * window a year back.
       SET-QUARTER.
           COMPUTE WS-CUR-QTR-NO = (WS-MM + 2) / 3.
           COMPUTE WS-CUR-QTR-KEY = WS-YY * 10 + WS-CUR-QTR-NO.
           IF WS-PARM-QTR = SPACES
              MOVE WS-YY TO WS-QTR-YY
              COMPUTE WS-QTR-NO = WS-CUR-QTR-NO - 1
              IF WS-QTR-NO = 0
                 MOVE 4 TO WS-QTR-NO
                 IF WS-YY = 0
                    MOVE 99 TO WS-QTR-YY
                 ELSE
                    COMPUTE WS-QTR-YY = WS-YY - 1.
           IF WS-PARM-QTR NOT = SPACES
              IF WS-PARM-QTR NOT NUMERIC
                 OR WS-PARM-QTR-NO LESS 1 OR WS-PARM-QTR-NO GREATER 4
                 DISPLAY "QUARTER MUST BE YYQ (Q 1-4) - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE WS-PARM-QTR-YY TO WS-QTR-YY
                 MOVE WS-PARM-QTR-NO TO WS-QTR-NO.
           COMPUTE WS-QTR-KEY = WS-QTR-YY * 10 + WS-QTR-NO.
           IF WS-POST-FL = "Y" AND WS-PARM-QTR = SPACES
              DISPLAY "POST NEEDS THE QUARTER (YYQ) SPELLED OUT - "
                  "NOTHING POSTED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-POST-FL = "Y" AND WS-QTR-KEY NOT LESS WS-CUR-QTR-KEY
              DISPLAY "QUARTER " WS-QTR " IS NOT OVER YET - "
                  "NOTHING POSTED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-QTR-YY = 0
              MOVE 99 TO WS-LY-YY
           ELSE
              COMPUTE WS-LY-YY = WS-QTR-YY - 1.
           COMPUTE WS-FROM-MM = WS-QTR-NO * 3 - 2.
           COMPUTE WS-CUR-FROM =
               WS-QTR-YY * 10000 + WS-FROM-MM * 100 + 1.
           COMPUTE WS-CUR-THRU =
               WS-QTR-YY * 10000 + WS-QTR-END-MM (WS-QTR-NO) * 100
               + WS-QTR-END-DD (WS-QTR-NO).
           COMPUTE WS-LY-FROM =
               WS-LY-YY * 10000 + WS-FROM-MM * 100 + 1.
           COMPUTE WS-LY-THRU =
               WS-LY-YY * 10000 + WS-QTR-END-MM (WS-QTR-NO) * 100
               + WS-QTR-END-DD (WS-QTR-NO).
           COMPUTE WS-TODAY-DAYS =
               WS-YY * 365 + WS-MM * 30 + WS-DD.
       END-SET-QUARTER. EXIT.

      * REBTIER.DAT is sales' to maintain; a line with a tier
      * number or amounts that are not numeric is skipped and
      * reported, and no tiers at all means no rebates.
       LOAD-TIERS.
           MOVE 0 TO WS-TIER-CNT.
           OPEN INPUT TIERFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "REBTIER.DAT NOT FOUND - NO REBATE TIERS, "
                  "NO REBATES"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
       READ-TIER.
           READ TIERFILE AT END GO TO END-READ-TIER.
           IF TIER = SPACES GO TO READ-TIER.
           IF TIER-NO NOT NUMERIC OR TIER-MIN-NET NOT NUMERIC
              OR TIER-MAX-RET NOT NUMERIC OR TIER-RATE NOT NUMERIC
              DISPLAY "REBTIER.DAT LINE NOT NUMERIC - SKIPPED: "
                  TIER
              GO TO READ-TIER.
           IF WS-TIER-CNT NOT LESS WS-TIER-MAX
              DISPLAY "MORE THAN 9 REBATE TIERS - SKIPPED: " TIER
              GO TO READ-TIER.
           ADD 1 TO WS-TIER-CNT.
           MOVE TIER-NO TO WS-TIER-NO (WS-TIER-CNT).
           MOVE TIER-MIN-NET TO WS-TIER-MIN-NET (WS-TIER-CNT).
           MOVE TIER-MAX-RET TO WS-TIER-MAX-RET (WS-TIER-CNT).
           MOVE TIER-RATE TO WS-TIER-RATE (WS-TIER-CNT).
           MOVE TIER-DESC TO WS-TIER-DESC (WS-TIER-CNT).
           GO TO READ-TIER.
       END-READ-TIER.
           CLOSE TIERFILE.
           IF WS-TIER-CNT = 0
              DISPLAY "NO USABLE TIERS ON REBTIER.DAT - NO REBATES"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
       END-LOAD-TIERS. EXIT.

      * the posting run: the quarter stamped as last paid, or any
      * quarter before it, is refused whole, and a run date in a
      * month MTHCLOSE has closed prices the register but credits
      * nobody.
       POST-GUARD.
           OPEN INPUT WOJFILE.
           IF FL-STATUS = "00"
              MOVE "REBAT" TO WOJ-PRIMARY-KEY
              READ WOJFILE INVALID KEY MOVE SPACES TO WOJ-TEXT.
           IF FL-STATUS = "00" AND WOJ-TEXT (1:3) NOT = SPACES
              AND WS-QTR NOT GREATER WOJ-TEXT (1:3)
              DISPLAY "QUARTER " WS-QTR " NOT AFTER QUARTER "
                  WOJ-TEXT (1:3) " POSTED "
                  WOJ-DATE-MM "/" WOJ-DATE-DD "/" WOJ-DATE-YY
                  " - NOTHING POSTED"
              CLOSE WOJFILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           CLOSE WOJFILE.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           MOVE WS-RUN-DATE TO WS-PERIOD-DATE.
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
       END-POST-GUARD. EXIT.

       CLEAR-DEALER.
           MOVE 0 TO WS-DLR-DRAW WS-DLR-RETURNS WS-DLR-NET
               WS-DLR-LY-NET.
           MOVE "N" TO WS-DLR-LY-FL.
       END-CLEAR-DEALER. EXIT.

      * one dealer's history is in: rate it against the tiers and
      * last year, then check it is in good standing before the
      * rebate is credited.
       DEALER-BREAK.
           IF WS-SAVE-DEALER = 0 OR WS-DLR-DRAW NOT GREATER 0
              GO TO CLEAR-BREAK.
           ADD 1 TO WS-DEALER-CNT.
           MOVE 0 TO WS-SELL-PCT WS-BEST-TX WS-REBATE-AMT.
           IF WS-DLR-NET GREATER 0
              COMPUTE WS-SELL-PCT ROUNDED =
                  WS-DLR-NET * 100 / WS-DLR-DRAW.
           COMPUTE WS-RET-PCT ROUNDED =
               WS-DLR-RETURNS * 100 / WS-DLR-DRAW.
           MOVE SPACES TO WNA-NAME.
           MOVE WS-SAVE-DEALER TO WNA-DEALER-NO.
           MOVE "Y" TO WS-ON-MASTER-FL.
           READ WNAFILE INVALID KEY
              MOVE "N" TO WS-ON-MASTER-FL
              MOVE "NOT ON DEALER MASTER" TO WNA-NAME.
           IF WS-DLR-LY-FL = "Y"
              AND WS-DLR-NET NOT GREATER WS-DLR-LY-NET
              ADD 1 TO WS-NOGROW-CNT
              MOVE "NO GROWTH OVER LAST YEAR" TO WS-RESULT
              GO TO PRINT-BREAK.
           MOVE 0 TO TX.
       TIER-LOOP.
           ADD 1 TO TX.
           IF TX GREATER WS-TIER-CNT GO TO END-TIER-LOOP.
           IF WS-DLR-NET LESS WS-TIER-MIN-NET (TX)
              OR WS-RET-PCT GREATER WS-TIER-MAX-RET (TX)
              GO TO TIER-LOOP.
           IF WS-BEST-TX = 0
              MOVE TX TO WS-BEST-TX
              GO TO TIER-LOOP.
           IF WS-TIER-RATE (TX) GREATER WS-TIER-RATE (WS-BEST-TX)
              MOVE TX TO WS-BEST-TX.
           GO TO TIER-LOOP.
       END-TIER-LOOP.
           IF WS-BEST-TX = 0
              ADD 1 TO WS-NOTIER-CNT
              MOVE "NO TIER - NET OR RETURNS" TO WS-RESULT
              GO TO PRINT-BREAK.
           COMPUTE WS-REBATE-AMT ROUNDED =
               WS-DLR-NET * WS-TIER-RATE (WS-BEST-TX).
           ADD 1 TO WS-QUAL-CNT.
           IF WS-ON-MASTER-FL = "N"
              MOVE "HELD - NOT ON DEALER MASTER" TO WS-RESULT
              GO TO HELD-BREAK.
           IF WNA-CREDIT-HOLD-FL = "Y"
              MOVE "HELD - ON CREDIT HOLD" TO WS-RESULT
              GO TO HELD-BREAK.
           PERFORM OVER-90-CHECK THRU END-OVER-90-CHECK.
           IF WS-HOLD-FL = "Y"
              MOVE "HELD - INVOICES OVER 90 DAYS" TO WS-RESULT
              GO TO HELD-BREAK.
           IF WS-POST-FL = "N"
              MOVE "QUALIFIES" TO WS-RESULT
              ADD 1 TO WS-CRED-CNT
              ADD WS-DLR-NET TO WS-TOTAL-QTY
              ADD WS-REBATE-AMT TO WS-TOTAL-AMT
              GO TO PRINT-BREAK.
           IF WS-PERIOD-CLOSED-FL = "Y"
              ADD 1 TO WS-REFUSE-CNT
              MOVE "REFUSED - PERIOD CLOSED" TO WS-RESULT
              GO TO PRINT-BREAK.
           MOVE SPACES TO CRD.
           MOVE WS-SAVE-DEALER TO CRD-DEALER-NO.
           MOVE 0 TO CRD-TITLE-NO.
           MOVE WS-DLR-NET TO CRD-QTY.
           MOVE WS-TIER-RATE (WS-BEST-TX) TO CRD-COST.
           MOVE WS-REBATE-AMT TO CRD-AMT.
           MOVE WS-QTR-END-MM (WS-QTR-NO) TO CRD-ISS-MM.
           MOVE WS-QTR-END-DD (WS-QTR-NO) TO CRD-ISS-DD.
           MOVE WS-RUN-DATE TO CRD-RUN-DATE.
           MOVE "R" TO CRD-SOURCE.
           WRITE CRD.
           ADD 1 TO WS-CRED-CNT.
           ADD WS-DLR-NET TO WS-TOTAL-QTY.
           ADD WS-REBATE-AMT TO WS-TOTAL-AMT.
           MOVE "CREDITED" TO WS-RESULT.
           GO TO PRINT-BREAK.
       HELD-BREAK.
           ADD 1 TO WS-HELD-CNT.
           ADD WS-REBATE-AMT TO WS-HELD-AMT.
       PRINT-BREAK.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-SAVE-DEALER TO DET-DEALER-NO.
           MOVE WNA-NAME TO DET-NAME.
           MOVE WS-DLR-DRAW TO DET-DRAW.
           MOVE WS-DLR-RETURNS TO DET-RETURNS.
           MOVE WS-DLR-NET TO DET-NET.
           MOVE WS-DLR-LY-NET TO DET-LY-NET.
           MOVE WS-SELL-PCT TO DET-SELL-PCT.
           MOVE WS-RET-PCT TO DET-RET-PCT.
           IF WS-BEST-TX GREATER 0
              MOVE WS-TIER-NO (WS-BEST-TX) TO DET-TIER
              MOVE WS-TIER-RATE (WS-BEST-TX) TO DET-RATE
              MOVE WS-REBATE-AMT TO DET-AMT.
           MOVE WS-RESULT TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
       CLEAR-BREAK.
           PERFORM CLEAR-DEALER THRU END-CLEAR-DEALER.
       END-DEALER-BREAK. EXIT.

      * any open invoice with a balance more than 90 days old
      * holds the dealer's rebate back.
       OVER-90-CHECK.
           MOVE "N" TO WS-HOLD-FL.
           MOVE WS-SAVE-DEALER TO OIN-DEALER-NO.
           MOVE 0 TO OIN-INVNO.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO END-OVER-90-CHECK.
       OVER-90-READ.
           READ OINFILE NEXT AT END GO TO END-OVER-90-CHECK.
           IF OIN-DEALER-NO NOT = WS-SAVE-DEALER
              GO TO END-OVER-90-CHECK.
           IF OIN-STATUS = "P" OR OIN-STATUS = "W"
              GO TO OVER-90-READ.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT GIVING WS-BALANCE.
           IF WS-BALANCE NOT GREATER 0 GO TO OVER-90-READ.
           MOVE OIN-INV-DATE TO WS-INV-DATE-R.
           COMPUTE WS-INV-DAYS =
               WS-INV-YY * 365 + WS-INV-MM * 30 + WS-INV-DD.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-INV-DAYS.
           IF WS-AGE-DAYS GREATER 90
              MOVE "Y" TO WS-HOLD-FL
              GO TO END-OVER-90-CHECK.
           GO TO OVER-90-READ.
       END-OVER-90-CHECK. EXIT.

       END-JOB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "DEALERS CREDITED / REBATE DOLLARS" TO TOT-LABEL.
           IF WS-POST-FL = "N"
              MOVE "DEALERS QUALIFYING / REBATE DOLLARS"
                  TO TOT-LABEL.
           MOVE WS-CRED-CNT TO TOT-CNT.
           MOVE WS-TOTAL-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "DEALERS HELD BACK / REBATE DOLLARS" TO TOT-LABEL.
           MOVE WS-HELD-CNT TO TOT-CNT.
           MOVE WS-HELD-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           DISPLAY "WNH HISTORY RECORDS READ:  " WS-WNH-CNT.
           DISPLAY "DEALERS WITH DRAW IN QTR:  " WS-DEALER-CNT.
           DISPLAY "NO GROWTH OVER LAST YEAR:  " WS-NOGROW-CNT.
           DISPLAY "NO TIER MET:               " WS-NOTIER-CNT.
           DISPLAY "QUALIFYING FOR A TIER:     " WS-QUAL-CNT.
           DISPLAY "HELD BACK:                 " WS-HELD-CNT.
           DISPLAY "REFUSED (PERIOD CLOSED):   " WS-REFUSE-CNT.
           DISPLAY "REBATES CREDITED/LISTED:   " WS-CRED-CNT.
           DISPLAY "REBATE DOLLARS:            " WS-TOTAL-AMT.
           CLOSE WNHFILE OINFILE WNAFILE PRLINE.
           IF WS-POST-FL = "N"
              GO TO END-RUN.
           CLOSE CREDFILE.
           IF WS-REFUSE-CNT GREATER 0
              DISPLAY "RUN DATE IS IN A CLOSED PERIOD - QUARTER "
                  "NOT MARKED PAID"
              MOVE 8 TO RETURN-CODE
              GO TO END-RUN.
      * post the rebate total to the WNC control file for the
      * GLEXPORT journal step and the morning summary.
           OPEN I-O WNCFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WNCFILE
              OPEN OUTPUT WNCFILE
              CLOSE WNCFILE
              OPEN I-O WNCFILE.
           INITIALIZE WNC.
           MOVE "RBT" TO WNC-PRIMARY-KEY.
           MOVE WS-CRED-CNT TO WNC-GRAND-QTY.
           MOVE WS-TOTAL-AMT TO WNC-GRAND-AMT.
           MOVE WS-MM TO WNC-RUN-MM.
           MOVE WS-DD TO WNC-RUN-DD.
           WRITE WNC INVALID KEY REWRITE WNC.
           CLOSE WNCFILE.
      * mark the quarter paid so a second POST run is refused.
           OPEN I-O WOJFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WOJFILE
              OPEN OUTPUT WOJFILE
              CLOSE WOJFILE
              OPEN I-O WOJFILE.
           MOVE SPACES TO WOJ.
           MOVE "REBAT" TO WOJ-PRIMARY-KEY.
           MOVE WS-MM TO WOJ-DATE-MM.
           MOVE WS-DD TO WOJ-DATE-DD.
           MOVE WS-YY TO WOJ-DATE-YY.
           MOVE WS-QTR TO WOJ-TEXT.
           WRITE WOJ INVALID KEY REWRITE WOJ.
           CLOSE WOJFILE.
           DISPLAY "QUARTER " WS-QTR " MARKED PAID BY "
               WS-PARM-OPERATOR " " WS-OPR-NAME.
       END-RUN.
           MOVE WS-CRED-CNT TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           STOP RUN.

       COPY WOJPLOCK.
       COPY WNLLOG.
       COPY OPRCHK.
