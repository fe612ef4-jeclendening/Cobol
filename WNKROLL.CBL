      * SO THE WEEK FALLING OFF OCCURRENCE 6 IS ON THE HISTORY
      * FILE.
      *
      * THE SHIFT IS TWO RESTARTABLE PHASES, EACH WALKING ITS FILE
      * IN KEY ORDER AGAINST A HIGH-WATER MARK ON THE ROLLCK
      * CHECKPOINT RECORD:
      *     PHASE 1 SHIFTS EVERY WNR RECORD (CHECKPOINTED PER
      * AN IMBALANCE ENDS THE RUN WITH RETURN CODE 16 AND THE
      * CHECKPOINT STILL IN PROGRESS.
      *
      * PRICE CHANGES CONFIRMED THROUGH PRCCHG FOR THE NEW DATE
      * TAKE EFFECT HERE: PHASE 2 GIVES EACH CHANGED TITLE'S NEW
      * WEEK 1 THE NEW DEALER COST INSTEAD OF THE CARRIED ONE,
      * AND A THIRD PHASE SETS THE PUBLISHER COST, THE WNT AND
      * WNB CHAIN PRICES, FLAGS EVERY WNO SPECIAL PRICE LEFT
      * ABOVE THE NEW DEALER COST AND MARKS THE CHANGE APPLIED
      * (ONE TITLE AT A TIME, SO A RESTART PICKS UP THE REST).
      * EVERY PRICE TOUCHED IS ON THE BEFORE/AFTER REGISTER
      * WNKROLL.PRT.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *           unless FORCE follows the date parameter, and
      *           the override is logged for the morning page.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           applies the confirmed PRCFL.KEY price changes for
      *           the new week -- dealer cost on the new week 1,
      *           then publisher and chain prices in a third phase
      *           -- with a before/after register, and flags WNO
      *           special prices above the new dealer cost.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           FORCE now needs the operator id after it
      *           (positions 12-19), active on the OPRFILE operator
      *           master with a supervisor role that may run WNKROLL;
      *           a refusal stops the run and is logged to the WNLFILE
      *           run log.  the scheduled rollover runs without one.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNKSEL.
       COPY WNRSEL.
       COPY WNLSEL.
       COPY OPRSEL.
       COPY PRCSEL.
       COPY PUBSEL.
       COPY WNTSEL.
       COPY WNBSEL.
       COPY WNOSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/WNKROLL.PRT"
           STATUS FL-STATUS.
           SELECT RCKFILE ASSIGN RANDOM "/home/prb/f/ROLLCK.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD RCK-PRIMARY-KEY OF RCK
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  PRCFILE LABEL RECORD STANDARD DATA RECORD PRC.
       01  PRC.
       COPY PRC.
       FD  PUBFILE LABEL RECORD STANDARD DATA RECORD PUB.
       01  PUB.
       COPY PUB.
       FD  WNTFILE LABEL RECORD STANDARD DATA RECORD WNT.
       01  WNT.
       COPY WNT.
       FD  WNBFILE LABEL RECORD STANDARD DATA RECORD WNB.
       01  WNB.
       COPY WNB.
       FD  WNOFILE LABEL RECORD STANDARD DATA RECORD WNO.
       01  WNO.
       COPY WNO.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).
       FD  RCKFILE LABEL RECORD STANDARD DATA RECORD RCK.
       01  RCK.
           05  RCK-PRIMARY-KEY     PIC X(5).
       01  REPLYX       PIC X     VALUE SPACE.
      * the command line carries the new week's issue date in fixed
      * position (MMDD), the same date that lands in WNR-ISS-DATE,
      * and optionally FORCE to override the batch-active lock,
      * followed by the supervisor's operator id.
       01  WS-PARM-CMD  PIC X(19) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-DATE.
               10  WS-PARM-MM PIC 99.
               10  WS-PARM-DD PIC 99.
           05  FILLER         PIC X.
           05  WS-PARM-FORCE  PIC X(5).
           05  FILLER         PIC X.
           05  WS-PARM-OPERATOR PIC X(8).
       01  WS-NEW-DATE   PIC 9(4) VALUE 0.
       01  WS-PHASE      PIC 9    VALUE 1.
       01  WS-START-DEALER PIC 9(5) VALUE 0.
       01  WS-WNK-OUT-CNT PIC 9(7) VALUE 0.
       01  WX            PIC 9    VALUE 0.
       01  WS-HOLD-COST  PIC 99V999 VALUE 0.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE   PIC 9(6) VALUE 0.
      * confirmed price changes for the new date, by title.
       01  WS-PRC-OPEN-FL PIC X   VALUE "N".
       01  WS-PRC-CNT    PIC 9(4) VALUE 0.
       01  WS-PRC-ROW-CNT PIC 9(7) VALUE 0.
       01  WS-PRC-DONE-CNT PIC 9(4) VALUE 0.
       01  WS-PRC-FLAG-CNT PIC 9(5) VALUE 0.
       01  PX            PIC 9(4) VALUE 0.
       01  WS-PRC-TABLE.
           05  WS-PRC-ENT OCCURS 999 TIMES.
               10  WS-PRC-FL       PIC X.
               10  WS-PRC-COST-DLR PIC 99V999.
       01  REG-HEAD-1.
           05  FILLER PIC X(40) VALUE
               "PRICE CHANGE REGISTER - ROLLOVER TO W/E ".
           05  RH1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  RH1-DD PIC 99.
       01  REG-HEAD-2.
           05  FILLER PIC X(30) VALUE "TITLE ITEM                   ".
           05  FILLER PIC X(30) VALUE
               "  DEALER    BEFORE    AFTER  ".
       01  REG-LINE.
           05  REG-TITLE-NO  PIC 999.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  REG-WHAT      PIC X(22).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  REG-DEALER-NO PIC ZZZZZ.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  REG-BEFORE    PIC Z9.999.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  REG-AFTER     PIC Z9.999.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  REG-NOTE      PIC X(30).
       COPY WNLWS.
       COPY WNLQWS.
       COPY OPRWS.

       PROCEDURE DIVISION.
       START-PROGRAM.
              DISPLAY "NEW WEEK DATE (MMDD) REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "WNKROLL" TO WS-OPR-PROGRAM
              MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR
              MOVE "Y" TO WS-OPR-SUPV-REQ
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE "WNKROLL" TO WS-QUIESCE-PROGRAM.
           MOVE WS-PARM-OPERATOR TO WS-QUIESCE-OPERATOR.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           MOVE "WNKROLL" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           MOVE WS-PARM-DATE TO WS-NEW-DATE.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           OPEN I-O WNKFILE WNRFILE.
           PERFORM GET-CHECKPOINT THRU END-GET-CHECKPOINT.
           PERFORM LOAD-PRICE-CHANGES THRU END-LOAD-PRICE-CHANGES.
           IF WS-PHASE = 2 GO TO PHASE-WNK.
           IF WS-PHASE = 3 GO TO PHASE-PRICE.

      * PHASE 1: age every dealer's WNR week dates.  a record whose
      * occurrence 1 already carries the new date was shifted by the

      * PHASE 2: age every WNK row; the new week 1 keeps the dealer
      * cost from the week it displaces and starts with zero draw
      * and returns until the home office posts them -- unless a
      * confirmed price change takes effect this week.
       PHASE-WNK.
           INITIALIZE WNK.
           MOVE WS-START-DEALER TO WNK-DEALER-NO.
           MOVE WS-START-TITLE TO WNK-TITLE-NO.
           START WNKFILE KEY GREATER WNK-PRIMARY-KEY
               INVALID KEY GO TO PHASE-WNK-DONE.
       READ-WNK.
           READ WNKFILE NEXT AT END GO TO PHASE-WNK-DONE.
           ADD 1 TO WS-WNK-IN-CNT.
           MOVE WNK-ISS-COST-DLR (1) TO WS-HOLD-COST.
           MOVE 6 TO WX.
              GO TO SHIFT-WNK-LOOP.
           INITIALIZE WNK-WEEK (1).
           MOVE WS-HOLD-COST TO WNK-ISS-COST-DLR (1).
           IF WNK-TITLE-NO GREATER 0
              IF WS-PRC-FL (WNK-TITLE-NO) = "Y"
                 PERFORM PRICE-WNK-ROW THRU END-PRICE-WNK-ROW.
           REWRITE WNK INVALID KEY
               DISPLAY "WNK REWRITE FAILED FOR " WNK-DEALER-NO
                   " TITLE " WNK-TITLE-NO
           MOVE WNK-TITLE-NO TO WS-START-TITLE.
           PERFORM PUT-CHECKPOINT.
           GO TO READ-WNK.
       PHASE-WNK-DONE.
           MOVE 3 TO WS-PHASE.
           MOVE 0 TO WS-START-DEALER WS-START-TITLE.
           PERFORM PUT-CHECKPOINT.

      * PHASE 3: the title-level prices for each confirmed change,
      * then the change is marked applied so a restart skips it.
       PHASE-PRICE.
           IF WS-PRC-OPEN-FL NOT = "Y" GO TO END-JOB.
           MOVE 0 TO PX.
       PRICE-TITLE-LOOP.
           ADD 1 TO PX.
           IF PX GREATER 999 GO TO END-JOB.
           IF WS-PRC-FL (PX) NOT = "Y" GO TO PRICE-TITLE-LOOP.
           MOVE WS-NEW-DATE TO PRC-EFF-DATE.
           MOVE PX TO PRC-TITLE-NO.
           READ PRCFILE INVALID KEY GO TO PRICE-TITLE-LOOP.
           IF PRC-STATUS NOT = "C" GO TO PRICE-TITLE-LOOP.
           PERFORM PRICE-MASTERS THRU END-PRICE-MASTERS.
           IF PRC-NEW-COST-DLR NOT = 0
              PERFORM FLAG-SPECIALS THRU END-FLAG-SPECIALS.
           MOVE WS-NEW-DATE TO PRC-EFF-DATE.
           MOVE PX TO PRC-TITLE-NO.
           READ PRCFILE INVALID KEY GO TO PRICE-TITLE-LOOP.
           MOVE "A" TO PRC-STATUS.
           MOVE WS-RUN-DATE TO PRC-APPLIED-DATE.
           REWRITE PRC.
           ADD 1 TO WS-PRC-DONE-CNT.
           GO TO PRICE-TITLE-LOOP.

      * the confirmed changes whose effective date is the week now
      * rolling in.  a restart loads only those not yet applied.
       LOAD-PRICE-CHANGES.
           INITIALIZE WS-PRC-TABLE.
           OPEN I-O PRCFILE.
           IF FL-STATUS NOT = "00"
              CLOSE PRCFILE
              GO TO END-LOAD-PRICE-CHANGES.
           MOVE "Y" TO WS-PRC-OPEN-FL.
           OPEN I-O PUBFILE WNTFILE WNBFILE.
           OPEN INPUT WNOFILE.
           OPEN EXTEND PRLINE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT PRLINE.
           MOVE WS-PARM-MM TO RH1-MM.
           MOVE WS-PARM-DD TO RH1-DD.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-HEAD-1 AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-HEAD-2 AFTER ADVANCING 2.
           INITIALIZE PRC.
           MOVE WS-NEW-DATE TO PRC-EFF-DATE.
           START PRCFILE KEY NOT LESS PRC-PRIMARY-KEY
               INVALID KEY GO TO END-LOAD-PRICE-CHANGES.
       LOAD-PRC-LOOP.
           READ PRCFILE NEXT AT END GO TO END-LOAD-PRICE-CHANGES.
           IF PRC-EFF-DATE NOT = WS-NEW-DATE
              GO TO END-LOAD-PRICE-CHANGES.
           IF PRC-STATUS NOT = "C" OR PRC-TITLE-NO = 0
              GO TO LOAD-PRC-LOOP.
           MOVE "Y" TO WS-PRC-FL (PRC-TITLE-NO).
           MOVE PRC-NEW-COST-DLR TO WS-PRC-COST-DLR (PRC-TITLE-NO).
           ADD 1 TO WS-PRC-CNT.
           GO TO LOAD-PRC-LOOP.
       END-LOAD-PRICE-CHANGES. EXIT.

      * the new week 1 of a changed title takes the new dealer
      * cost; a change that leaves dealer cost alone (zero) only
      * moves the title-level prices in phase 3.
       PRICE-WNK-ROW.
           IF WS-PRC-COST-DLR (WNK-TITLE-NO) = 0
              GO TO END-PRICE-WNK-ROW.
           MOVE WS-PRC-COST-DLR (WNK-TITLE-NO)
               TO WNK-ISS-COST-DLR (1).
           ADD 1 TO WS-PRC-ROW-CNT.
           MOVE SPACES TO REG-LINE.
           MOVE WNK-TITLE-NO TO REG-TITLE-NO.
           MOVE "DEALER COST" TO REG-WHAT.
           MOVE WNK-DEALER-NO TO REG-DEALER-NO.
           MOVE WS-HOLD-COST TO REG-BEFORE.
           MOVE WNK-ISS-COST-DLR (1) TO REG-AFTER.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1.
       END-PRICE-WNK-ROW. EXIT.

       PRICE-MASTERS.
           IF PRC-NEW-COST-PUB = 0 GO TO PRICE-CHAIN.
           MOVE SPACES TO REG-LINE.
           MOVE PX TO REG-TITLE-NO.
           MOVE "PUBLISHER COST" TO REG-WHAT.
           MOVE PX TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY
              MOVE "NO PUBFILE ROW - NOT CHANGED" TO REG-NOTE
              MOVE PRC-NEW-COST-PUB TO REG-AFTER
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1
              GO TO PRICE-CHAIN.
           MOVE PUB-PUB-COST TO REG-BEFORE.
           MOVE PRC-NEW-COST-PUB TO PUB-PUB-COST REG-AFTER.
           REWRITE PUB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1.
       PRICE-CHAIN.
           IF PRC-NEW-TREE-PRICE = 0 GO TO END-PRICE-MASTERS.
           MOVE SPACES TO REG-LINE.
           MOVE PX TO REG-TITLE-NO.
           MOVE "CHAIN PRICE" TO REG-WHAT.
           MOVE PX TO WNT-TITLE-NO.
           READ WNTFILE INVALID KEY
              MOVE "NO WNTFILE ROW - NOT CHANGED" TO REG-NOTE
              MOVE PRC-NEW-TREE-PRICE TO REG-AFTER
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1
              GO TO PRICE-BANNERS.
           MOVE WNT-TREE-PRICE TO REG-BEFORE.
           MOVE PRC-NEW-TREE-PRICE TO WNT-TREE-PRICE REG-AFTER.
           REWRITE WNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1.
       PRICE-BANNERS.
           INITIALIZE WNB.
           START WNBFILE KEY NOT LESS WNB-PRIMARY-KEY
               INVALID KEY GO TO END-PRICE-MASTERS.
       PRICE-WNB-LOOP.
           READ WNBFILE NEXT AT END GO TO END-PRICE-MASTERS.
           IF WNB-TITLE-NO NOT = PX GO TO PRICE-WNB-LOOP.
           MOVE SPACES TO REG-LINE.
           MOVE PX TO REG-TITLE-NO.
           MOVE "BANNER    CHAIN PRICE" TO REG-WHAT.
           MOVE WNB-BANNER-CODE TO REG-WHAT (8:2).
           MOVE WNB-TREE-PRICE TO REG-BEFORE.
           MOVE PRC-NEW-TREE-PRICE TO WNB-TREE-PRICE REG-AFTER.
           REWRITE WNB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1.
           GO TO PRICE-WNB-LOOP.
       END-PRICE-MASTERS. EXIT.

      * special prices are left as keyed; one now above the new
      * dealer cost goes on the register for the office to fix.
       FLAG-SPECIALS.
           INITIALIZE WNO.
           START WNOFILE KEY NOT LESS WNO-PRIMARY-KEY
               INVALID KEY GO TO END-FLAG-SPECIALS.
       FLAG-WNO-LOOP.
           READ WNOFILE NEXT AT END GO TO END-FLAG-SPECIALS.
           IF WNO-TITLE-NO NOT = PX GO TO FLAG-WNO-LOOP.
           IF WNO-SPEC-PRICE NOT GREATER PRC-NEW-COST-DLR
              GO TO FLAG-WNO-LOOP.
           ADD 1 TO WS-PRC-FLAG-CNT.
           MOVE SPACES TO REG-LINE.
           MOVE PX TO REG-TITLE-NO.
           MOVE "SPECIAL PRICE" TO REG-WHAT.
           MOVE WNO-DEALER-NO TO REG-DEALER-NO.
           MOVE WNO-SPEC-PRICE TO REG-BEFORE.
           MOVE PRC-NEW-COST-DLR TO REG-AFTER.
           MOVE "*** ABOVE NEW DEALER COST" TO REG-NOTE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM REG-LINE AFTER ADVANCING 1.
           GO TO FLAG-WNO-LOOP.
       END-FLAG-SPECIALS. EXIT.

      * the ROLLCK checkpoint: an in-progress record for this date
      * means a prior run stopped half-rolled -- resume its phase
              GO TO CLOSE-FILES.
           MOVE "ROLL " TO RCK-PRIMARY-KEY.
           MOVE "C" TO RCK-STATUS.
           MOVE 3 TO RCK-PHASE.
           MOVE WS-NEW-DATE TO RCK-ISS-DATE.
           MOVE WS-WNR-OUT-CNT TO RCK-WNR-CNT.
           MOVE WS-WNK-OUT-CNT TO RCK-WNK-CNT.
           DISPLAY "ROLLOVER COMPLETE FOR W/E " WS-NEW-DATE.
           DISPLAY "WNR DEALERS SHIFTED: " WS-WNR-OUT-CNT.
           DISPLAY "WNK ROWS SHIFTED:    " WS-WNK-OUT-CNT.
           IF WS-PRC-OPEN-FL = "Y"
              DISPLAY "PRICE CHANGES APPLIED: " WS-PRC-DONE-CNT
              DISPLAY "DEALER ROWS REPRICED:  " WS-PRC-ROW-CNT
              DISPLAY "SPECIAL PRICES FLAGGED: " WS-PRC-FLAG-CNT.
       CLOSE-FILES.
           MOVE WS-WNK-OUT-CNT TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           CLOSE WNKFILE WNRFILE RCKFILE.
           IF WS-PRC-OPEN-FL = "Y"
              CLOSE PRCFILE PUBFILE WNTFILE WNBFILE WNOFILE PRLINE.
           STOP RUN.

       COPY WNLLOG.

       COPY WNLQUIES.
       COPY OPRCHK.
