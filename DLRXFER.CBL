       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRXFER.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: MID-WEEK DEALER-TO-DEALER COPY TRANSFERS.  WHEN
      * ONE STORE SELLS OUT AND THE NEXT STORE ON THE ROUTE HAS A
      * STACK, THE DRIVER MOVES COPIES BETWEEN THEM; UNTIL NOW THE
      * FILES NEVER KNEW, SO THE GIVING DEALER WAS BILLED FOR
      * COPIES THE OTHER ONE SOLD AND THE RETURNS LOOKED WRONG ON
      * BOTH.  THE OFFICE KEYS EACH TRANSFER INTO DLRXFER.TRN:
      * FROM DEALER, TO DEALER, TITLE, DAY (MON-SUN OF THE
      * CURRENT WEEK, OCCURRENCE 3), QUANTITY AND DRIVER.  BOTH
      * DEALERS MUST BE ON WNAFILE AND CARRY THE TITLE, AND THE
      * GIVING DEALER MUST HAVE DRAWN AT LEAST THE QUANTITY THAT
      * DAY.  THE QUANTITY COMES OFF THE GIVING DEALER'S
      * WNK-ISS-DRAW DAY FIELD AND GOES ON THE RECEIVING
      * DEALER'S IN ONE POSTING -- IF THE SECOND REWRITE FAILS
      * THE FIRST IS PUT BACK, AND IF THE TRANSFER CANNOT BE
      * LOGGED ON XFRFL.KEY BOTH ARE PUT BACK.
      *
      * EVERY TRANSFER POSTED IS KEPT ON XFRFL.KEY BY RECEIVING
      * DEALER, TITLE AND WEEK (AND BY GIVING DEALER ON THE
      * ALTERNATE KEY) SO SUGDRAW READS TRANSFERS IN AS SELL-OUT
      * EVIDENCE FOR THE RECEIVING DEALER INSTEAD OF NORMAL
      * DRAW.  THE REGISTER LISTS EACH TRANSFER WITH BOTH DAY
      * DRAWS BEFORE AND AFTER, AND EVERY DAY DRAW CHANGED GOES
      * TO THE JRNFILE CHANGE JOURNAL.  THE OPERATOR ID IS
      * REQUIRED ON THE COMMAND LINE.
      *
      *  REJECT REASON CODES:
      *     01 DEALER, TITLE OR QUANTITY NOT NUMERIC, QUANTITY
      *        ZERO, DAY NOT MON-SUN, DRIVER BLANK, OR FROM AND
      *        TO DEALER THE SAME
      *     02 FROM DEALER NOT ON WNAFILE
      *     03 TO DEALER NOT ON WNAFILE
      *     04 TITLE NOT ON WNXFILE
      *     05 FROM DEALER HAS NO WNK ROW FOR THE TITLE OR DREW
      *        LESS THAN THE QUANTITY THAT DAY
      *     06 TO DEALER HAS NO WNK ROW FOR THE TITLE
      *     07 THE SAME TRANSFER IS ALREADY POSTED THIS WEEK
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
      *           a transfer that cannot be written to XFRFL.KEY is no
      *           longer left posted: both WNK day draws are put back
      *           and the register shows it as LOG WRITE FAILED, since
      *           the log is the rerun guard and what SUGDRAW reads.
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
       COPY XFRSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/DLRXFER.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/DLRXFER.PRT"
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
       FD  XFRFILE LABEL RECORD STANDARD DATA RECORD XFR.
       01  XFR.
       COPY XFR.
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
           05  TRN-FROM-DEALER PIC 9(5).
           05  TRN-TO-DEALER   PIC 9(5).
           05  TRN-TITLE-NO    PIC 999.
           05  TRN-DAY         PIC X(3).
           05  TRN-QTY         PIC 9(5).
           05  TRN-DRIVER      PIC X(8).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE  PIC 9(6)  VALUE 0.
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
       01  WS-CUR-WEEK   PIC 9    VALUE 3.
       01  WS-WEEK-DATE  PIC 9(4) VALUE 0.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-TTL-COPIES PIC 9(7) VALUE 0.
       01  DAYX          PIC 9    VALUE 0.
       01  WS-XFR-DAY    PIC 9    VALUE 0.
       01  WS-FROM-NAME  PIC X(30) VALUE SPACE.
       01  WS-TO-NAME    PIC X(30) VALUE SPACE.
      * the day draw on each side before and after the transfer.
       01  WS-FROM-BEFORE PIC 9(5) VALUE 0.
       01  WS-FROM-AFTER  PIC 9(5) VALUE 0.
       01  WS-TO-BEFORE   PIC 9(5) VALUE 0.
       01  WS-TO-AFTER    PIC 9(5) VALUE 0.
      * why a posting failed, for the register.
       01  WS-FAIL-RESULT PIC X(20) VALUE SPACE.
      * the seven current-week day draws of the row in hand line up
      * here so the transfer day is picked by subscript.
       01  WS-ROW-DAYS.
           05  WS-ROW-DAY OCCURS 7 TIMES PIC 9(5).
       01  HEAD-1.
           05  FILLER PIC X(36) VALUE
               "DEALER-TO-DEALER TRANSFER REGISTER".
           05  FILLER PIC X(13) VALUE "WEEK ENDING ".
           05  H1-WEEK-DATE PIC 9(4).
           05  FILLER PIC X(8) VALUE "   DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  HEAD-2.
           05  FILLER PIC X(69) VALUE SPACE.
           05  FILLER PIC X(23) VALUE
               "-FROM DAY-- --TO DAY---".
       01  HEAD-3.
           05  FILLER PIC X(44) VALUE
               "FROM  NAME             TO    NAME           ".
           05  FILLER PIC X(22) VALUE
               "  TTL DAY   QTY DRIVER".
           05  FILLER PIC X(34) VALUE
               "     BEF   AFT   BEF   AFT  RESULT".
       01  DETAIL-LINE.
           05  DET-FROM-NO   PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-FROM-NAME PIC X(16).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TO-NO     PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TO-NAME   PIC X(16).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DAY       PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-QTY       PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DRIVER    PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-FROM-BEF  PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-FROM-AFT  PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TO-BEF    PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TO-AFT    PIC ZZZZ9.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(20).
       01  TOTAL-LINE.
           05  FILLER        PIC X(20) VALUE "TRANSFERS POSTED: ".
           05  TOT-POSTED    PIC ZZZZ9.
           05  FILLER        PIC X(16) VALUE "   COPIES MOVED ".
           05  TOT-COPIES    PIC ZZZZZZ9.
           05  FILLER        PIC X(13) VALUE "   REJECTED ".
           05  TOT-REJECTED  PIC ZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "DLRXFER" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           OPEN I-O WNKFILE.
           OPEN INPUT WNRFILE WNAFILE WNXFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WNR-ISS-DATE (WS-CUR-WEEK) TO WS-WEEK-DATE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "DLRXFER.TRN NOT FOUND - NO TRANSFERS"
              CLOSE WNKFILE WNRFILE WNAFILE WNXFILE
              STOP RUN.
           OPEN I-O XFRFILE.
           IF FL-STATUS NOT = "00"
              CLOSE XFRFILE
              OPEN OUTPUT XFRFILE
              CLOSE XFRFILE
              OPEN I-O XFRFILE.
           MOVE "DLRXFER" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-WEEK-DATE TO H1-WEEK-DATE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-3 AFTER ADVANCING 1.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON WS-XFR-DAY.
           MOVE 0 TO WS-FROM-BEFORE WS-FROM-AFTER
                     WS-TO-BEFORE WS-TO-AFTER.
           MOVE SPACES TO WS-FROM-NAME WS-TO-NAME.
           MOVE 0 TO DAYX.
       FIND-DAY.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO DAY-FOUND.
           IF WS-DAY-NAME (DAYX) NOT = TRN-DAY GO TO FIND-DAY.
           MOVE DAYX TO WS-XFR-DAY.
       DAY-FOUND.
           IF TRN-FROM-DEALER NOT NUMERIC
              OR TRN-TO-DEALER NOT NUMERIC
              OR TRN-TITLE-NO NOT NUMERIC OR TRN-QTY NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-QTY = 0 OR WS-XFR-DAY = 0 OR TRN-DRIVER = SPACES
              OR TRN-FROM-DEALER = TRN-TO-DEALER
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-FROM-DEALER TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE WNA-NAME TO WS-FROM-NAME.
           MOVE TRN-TO-DEALER TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE WNA-NAME TO WS-TO-NAME.
           MOVE TRN-TITLE-NO TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
      * both rows are read and checked before either is touched.
           MOVE TRN-FROM-DEALER TO WNK-DEALER-NO.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY
              MOVE 05 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM LOAD-DAYS.
           MOVE WS-ROW-DAY (WS-XFR-DAY) TO WS-FROM-BEFORE.
           IF WS-FROM-BEFORE LESS TRN-QTY
              MOVE 05 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TO-DEALER TO WNK-DEALER-NO.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY
              MOVE 06 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM LOAD-DAYS.
           MOVE WS-ROW-DAY (WS-XFR-DAY) TO WS-TO-BEFORE.
           PERFORM CHECK-POSTED THRU END-CHECK-POSTED.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           COMPUTE WS-FROM-AFTER = WS-FROM-BEFORE - TRN-QTY.
           COMPUTE WS-TO-AFTER = WS-TO-BEFORE + TRN-QTY.
           PERFORM POST-TRANSFER THRU END-POST-TRANSFER.
           GO TO READ-TRN.

      * a rerun of the same transaction file must not move the
      * copies twice: the same giving dealer, day, quantity and
      * driver already logged against this receiving dealer, title
      * and week is refused.
       CHECK-POSTED.
           MOVE TRN-TO-DEALER TO XFR-TO-DEALER-NO.
           MOVE TRN-TITLE-NO TO XFR-TITLE-NO.
           MOVE WS-WEEK-DATE TO XFR-WEEK-DATE.
           MOVE 0 TO XFR-SEQ.
           START XFRFILE KEY NOT LESS XFR-PRIMARY-KEY
               INVALID KEY GO TO END-CHECK-POSTED.
       CHECK-POSTED-LOOP.
           READ XFRFILE NEXT AT END GO TO END-CHECK-POSTED.
           IF XFR-TO-DEALER-NO NOT = TRN-TO-DEALER
              OR XFR-TITLE-NO NOT = TRN-TITLE-NO
              OR XFR-WEEK-DATE NOT = WS-WEEK-DATE
              GO TO END-CHECK-POSTED.
           IF XFR-FROM-DEALER-NO = TRN-FROM-DEALER
              AND XFR-DAY-NO = WS-XFR-DAY AND XFR-QTY = TRN-QTY
              AND XFR-DRIVER = TRN-DRIVER
              MOVE 07 TO WS-REJ-REASON
              GO TO END-CHECK-POSTED.
           GO TO CHECK-POSTED-LOOP.
       END-CHECK-POSTED. EXIT.

      * the giving row comes down first, then the receiving row
      * goes up; a receiving rewrite that fails puts the giving
      * row back so the copies are never lost or doubled.
       POST-TRANSFER.
           MOVE "REWRITE FAILED" TO WS-FAIL-RESULT.
           MOVE TRN-FROM-DEALER TO WNK-DEALER-NO.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY GO TO POST-FAILED.
           PERFORM LOAD-DAYS.
           MOVE WS-FROM-AFTER TO WS-ROW-DAY (WS-XFR-DAY).
           PERFORM STORE-DAYS.
           REWRITE WNK INVALID KEY GO TO POST-FAILED.
           MOVE TRN-TO-DEALER TO WNK-DEALER-NO.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY GO TO POST-BACK-OUT.
           PERFORM LOAD-DAYS.
           MOVE WS-TO-AFTER TO WS-ROW-DAY (WS-XFR-DAY).
           PERFORM STORE-DAYS.
           REWRITE WNK INVALID KEY GO TO POST-BACK-OUT.
           INITIALIZE XFR.
           MOVE TRN-TO-DEALER TO XFR-TO-DEALER-NO.
           MOVE TRN-TITLE-NO TO XFR-TITLE-NO XFR-TITLE-NO-ONE.
           MOVE WS-WEEK-DATE TO XFR-WEEK-DATE XFR-WEEK-DATE-ONE.
           MOVE TRN-FROM-DEALER TO XFR-FROM-DEALER-NO.
           MOVE WS-XFR-DAY TO XFR-DAY-NO.
           MOVE TRN-QTY TO XFR-QTY.
           MOVE TRN-DRIVER TO XFR-DRIVER.
           MOVE WS-OPERATOR TO XFR-OPERATOR.
           MOVE WS-RUN-DATE TO XFR-POST-DATE.
       POST-LOG-WRITE.
           ADD 1 TO XFR-SEQ.
           WRITE XFR INVALID KEY
              IF FL-STATUS = "22" AND XFR-SEQ LESS 999
                 GO TO POST-LOG-WRITE
              ELSE
                 DISPLAY "TRANSFER LOG WRITE FAILED - STATUS "
                     FL-STATUS " " TRN-FROM-DEALER " "
                     TRN-TO-DEALER " " TRN-TITLE-NO
                 MOVE "LOG WRITE FAILED" TO WS-FAIL-RESULT
                 GO TO POST-LOG-BACK-OUT.
           ADD 1 TO WS-POST-CNT.
           ADD TRN-QTY TO WS-TTL-COPIES.
           PERFORM JRN-TRANSFER.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM DETAIL-FIELDS.
           MOVE WS-FROM-BEFORE TO DET-FROM-BEF.
           MOVE WS-FROM-AFTER TO DET-FROM-AFT.
           MOVE WS-TO-BEFORE TO DET-TO-BEF.
           MOVE WS-TO-AFTER TO DET-TO-AFT.
           MOVE "POSTED" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO END-POST-TRANSFER.
      * an unlogged transfer would post again on a rerun and never
      * reach SUGDRAW: the receiving row goes back first, then the
      * giving row.
       POST-LOG-BACK-OUT.
           MOVE TRN-TO-DEALER TO WNK-DEALER-NO.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY GO TO POST-FAILED.
           PERFORM LOAD-DAYS.
           MOVE WS-TO-BEFORE TO WS-ROW-DAY (WS-XFR-DAY).
           PERFORM STORE-DAYS.
           REWRITE WNK INVALID KEY GO TO POST-FAILED.
       POST-BACK-OUT.
           MOVE TRN-FROM-DEALER TO WNK-DEALER-NO.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY GO TO POST-FAILED.
           PERFORM LOAD-DAYS.
           MOVE WS-FROM-BEFORE TO WS-ROW-DAY (WS-XFR-DAY).
           PERFORM STORE-DAYS.
           REWRITE WNK INVALID KEY GO TO POST-FAILED.
       POST-FAILED.
           IF WS-FAIL-RESULT = "REWRITE FAILED"
              DISPLAY "WNK REWRITE FAILED FOR TRANSFER "
                  TRN-FROM-DEALER " TO " TRN-TO-DEALER
                  " TITLE " TRN-TITLE-NO.
           MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM DETAIL-FIELDS.
           MOVE WS-FROM-BEFORE TO DET-FROM-BEF.
           MOVE WS-TO-BEFORE TO DET-TO-BEF.
           MOVE WS-FAIL-RESULT TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
       END-POST-TRANSFER. EXIT.

      * one journal entry for each side's day draw.
       JRN-TRANSFER.
           MOVE "WNKFL" TO WS-JRN-FILE.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE TRN-TITLE-NO TO WS-JRN-TITLE-NO.
           MOVE SPACES TO WS-JRN-KEY.
           STRING TRN-FROM-DEALER " " TRN-TITLE-NO
               DELIMITED SIZE INTO WS-JRN-KEY.
           MOVE TRN-FROM-DEALER TO WS-JRN-DEALER-NO.
           STRING "DRAW-" WS-DAY-NAME (WS-XFR-DAY) " WK3"
               DELIMITED SIZE INTO WS-JRN-FIELD.
           MOVE WS-FROM-BEFORE TO WS-JRN-BEFORE.
           MOVE WS-FROM-AFTER TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE SPACES TO WS-JRN-KEY.
           STRING TRN-TO-DEALER " " TRN-TITLE-NO
               DELIMITED SIZE INTO WS-JRN-KEY.
           MOVE TRN-TO-DEALER TO WS-JRN-DEALER-NO.
           STRING "DRAW-" WS-DAY-NAME (WS-XFR-DAY) " WK3"
               DELIMITED SIZE INTO WS-JRN-FIELD.
           MOVE WS-TO-BEFORE TO WS-JRN-BEFORE.
           MOVE WS-TO-AFTER TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.

       LOAD-DAYS.
           MOVE WNK-ISS-DRAW-MON (WS-CUR-WEEK) TO WS-ROW-DAY (1).
           MOVE WNK-ISS-DRAW-TUE (WS-CUR-WEEK) TO WS-ROW-DAY (2).
           MOVE WNK-ISS-DRAW-WED (WS-CUR-WEEK) TO WS-ROW-DAY (3).
           MOVE WNK-ISS-DRAW-THU (WS-CUR-WEEK) TO WS-ROW-DAY (4).
           MOVE WNK-ISS-DRAW-FRI (WS-CUR-WEEK) TO WS-ROW-DAY (5).
           MOVE WNK-ISS-DRAW-SAT (WS-CUR-WEEK) TO WS-ROW-DAY (6).
           MOVE WNK-ISS-DRAW-SUN (WS-CUR-WEEK) TO WS-ROW-DAY (7).

       STORE-DAYS.
           MOVE WS-ROW-DAY (1) TO WNK-ISS-DRAW-MON (WS-CUR-WEEK).
           MOVE WS-ROW-DAY (2) TO WNK-ISS-DRAW-TUE (WS-CUR-WEEK).
           MOVE WS-ROW-DAY (3) TO WNK-ISS-DRAW-WED (WS-CUR-WEEK).
           MOVE WS-ROW-DAY (4) TO WNK-ISS-DRAW-THU (WS-CUR-WEEK).
           MOVE WS-ROW-DAY (5) TO WNK-ISS-DRAW-FRI (WS-CUR-WEEK).
           MOVE WS-ROW-DAY (6) TO WNK-ISS-DRAW-SAT (WS-CUR-WEEK).
           MOVE WS-ROW-DAY (7) TO WNK-ISS-DRAW-SUN (WS-CUR-WEEK).

      * the register columns common to posted and rejected lines;
      * a field that did not pass its edit prints blank.
       DETAIL-FIELDS.
           IF TRN-FROM-DEALER NUMERIC
              MOVE TRN-FROM-DEALER TO DET-FROM-NO.
           IF TRN-TO-DEALER NUMERIC
              MOVE TRN-TO-DEALER TO DET-TO-NO.
           MOVE WS-FROM-NAME TO DET-FROM-NAME.
           MOVE WS-TO-NAME TO DET-TO-NAME.
           IF TRN-TITLE-NO NUMERIC
              MOVE TRN-TITLE-NO TO DET-TITLE-NO.
           MOVE TRN-DAY TO DET-DAY.
           IF TRN-QTY NUMERIC
              MOVE TRN-QTY TO DET-QTY.
           MOVE TRN-DRIVER TO DET-DRIVER.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM DETAIL-FIELDS.
      * the day draws print only as far as the edits got.
           IF WS-REJ-REASON GREATER 5
              OR (WS-REJ-REASON = 5 AND WS-FROM-BEFORE GREATER 0)
              MOVE WS-FROM-BEFORE TO DET-FROM-BEF.
           IF WS-REJ-REASON = 7
              MOVE WS-TO-BEFORE TO DET-TO-BEF.
           MOVE "REJECTED - REASON " TO DET-RESULT.
           MOVE WS-REJ-REASON TO DET-RESULT (19:2).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.

       END-JOB.
           MOVE WS-POST-CNT TO TOT-POSTED.
           MOVE WS-TTL-COPIES TO TOT-COPIES.
           MOVE WS-REJ-CNT TO TOT-REJECTED.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           DISPLAY "TRANSFERS READ:      " WS-READ-CNT.
           DISPLAY "TRANSFERS POSTED:    " WS-POST-CNT.
           DISPLAY "COPIES MOVED:        " WS-TTL-COPIES.
           DISPLAY "TRANSFERS REJECTED:  " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0 AND RETURN-CODE LESS 8
              MOVE 8 TO RETURN-CODE.
           CLOSE WNKFILE WNRFILE WNAFILE WNXFILE XFRFILE JRNFILE
                 TRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
