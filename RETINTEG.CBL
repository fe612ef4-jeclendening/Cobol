       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETINTEG.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: NIGHTLY RETURNS INTEGRITY EXCEPTION REPORT.
      * LATERECON ONLY HOLDS AFFIDAVITS UP AGAINST WNK; NOTHING
      * CHECKED THE POSTED RETURNS THEMSELVES, SO A BAD POSTING
      * FROM DOCKTAKE, SCANTAKE OR THE KEYBOARD WENT STRAIGHT ONTO
      * THE INVOICE.  THIS READS EVERY DEALER/TITLE ON WNKFILE
      * ACROSS ALL SIX WNK-WEEK OCCURRENCES AND LISTS:
      *     ZERO DRAW   - RETURNS ON A DAY WITH NO DRAW,
      *     OVER DRAW   - RETURNS GREATER THAN THE DAY'S DRAW,
      *     NO-PUB DAY  - RETURNS ON A DAY WPCFILE MARKS AS
      *                   NO-PUBLISH,
      *     PAST WINDOW - RETURNS ON AN ISSUE DAY OLDER THAN THE
      *                   TITLE'S WNX-RET-WINDOW-DAYS OFF-SALE
      *                   WINDOW (ZERO OR UNSET MEANS NO WINDOW;
      *                   MONTH-TIMES-30 ARITHMETIC AS IN LATEEDIT),
      *     RATE JUMP   - A WEEK WHOSE RETURNS RATE IS 25 POINTS
      *                   OR MORE ABOVE THE DEALER/TITLE'S WNHFILE
      *                   HISTORY RATE (AT LEAST 4 HISTORY WEEKS
      *                   AND 10 COPIES DRAWN THAT WEEK).
      * EACH LINE SHOWS THE DEALER, TITLE, WEEK, DAY AND THE
      * QUANTITIES.  RUN IT AHEAD OF DLRINVOICE SO THE LIST IS IN
      * HAND, AND THE POSTINGS FIXED, BEFORE THE DEALERS ARE
      * BILLED.  NOTHING HERE CHANGES ANY FILE.
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
       COPY WNRSEL.
       COPY WNXSEL.
       COPY WPCSEL.
       COPY WNHSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/RETINTEG.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  WPCFILE LABEL RECORD STANDARD DATA RECORD WPC.
       01  WPC.
       COPY WPC.
       FD  WNHFILE LABEL RECORD STANDARD DATA RECORD WNH.
       01  WNH.
       COPY WNH.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WX             PIC 9 VALUE 0.
       01  DAYX           PIC 9 VALUE 0.
       01  WS-WPC-OPEN-FL PIC X VALUE "N".
       01  WS-WNH-OPEN-FL PIC X VALUE "N".
       01  WS-READ-CNT    PIC 9(7) VALUE 0.
       01  WS-EXC-CNT     PIC 9(7) VALUE 0.
       01  WS-ZERO-CNT    PIC 9(7) VALUE 0.
       01  WS-OVER-CNT    PIC 9(7) VALUE 0.
       01  WS-NOPUB-CNT   PIC 9(7) VALUE 0.
       01  WS-WINDOW-CNT  PIC 9(7) VALUE 0.
       01  WS-JUMP-CNT    PIC 9(7) VALUE 0.
      * rate-jump thresholds: points above the history rate, the
      * fewest history weeks worth comparing against, and the
      * smallest weekly draw worth a percentage.
       01  WS-JUMP-PTS    PIC 999  VALUE 25.
       01  WS-MIN-HIST    PIC 999  VALUE 4.
       01  WS-MIN-DRAW    PIC 9(5) VALUE 10.
      * per week: the week-ending date split out, the no-publish
      * days off WPCFILE and how many days old each issue day is
      * tonight (weeks 1-3 are current or ahead and count as 0).
       01  WS-WEEK-DATE   PIC 9(4) VALUE 0.
       01  WS-WEEK-DATE-R REDEFINES WS-WEEK-DATE.
           05  WS-WEEK-MM PIC 99.
           05  WS-WEEK-DD PIC 99.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENT OCCURS 6 TIMES.
               10  WS-NOPUB-FL  OCCURS 7 TIMES PIC X.
               10  WS-DAY-AGE   OCCURS 7 TIMES PIC S9(5).
       01  WS-TODAY-DAYS  PIC S9(5) VALUE 0.
       01  WS-ISS-DAYS    PIC S9(5) VALUE 0.
       01  WS-DAY-TABLES.
           05  WS-DAY-DRAW OCCURS 7 TIMES PIC 9(5).
           05  WS-DAY-RET  OCCURS 7 TIMES PIC 9(5).
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
       01  WS-WINDOW      PIC 999  VALUE 0.
       01  WS-WEEK-DRAW   PIC 9(7) VALUE 0.
       01  WS-WEEK-RET    PIC 9(7) VALUE 0.
       01  WS-WEEK-PCT    PIC 999  VALUE 0.
       01  WS-HIST-DRAW   PIC 9(9) VALUE 0.
       01  WS-HIST-RET    PIC 9(9) VALUE 0.
       01  WS-HIST-WEEKS  PIC 999  VALUE 0.
       01  WS-HIST-PCT    PIC 999  VALUE 0.
       01  WS-JUMP-LIMIT  PIC 9(4) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(40) VALUE
               "RETURNS INTEGRITY EXCEPTIONS     RUN ".
           05  H1-MM  PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD  PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY  PIC 99.
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "EXCEPTION   DEALER NAME                     ".
           05  FILLER PIC X(42) VALUE
               "TTL W  W/E  DAY    DRAW     RET  DETAIL   ".
       01  EXC-LINE.
           05  EXC-TYPE      PIC X(12).
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-NAME      PIC X(24).
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-WEEK      PIC 9.
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-WE-MM     PIC 99.
           05  EXC-SLASH     PIC X VALUE "/".
           05  EXC-WE-DD     PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-DAY       PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-DRAW      PIC ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  EXC-RET       PIC ZZZZZZ9.
           05  FILLER        PIC XX VALUE SPACES.
           05  EXC-DETAIL    PIC X(40).
       01  EXC-WINDOW-DETAIL.
           05  FILLER        PIC X(7) VALUE "WINDOW ".
           05  EXW-WINDOW    PIC ZZ9.
           05  FILLER        PIC X(15) VALUE " DAYS, ISSUE IS".
           05  EXW-AGE       PIC ZZZZ9.
           05  FILLER        PIC X(10) VALUE " DAYS OLD".
       01  EXC-JUMP-DETAIL.
           05  FILLER        PIC X(10) VALUE "WEEK RATE ".
           05  EXJ-WEEK-PCT  PIC ZZ9.
           05  FILLER        PIC X(15) VALUE "% HISTORY RATE ".
           05  EXJ-HIST-PCT  PIC ZZ9.
           05  FILLER        PIC X(5) VALUE "% OF ".
           05  EXJ-HIST-WKS  PIC ZZ9.
           05  FILLER        PIC X(4) VALUE " WKS".
       01  COUNT-LINE.
           05  CNT-LABEL     PIC X(24).
           05  CNT-QTY       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT WNKFILE WNRFILE WNXFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WPCFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-WPC-OPEN-FL.
           OPEN INPUT WNHFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-WNH-OPEN-FL.
           OPEN OUTPUT PRLINE.
           PERFORM LOAD-WEEKS THRU END-LOAD-WEEKS.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           INITIALIZE WNK.
           START WNKFILE KEY NOT LESS WNK-PRIMARY-KEY
               INVALID KEY GO TO END-JOB.
       READ-WNK.
           READ WNKFILE NEXT AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-WINDOW.
           MOVE WNK-TITLE-NO TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY MOVE 0 TO WNX-RET-WINDOW-DAYS.
           IF WNX-RET-WINDOW-DAYS NUMERIC
              MOVE WNX-RET-WINDOW-DAYS TO WS-WINDOW.
           PERFORM LOAD-HISTORY THRU END-LOAD-HISTORY.
           MOVE 0 TO WX.
       WEEK-LOOP.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO READ-WNK.
           MOVE WNK-ISS-DRAW-MON (WX) TO WS-DAY-DRAW (1).
           MOVE WNK-ISS-DRAW-TUE (WX) TO WS-DAY-DRAW (2).
           MOVE WNK-ISS-DRAW-WED (WX) TO WS-DAY-DRAW (3).
           MOVE WNK-ISS-DRAW-THU (WX) TO WS-DAY-DRAW (4).
           MOVE WNK-ISS-DRAW-FRI (WX) TO WS-DAY-DRAW (5).
           MOVE WNK-ISS-DRAW-SAT (WX) TO WS-DAY-DRAW (6).
           MOVE WNK-ISS-DRAW-SUN (WX) TO WS-DAY-DRAW (7).
           MOVE WNK-ISS-RET-MON (WX) TO WS-DAY-RET (1).
           MOVE WNK-ISS-RET-TUE (WX) TO WS-DAY-RET (2).
           MOVE WNK-ISS-RET-WED (WX) TO WS-DAY-RET (3).
           MOVE WNK-ISS-RET-THU (WX) TO WS-DAY-RET (4).
           MOVE WNK-ISS-RET-FRI (WX) TO WS-DAY-RET (5).
           MOVE WNK-ISS-RET-SAT (WX) TO WS-DAY-RET (6).
           MOVE WNK-ISS-RET-SUN (WX) TO WS-DAY-RET (7).
           MOVE 0 TO WS-WEEK-DRAW WS-WEEK-RET.
           MOVE 0 TO DAYX.
       DAY-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO CHECK-RATE.
           ADD WS-DAY-DRAW (DAYX) TO WS-WEEK-DRAW.
           ADD WS-DAY-RET (DAYX) TO WS-WEEK-RET.
           IF WS-DAY-RET (DAYX) = 0 GO TO DAY-LOOP.
           IF WS-DAY-DRAW (DAYX) = 0
              MOVE "ZERO DRAW" TO EXC-TYPE
              MOVE SPACES TO EXC-DETAIL
              ADD 1 TO WS-ZERO-CNT
              PERFORM WRITE-DAY-LINE THRU END-WRITE-DAY-LINE
           ELSE
              IF WS-DAY-RET (DAYX) GREATER WS-DAY-DRAW (DAYX)
                 MOVE "OVER DRAW" TO EXC-TYPE
                 MOVE SPACES TO EXC-DETAIL
                 ADD 1 TO WS-OVER-CNT
                 PERFORM WRITE-DAY-LINE THRU END-WRITE-DAY-LINE.
           IF WS-NOPUB-FL (WX DAYX) = "Y"
              MOVE "NO-PUB DAY" TO EXC-TYPE
              MOVE "WPCFILE NO-PUBLISH DAY" TO EXC-DETAIL
              ADD 1 TO WS-NOPUB-CNT
              PERFORM WRITE-DAY-LINE THRU END-WRITE-DAY-LINE.
           IF WS-WINDOW GREATER 0
              AND WS-DAY-AGE (WX DAYX) GREATER WS-WINDOW
              MOVE "PAST WINDOW" TO EXC-TYPE
              MOVE WS-WINDOW TO EXW-WINDOW
              MOVE WS-DAY-AGE (WX DAYX) TO EXW-AGE
              MOVE EXC-WINDOW-DETAIL TO EXC-DETAIL
              ADD 1 TO WS-WINDOW-CNT
              PERFORM WRITE-DAY-LINE THRU END-WRITE-DAY-LINE.
           GO TO DAY-LOOP.

      * the week's returns rate against the dealer/title's own
      * history -- only where there is enough history and enough
      * draw for a percentage to mean anything.
       CHECK-RATE.
           IF WS-HIST-WEEKS LESS WS-MIN-HIST
              OR WS-HIST-DRAW = 0
              OR WS-WEEK-DRAW LESS WS-MIN-DRAW
              GO TO WEEK-LOOP.
           COMPUTE WS-WEEK-PCT ROUNDED =
               WS-WEEK-RET * 100 / WS-WEEK-DRAW
               ON SIZE ERROR MOVE 999 TO WS-WEEK-PCT.
           ADD WS-HIST-PCT WS-JUMP-PTS GIVING WS-JUMP-LIMIT.
           IF WS-WEEK-PCT LESS WS-JUMP-LIMIT GO TO WEEK-LOOP.
           MOVE "RATE JUMP" TO EXC-TYPE.
           MOVE WS-WEEK-PCT TO EXJ-WEEK-PCT.
           MOVE WS-HIST-PCT TO EXJ-HIST-PCT.
           MOVE WS-HIST-WEEKS TO EXJ-HIST-WKS.
           MOVE EXC-JUMP-DETAIL TO EXC-DETAIL.
           ADD 1 TO WS-JUMP-CNT.
           MOVE 0 TO DAYX.
           PERFORM WRITE-EXC-LINE THRU END-WRITE-EXC-LINE.
           GO TO WEEK-LOOP.

       END-JOB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE "ZERO DRAW" TO CNT-LABEL.
           MOVE WS-ZERO-CNT TO CNT-QTY.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OVER DRAW" TO CNT-LABEL.
           MOVE WS-OVER-CNT TO CNT-QTY.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NO-PUB DAY" TO CNT-LABEL.
           MOVE WS-NOPUB-CNT TO CNT-QTY.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PAST WINDOW" TO CNT-LABEL.
           MOVE WS-WINDOW-CNT TO CNT-QTY.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RATE JUMP" TO CNT-LABEL.
           MOVE WS-JUMP-CNT TO CNT-QTY.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TOTAL EXCEPTIONS" TO CNT-LABEL.
           MOVE WS-EXC-CNT TO CNT-QTY.
           PERFORM WRITE-COUNT-LINE.
           DISPLAY "WNK ROWS READ:         " WS-READ-CNT.
           DISPLAY "RETURNS EXCEPTIONS:    " WS-EXC-CNT.
           IF WS-WPC-OPEN-FL NOT = "Y"
              DISPLAY "NO WPCFILE - NO-PUBLISH CHECK SKIPPED".
           IF WS-WNH-OPEN-FL NOT = "Y"
              DISPLAY "NO WNHFILE - RATE JUMP CHECK SKIPPED".
           IF WS-WPC-OPEN-FL = "Y"
              CLOSE WPCFILE.
           IF WS-WNH-OPEN-FL = "Y"
              CLOSE WNHFILE.
           CLOSE WNKFILE WNRFILE WNXFILE PRLINE.
           STOP RUN.

      * one pass over the six weeks before the WNK read: the
      * no-publish days off the calendar and the age of each issue
      * day.  the week-ending date is the sunday; a negative age on
      * a past week means the week is in last year.
       LOAD-WEEKS.
           COMPUTE WS-TODAY-DAYS = WS-MM * 30 + WS-DD.
           MOVE 0 TO WX.
       LOAD-WEEKS-LOOP.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO END-LOAD-WEEKS.
           MOVE WNR-ISS-DATE (WX) TO WS-WEEK-DATE.
           MOVE 0 TO DAYX.
       LOAD-DAYS-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO LOAD-WEEKS-LOOP.
           MOVE "N" TO WS-NOPUB-FL (WX DAYX).
           MOVE 0 TO WS-DAY-AGE (WX DAYX).
           IF WS-WEEK-DATE = 0 GO TO LOAD-DAYS-LOOP.
           IF WX GREATER 3
              COMPUTE WS-ISS-DAYS =
                  WS-WEEK-MM * 30 + WS-WEEK-DD - 7 + DAYX
              COMPUTE WS-DAY-AGE (WX DAYX) =
                  WS-TODAY-DAYS - WS-ISS-DAYS
              IF WS-DAY-AGE (WX DAYX) LESS 0
                 ADD 360 TO WS-DAY-AGE (WX DAYX).
           IF WS-WPC-OPEN-FL NOT = "Y" GO TO LOAD-DAYS-LOOP.
           MOVE WS-WEEK-DATE TO WPC-WEEK-DATE.
           MOVE DAYX TO WPC-DAY-NO.
           READ WPCFILE INVALID KEY GO TO LOAD-DAYS-LOOP.
           IF WPC-NO-PUB-FL = "Y"
              MOVE "Y" TO WS-NOPUB-FL (WX DAYX).
           GO TO LOAD-DAYS-LOOP.
       END-LOAD-WEEKS. EXIT.

      * the dealer/title's returns rate over every week WNKHIST has
      * captured to WNHFILE.
       LOAD-HISTORY.
           MOVE 0 TO WS-HIST-DRAW WS-HIST-RET WS-HIST-WEEKS
               WS-HIST-PCT.
           IF WS-WNH-OPEN-FL NOT = "Y"
              GO TO END-LOAD-HISTORY.
           INITIALIZE WNH.
           MOVE WNK-DEALER-NO TO WNH-DEALER-NO.
           MOVE WNK-TITLE-NO TO WNH-TITLE-NO.
           START WNHFILE KEY NOT LESS WNH-PRIMARY-KEY
               INVALID KEY GO TO END-LOAD-HISTORY.
       LOAD-HIST-LOOP.
           READ WNHFILE NEXT AT END GO TO HIST-RATE.
           IF WNH-DEALER-NO NOT = WNK-DEALER-NO
              OR WNH-TITLE-NO NOT = WNK-TITLE-NO
              GO TO HIST-RATE.
           ADD WNH-DRAW TO WS-HIST-DRAW.
           ADD WNH-RETURNS TO WS-HIST-RET.
           IF WS-HIST-WEEKS LESS 999
              ADD 1 TO WS-HIST-WEEKS.
           GO TO LOAD-HIST-LOOP.
       HIST-RATE.
           IF WS-HIST-DRAW GREATER 0
              COMPUTE WS-HIST-PCT ROUNDED =
                  WS-HIST-RET * 100 / WS-HIST-DRAW.
       END-LOAD-HISTORY. EXIT.

       WRITE-DAY-LINE.
           MOVE WS-DAY-DRAW (DAYX) TO EXC-DRAW.
           MOVE WS-DAY-RET (DAYX) TO EXC-RET.
           PERFORM WRITE-EXC-LINE THRU END-WRITE-EXC-LINE.
       END-WRITE-DAY-LINE. EXIT.

      * DAYX zero is a whole-week line: the week's totals and no
      * day name.
       WRITE-EXC-LINE.
           MOVE WNK-DEALER-NO TO EXC-DEALER-NO.
           MOVE WNK-NAME TO EXC-NAME.
           MOVE WNK-TITLE-NO TO EXC-TITLE-NO.
           MOVE WX TO EXC-WEEK.
           MOVE WNR-ISS-DATE (WX) TO WS-WEEK-DATE.
           MOVE WS-WEEK-MM TO EXC-WE-MM.
           MOVE WS-WEEK-DD TO EXC-WE-DD.
           IF DAYX = 0
              MOVE "WK " TO EXC-DAY
              MOVE WS-WEEK-DRAW TO EXC-DRAW
              MOVE WS-WEEK-RET TO EXC-RET
           ELSE
              MOVE WS-DAY-NAME (DAYX) TO EXC-DAY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM EXC-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-EXC-CNT.
       END-WRITE-EXC-LINE. EXIT.

       WRITE-COUNT-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM COUNT-LINE AFTER ADVANCING 1.
