       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCAGE.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: WEEKLY OPEN SERVICE-CALL AGING.  LISTS EVERY
      * CALL ON SVCFILE (SEE SVCMAINT) NOT YET RESOLVED -- STATUS
      * "O" OPEN OR "P" PENDING -- BY REGION (WNA-SEQ-MISC-D,
      * NAMED OFF WNMFILE, AS TTLMARGIN) AND ROUTE (WNA-ROUTE-NO),
      * WITH ITS AGE IN DAYS FROM THE CALL DATE TO THE RUN DATE
      * AND ITS AGING BUCKET:
      *     0-7 DAYS, 8-14 DAYS, 15-30 DAYS, OVER 30 DAYS
      * EACH ROUTE, REGION AND THE RUN TOTALS THE CALLS BY
      * BUCKET.  A DEALER WITH THREE OR MORE CALLS OPEN AT ONCE
      * IS FLAGGED "REPEAT" ON EVERY ONE OF ITS LINES.
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
       COPY SVCSEL.
       COPY WNASEL.
       COPY WNMSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/SVCAGE.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SVCFILE LABEL RECORD STANDARD DATA RECORD SVC.
       01  SVC.
       COPY SVC.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNMFILE LABEL RECORD STANDARD DATA RECORD WNM.
       01  WNM.
       COPY WNM.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DAYS  PIC 9(6)  VALUE 0.
       01  WS-CALL-DATE PIC 9(6)  VALUE 0.
       01  WS-CALL-DATE-R REDEFINES WS-CALL-DATE.
           05  WS-CALL-YY PIC 99.
           05  WS-CALL-MM PIC 99.
           05  WS-CALL-DD PIC 99.
       01  WS-CALL-DAYS PIC 9(6)  VALUE 0.
       01  WS-AGE       PIC S9(5) VALUE 0.
       01  WS-REGION    PIC 9     VALUE 1.
       01  WS-SAVE-DEALER PIC 9(5) VALUE 99999.
       01  WS-DLR-FIRST PIC 9(4)  VALUE 0.
       01  WS-CALL-CNT  PIC 9(5)  VALUE 0.
       01  WS-REPEAT-CNT PIC 9(5) VALUE 0.
       01  WS-BUCKET-NAMES.
           05  FILLER PIC X(8) VALUE "0-7".
           05  FILLER PIC X(8) VALUE "8-14".
           05  FILLER PIC X(8) VALUE "15-30".
           05  FILLER PIC X(8) VALUE "OVER 30".
       01  WS-BUCKET-NAMES-R REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(8).
      * the open calls, insertion-sorted by region, route, dealer
      * and call for the sectioned print.
       01  WS-AGE-MAX   PIC 9(4) VALUE 3000.
       01  WS-AGE-CNT   PIC 9(4) VALUE 0.
       01  EX           PIC 9(4) VALUE 0.
       01  EY           PIC 9(4) VALUE 0.
       01  BX           PIC 9    VALUE 0.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENT OCCURS 3000 TIMES.
               10  WS-AGE-SORT-KEY.
                   15  WS-AGE-REGION    PIC 9.
                   15  WS-AGE-ROUTE     PIC X(2).
                   15  WS-AGE-DEALER-NO PIC 9(5).
                   15  WS-AGE-CALL-NO   PIC 9(5).
               10  WS-AGE-NAME      PIC X(20).
               10  WS-AGE-CALL-DATE PIC 9(6).
               10  WS-AGE-CATEGORY  PIC XX.
               10  WS-AGE-TITLE-NO  PIC 999.
               10  WS-AGE-STATUS    PIC X.
               10  WS-AGE-DAYS      PIC 9(5).
               10  WS-AGE-BUCKET    PIC 9.
               10  WS-AGE-DESC      PIC X(40).
               10  WS-AGE-DLR-OPEN  PIC 9(3).
       01  WS-HOLD-ENT.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-REGION    PIC 9.
               10  WS-HOLD-ROUTE     PIC X(2).
               10  WS-HOLD-DEALER-NO PIC 9(5).
               10  WS-HOLD-CALL-NO   PIC 9(5).
           05  WS-HOLD-NAME      PIC X(20).
           05  WS-HOLD-CALL-DATE PIC 9(6).
           05  WS-HOLD-CATEGORY  PIC XX.
           05  WS-HOLD-TITLE-NO  PIC 999.
           05  WS-HOLD-STATUS    PIC X.
           05  WS-HOLD-DAYS      PIC 9(5).
           05  WS-HOLD-BUCKET    PIC 9.
           05  WS-HOLD-DESC      PIC X(40).
           05  WS-HOLD-DLR-OPEN  PIC 9(3).
       01  WS-SAVE-REGION PIC 9   VALUE 0.
       01  WS-SAVE-ROUTE  PIC X(2) VALUE SPACES.
       01  WS-RTE-BUCKETS.
           05  WS-RTE-BKT OCCURS 4 TIMES PIC 9(5).
       01  WS-RGN-BUCKETS.
           05  WS-RGN-BKT OCCURS 4 TIMES PIC 9(5).
       01  WS-TOT-BUCKETS.
           05  WS-TOT-BKT OCCURS 4 TIMES PIC 9(5).
       01  WS-HOLD-BUCKETS.
           05  WS-HOLD-BKT OCCURS 4 TIMES PIC 9(5).
       01  WS-BKT-TOTAL PIC 9(5) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(32) VALUE
               "OPEN SERVICE CALLS AGING       ".
           05  FILLER PIC X(9) VALUE "AS OF ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  REGION-HEAD.
           05  FILLER PIC X(7) VALUE "REGION ".
           05  RH-REGION PIC 9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  RH-MARKET PIC X(9).
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "RT DEALR NAME                 CALL  DATE".
           05  FILLER PIC X(40) VALUE
               "     CT TTL S   AGE BUCKET   DESCRIPTION".
           05  FILLER PIC X(34) VALUE
               "                              FLAG".
       01  DETAIL-LINE.
           05  DET-ROUTE     PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-CALL-NO   PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-MM        PIC 99.
           05  DET-SL1       PIC X.
           05  DET-DD        PIC 99.
           05  DET-SL2       PIC X.
           05  DET-YY        PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-CATEGORY  PIC XX.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TITLE-NO  PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-STATUS    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AGE       PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-BUCKET    PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DESC      PIC X(40).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-FLAG      PIC X(6).
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(20).
           05  FILLER        PIC X(5) VALUE "  0-7".
           05  TOT-BKT-1     PIC ZZZZ9.
           05  FILLER        PIC X(7) VALUE "   8-14".
           05  TOT-BKT-2     PIC ZZZZ9.
           05  FILLER        PIC X(8) VALUE "   15-30".
           05  TOT-BKT-3     PIC ZZZZ9.
           05  FILLER        PIC X(10) VALUE "   OVER 30".
           05  TOT-BKT-4     PIC ZZZZ9.
           05  FILLER        PIC X(8) VALUE "   TOTAL".
           05  TOT-ALL       PIC ZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-RUN-DAYS = WS-YY * 365 + WS-MM * 30 + WS-DD.
           OPEN INPUT SVCFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO SVCFL SERVICE-CALL FILE - NOTHING TO AGE"
              STOP RUN.
           OPEN INPUT WNAFILE WNMFILE.
           INITIALIZE SVC.
           START SVCFILE KEY NOT LESS SVC-PRIMARY-KEY
               INVALID KEY GO TO END-WALK.
       READ-SVC.
           READ SVCFILE NEXT AT END GO TO END-WALK.
           IF SVC-STATUS = "C" GO TO READ-SVC.
           ADD 1 TO WS-CALL-CNT.
      * calls come dealer by dealer, so the master is read once a
      * dealer and the dealer's open count stamped on its calls at
      * the break.
           IF SVC-DEALER-NO NOT = WS-SAVE-DEALER
              PERFORM DEALER-BREAK THRU END-DEALER-BREAK
              MOVE SVC-DEALER-NO TO WS-SAVE-DEALER WNA-DEALER-NO
              PERFORM GET-DEALER THRU END-GET-DEALER
              COMPUTE WS-DLR-FIRST = WS-AGE-CNT + 1.
           IF WS-AGE-CNT NOT LESS WS-AGE-MAX
              DISPLAY "AGING TABLE FULL - DEALER " SVC-DEALER-NO
                  " CALL " SVC-CALL-NO " NOT REPORTED"
              GO TO READ-SVC.
           ADD 1 TO WS-AGE-CNT.
           MOVE WS-AGE-CNT TO EX.
           INITIALIZE WS-AGE-ENT (EX).
           MOVE WS-REGION TO WS-AGE-REGION (EX).
           MOVE WNA-ROUTE-NO TO WS-AGE-ROUTE (EX).
           MOVE WNA-NAME TO WS-AGE-NAME (EX).
           MOVE SVC-DEALER-NO TO WS-AGE-DEALER-NO (EX).
           MOVE SVC-CALL-NO TO WS-AGE-CALL-NO (EX).
           MOVE SVC-CALL-DATE TO WS-AGE-CALL-DATE (EX) WS-CALL-DATE.
           MOVE SVC-CATEGORY TO WS-AGE-CATEGORY (EX).
           MOVE SVC-TITLE-NO TO WS-AGE-TITLE-NO (EX).
           MOVE SVC-STATUS TO WS-AGE-STATUS (EX).
           MOVE SVC-DESC TO WS-AGE-DESC (EX).
           COMPUTE WS-CALL-DAYS =
               WS-CALL-YY * 365 + WS-CALL-MM * 30 + WS-CALL-DD.
           COMPUTE WS-AGE = WS-RUN-DAYS - WS-CALL-DAYS.
           IF WS-AGE LESS 0
              MOVE 0 TO WS-AGE.
           MOVE WS-AGE TO WS-AGE-DAYS (EX).
           MOVE 4 TO WS-AGE-BUCKET (EX).
           IF WS-AGE NOT GREATER 30
              MOVE 3 TO WS-AGE-BUCKET (EX).
           IF WS-AGE NOT GREATER 14
              MOVE 2 TO WS-AGE-BUCKET (EX).
           IF WS-AGE NOT GREATER 7
              MOVE 1 TO WS-AGE-BUCKET (EX).
           GO TO READ-SVC.
       END-WALK.
           PERFORM DEALER-BREAK THRU END-DEALER-BREAK.
           GO TO SORT-TABLE.

       GET-DEALER.
           READ WNAFILE INVALID KEY
              MOVE SPACES TO WNA-NAME WNA-ROUTE-NO
              MOVE "NO DEALER MASTER" TO WNA-NAME
              MOVE 1 TO WNA-SEQ-MISC-D.
           IF WNA-SEQ-MISC-D NOT NUMERIC OR WNA-SEQ-MISC-D LESS 1
              MOVE 1 TO WS-REGION
           ELSE
              MOVE WNA-SEQ-MISC-D TO WS-REGION.
       END-GET-DEALER. EXIT.

      * the dealer just finished: its open-call count onto each of
      * its calls.
       DEALER-BREAK.
           IF WS-DLR-FIRST = 0 OR WS-DLR-FIRST GREATER WS-AGE-CNT
              GO TO END-DEALER-BREAK.
           COMPUTE EY = WS-AGE-CNT - WS-DLR-FIRST + 1.
           IF EY NOT LESS 3
              ADD 1 TO WS-REPEAT-CNT.
           MOVE WS-DLR-FIRST TO EX.
       DEALER-BREAK-LOOP.
           MOVE EY TO WS-AGE-DLR-OPEN (EX).
           ADD 1 TO EX.
           IF EX NOT GREATER WS-AGE-CNT
              GO TO DEALER-BREAK-LOOP.
       END-DEALER-BREAK. EXIT.

       SORT-TABLE.
           MOVE 1 TO EX.
       SORT-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-AGE-CNT GO TO PRINT-REPORT.
           MOVE WS-AGE-ENT (EX) TO WS-HOLD-ENT.
           MOVE EX TO EY.
       SORT-INNER.
           IF EY GREATER 1
              IF WS-AGE-SORT-KEY (EY - 1) GREATER WS-HOLD-SORT-KEY
                 MOVE WS-AGE-ENT (EY - 1) TO WS-AGE-ENT (EY)
                 SUBTRACT 1 FROM EY
                 GO TO SORT-INNER.
           MOVE WS-HOLD-ENT TO WS-AGE-ENT (EY).
           GO TO SORT-LOOP.

       PRINT-REPORT.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           INITIALIZE WS-TOT-BUCKETS.
           IF WS-AGE-CNT = 0
              MOVE SPACES TO LINEPR
              MOVE "NO OPEN SERVICE CALLS" TO LINEPR
              WRITE LINEPR AFTER ADVANCING 2
              GO TO END-JOB.
           MOVE 0 TO EX.
       PRINT-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-AGE-CNT
              PERFORM ROUTE-TOTAL-LINE THRU END-ROUTE-TOTAL-LINE
              PERFORM REGION-TOTAL-LINE THRU END-REGION-TOTAL-LINE
              GO TO GRAND-TOTAL.
           IF WS-AGE-REGION (EX) NOT = WS-SAVE-REGION
              IF WS-SAVE-REGION NOT = 0
                 PERFORM ROUTE-TOTAL-LINE THRU END-ROUTE-TOTAL-LINE
                 PERFORM REGION-TOTAL-LINE THRU END-REGION-TOTAL-LINE
              END-IF
              MOVE WS-AGE-REGION (EX) TO WS-SAVE-REGION
                  RH-REGION WNM-REGION-NO
              READ WNMFILE INVALID KEY
                 MOVE "NO MASTER" TO WNM-MARKET-NAME
              END-READ
              MOVE WNM-MARKET-NAME TO RH-MARKET
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM REGION-HEAD AFTER ADVANCING 3
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 1
              INITIALIZE WS-RGN-BUCKETS
              MOVE WS-AGE-ROUTE (EX) TO WS-SAVE-ROUTE
              INITIALIZE WS-RTE-BUCKETS.
           IF WS-AGE-ROUTE (EX) NOT = WS-SAVE-ROUTE
              PERFORM ROUTE-TOTAL-LINE THRU END-ROUTE-TOTAL-LINE
              MOVE WS-AGE-ROUTE (EX) TO WS-SAVE-ROUTE
              INITIALIZE WS-RTE-BUCKETS.
           MOVE WS-AGE-BUCKET (EX) TO BX.
           ADD 1 TO WS-RTE-BKT (BX).
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-AGE-ROUTE (EX) TO DET-ROUTE.
           MOVE WS-AGE-DEALER-NO (EX) TO DET-DEALER-NO.
           MOVE WS-AGE-NAME (EX) TO DET-NAME.
           MOVE WS-AGE-CALL-NO (EX) TO DET-CALL-NO.
           MOVE WS-AGE-CALL-DATE (EX) TO WS-CALL-DATE.
           MOVE WS-CALL-MM TO DET-MM.
           MOVE "/" TO DET-SL1 DET-SL2.
           MOVE WS-CALL-DD TO DET-DD.
           MOVE WS-CALL-YY TO DET-YY.
           MOVE WS-AGE-CATEGORY (EX) TO DET-CATEGORY.
           IF WS-AGE-TITLE-NO (EX) NOT = 0
              MOVE WS-AGE-TITLE-NO (EX) TO DET-TITLE-NO.
           MOVE WS-AGE-STATUS (EX) TO DET-STATUS.
           MOVE WS-AGE-DAYS (EX) TO DET-AGE.
           MOVE WS-BUCKET-NAME (BX) TO DET-BUCKET.
           MOVE WS-AGE-DESC (EX) TO DET-DESC.
           IF WS-AGE-DLR-OPEN (EX) NOT LESS 3
              MOVE "REPEAT" TO DET-FLAG.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO PRINT-LOOP.

       ROUTE-TOTAL-LINE.
           MOVE SPACES TO TOT-LABEL.
           STRING "  ROUTE " WS-SAVE-ROUTE " TOTAL" DELIMITED BY SIZE
              INTO TOT-LABEL.
           MOVE 0 TO BX.
       ROUTE-TOTAL-LOOP.
           ADD 1 TO BX.
           ADD WS-RTE-BKT (BX) TO WS-RGN-BKT (BX).
           IF BX LESS 4 GO TO ROUTE-TOTAL-LOOP.
           MOVE WS-RTE-BUCKETS TO WS-HOLD-BUCKETS.
           PERFORM WRITE-TOTAL.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
       END-ROUTE-TOTAL-LINE. EXIT.

       REGION-TOTAL-LINE.
           MOVE "REGION TOTAL" TO TOT-LABEL.
           MOVE 0 TO BX.
       REGION-TOTAL-LOOP.
           ADD 1 TO BX.
           ADD WS-RGN-BKT (BX) TO WS-TOT-BKT (BX).
           IF BX LESS 4 GO TO REGION-TOTAL-LOOP.
           MOVE WS-RGN-BUCKETS TO WS-HOLD-BUCKETS.
           PERFORM WRITE-TOTAL.
       END-REGION-TOTAL-LINE. EXIT.

       WRITE-TOTAL.
           MOVE WS-HOLD-BKT (1) TO TOT-BKT-1.
           MOVE WS-HOLD-BKT (2) TO TOT-BKT-2.
           MOVE WS-HOLD-BKT (3) TO TOT-BKT-3.
           MOVE WS-HOLD-BKT (4) TO TOT-BKT-4.
           COMPUTE WS-BKT-TOTAL = WS-HOLD-BKT (1) + WS-HOLD-BKT (2)
               + WS-HOLD-BKT (3) + WS-HOLD-BKT (4).
           MOVE WS-BKT-TOTAL TO TOT-ALL.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.

       GRAND-TOTAL.
           MOVE "GRAND TOTAL" TO TOT-LABEL.
           MOVE WS-TOT-BUCKETS TO WS-HOLD-BUCKETS.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 2.
           PERFORM WRITE-TOTAL.

       END-JOB.
           DISPLAY "OPEN CALLS AGED:         " WS-CALL-CNT.
           DISPLAY "DEALERS WITH 3+ OPEN:    " WS-REPEAT-CNT.
           CLOSE SVCFILE WNAFILE WNMFILE PRLINE.
           STOP RUN.
