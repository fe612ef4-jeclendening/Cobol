       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTEPROFIT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: WEEKLY ROUTE PROFITABILITY.  TTLMARGIN TELLS US
      * WHICH TITLES MAKE MONEY; THIS TELLS US WHICH ROUTES AND
      * WHICH STOPS ON THEM DO, ONCE THE TRUCK IS PAID FOR.  FOR
      * THE REQUESTED WEEK OCCURRENCE (BLANK = CURRENT WEEK, 3)
      * EVERY DEALER ON WNAFILE WITH DRAW OR RETURNS ON WNKFILE
      * IS A STOP ON ITS WNA-ROUTE-NO, CARRYING:
      *     NET COPIES       DRAW MINUS RETURNS
      *     REVENUE          NET AT WNK-ISS-COST-DLR
      *     PUBLISHER COST   NET AT PUB-PUB-COST (AS TTLMARGIN)
      *     RETURNS COST     RETURNED COPIES AT PUB-PUB-COST,
      *                      SHOWN BUT NOT DEDUCTED (AS TTLMARGIN)
      *     SHORTAGE CREDIT  RPT-AMT OF THE DEALER'S APPROVED OR
      *                      CREDITED CLAIMS (RPT-STATUS "A"/"C")
      *                      DATED IN THE SEVEN DAYS ENDING ON THE
      *                      WEEK DATE
      * THE ROUTE IS CHARGED ITS WEEKLY COST OFF THE RTCFILE
      * ROUTE COST MASTER (SEE RTCMAINT):
      *     DAYS RUN X (DRIVER PER DAY + MILES X COST PER MILE)
      *     + VEHICLE PER WEEK
      * SPREAD EVENLY OVER ITS STOPS.  A STOP'S CONTRIBUTION IS
      * REVENUE LESS PUBLISHER COST LESS SHORTAGE CREDIT LESS
      * ITS SHARE OF THE ROUTE COST; THE ROUTE'S IS THE SUM OF
      * ITS STOPS, ALSO SHOWN PER STOP.  STOPS ARE LISTED WITHIN
      * EACH ROUTE FROM LEAST TO MOST PROFITABLE, AND A STOP OR
      * ROUTE BELOW ZERO IS FLAGGED "LOSS".  A ROUTE WITH NO
      * COST MASTER IS CHARGED NOTHING AND FLAGGED "NO COST" --
      * THE RUN THEN ENDS WITH RETURN CODE 8.  A ROUTE SUMMARY
      * CLOSES THE REPORT.
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
       COPY WNASEL.
       COPY WNRSEL.
       COPY PUBSEL.
       COPY RTCSEL.
           SELECT RPTFILE ASSIGN RANDOM "/home/prb/f/RPTFL1.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD RPT-PRIMARY-KEY OF RPT
           ALTERNATE RECORD RPT-ALTERNATE-KEY-ONE OF RPT DUPLICATES
           ALTERNATE RECORD RPT-ALTERNATE-KEY-TWO OF RPT DUPLICATES
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/RTEPROFIT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  PUBFILE LABEL RECORD STANDARD DATA RECORD PUB.
       01  PUB.
       COPY PUB.
       FD  RTCFILE LABEL RECORD STANDARD DATA RECORD RTC.
       01  RTC.
       COPY RTC.
       FD  RPTFILE LABEL RECORD STANDARD DATA RECORD RPT.
       01  RPT.
           COPY RPT.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-PARM-CMD  PIC X(2)  VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-WEEK PIC X(2).
       01  WS-WEEK      PIC 9     VALUE 3.
       01  WS-WEEK-CHECK PIC 99   VALUE 0.
       01  WS-WEEK-DATE PIC 9(4)  VALUE 0.
       01  WS-WEEK-DATE-R REDEFINES WS-WEEK-DATE.
           05  WS-WEEK-MM PIC 99.
           05  WS-WEEK-DD PIC 99.
       01  WS-WEEK-YY   PIC 99    VALUE 0.
       01  WS-WEEK-DAYS PIC 9(6)  VALUE 0.
       01  WS-CLM-DATE  PIC 9(6)  VALUE 0.
       01  WS-CLM-DATE-R REDEFINES WS-CLM-DATE.
           05  WS-CLM-YY PIC 99.
           05  WS-CLM-MM PIC 99.
           05  WS-CLM-DD PIC 99.
       01  WS-CLM-DAYS  PIC 9(6)  VALUE 0.
       01  WS-RPT-FL    PIC X     VALUE "Y".
       01  WS-RTC-FL    PIC X     VALUE "Y".
       01  WS-DRAW      PIC 9(7)  VALUE 0.
       01  WS-RET       PIC 9(7)  VALUE 0.
       01  WS-NET       PIC S9(7) VALUE 0.
       01  WS-DEALER-CNT PIC 9(5) VALUE 0.
       01  WS-CLM-CNT   PIC 9(5)  VALUE 0.
       01  WS-LOSS-CNT  PIC 9(5)  VALUE 0.
       01  WS-RTE-LOSS-CNT PIC 9(3) VALUE 0.
       01  WS-NO-COST-CNT PIC 9(3) VALUE 0.
      * publisher cost by title, loaded once off PUBFILE.
       01  WS-PUB-TABLE.
           05  WS-PUB-COST OCCURS 999 TIMES PIC 99V999.
      * the stop being built from the dealer's WNK rows.
       01  WS-DLR.
           05  WS-DLR-ROWS      PIC 9(5).
           05  WS-DLR-NET       PIC S9(7).
           05  WS-DLR-REV       PIC S9(7)V99.
           05  WS-DLR-PUB-COST  PIC S9(7)V99.
           05  WS-DLR-RET-COST  PIC 9(7)V99.
           05  WS-DLR-SHORT     PIC 9(7)V99.
           05  WS-DLR-MARGIN    PIC S9(7)V99.
      * the stops, insertion-sorted by route and, within the route,
      * margin before route cost -- the route cost is spread evenly,
      * so that is also least to most profitable after it.  the
      * rank is the margin lifted clear of zero so it sorts as a
      * plain number.
       01  WS-STP-MAX   PIC 9(4) VALUE 3000.
       01  WS-STP-CNT   PIC 9(4) VALUE 0.
       01  EX           PIC 9(4) VALUE 0.
       01  EY           PIC 9(4) VALUE 0.
       01  WS-STP-TABLE.
           05  WS-STP-ENT OCCURS 3000 TIMES.
               10  WS-STP-SORT-KEY.
                   15  WS-STP-ROUTE  PIC X(2).
                   15  WS-STP-RANK   PIC 9(8)V99.
               10  WS-STP-DEALER-NO PIC 9(5).
               10  WS-STP-NAME      PIC X(18).
               10  WS-STP-NET       PIC S9(7).
               10  WS-STP-REV       PIC S9(7)V99.
               10  WS-STP-PUB-COST  PIC S9(7)V99.
               10  WS-STP-RET-COST  PIC 9(7)V99.
               10  WS-STP-SHORT     PIC 9(7)V99.
               10  WS-STP-MARGIN    PIC S9(7)V99.
       01  WS-HOLD-ENT.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-ROUTE  PIC X(2).
               10  WS-HOLD-RANK   PIC 9(8)V99.
           05  WS-HOLD-DEALER-NO PIC 9(5).
           05  WS-HOLD-NAME      PIC X(18).
           05  WS-HOLD-NET       PIC S9(7).
           05  WS-HOLD-REV       PIC S9(7)V99.
           05  WS-HOLD-PUB-COST  PIC S9(7)V99.
           05  WS-HOLD-RET-COST  PIC 9(7)V99.
           05  WS-HOLD-SHORT     PIC 9(7)V99.
           05  WS-HOLD-MARGIN    PIC S9(7)V99.
      * one line per route for the closing summary.
       01  WS-RTE-MAX   PIC 9(3) VALUE 300.
       01  WS-RTE-CNT   PIC 9(3) VALUE 0.
       01  RX           PIC 9(3) VALUE 0.
       01  WS-RTE-TABLE.
           05  WS-RTE-ENT OCCURS 300 TIMES.
               10  WS-RTE-ROUTE     PIC X(2).
               10  WS-RTE-STOPS     PIC 9(4).
               10  WS-RTE-NET       PIC S9(9).
               10  WS-RTE-REV       PIC S9(9)V99.
               10  WS-RTE-PUB-COST  PIC S9(9)V99.
               10  WS-RTE-RET-COST  PIC 9(9)V99.
               10  WS-RTE-SHORT     PIC 9(9)V99.
               10  WS-RTE-COST      PIC 9(7)V99.
               10  WS-RTE-CONTRIB   PIC S9(9)V99.
               10  WS-RTE-NO-COST   PIC X.
       01  WS-SAVE-ROUTE PIC X(2) VALUE SPACES.
       01  WS-ROUTE-STOPS PIC 9(4) VALUE 0.
       01  WS-ROUTE-COST  PIC 9(7)V99 VALUE 0.
       01  WS-SHARE       PIC 9(7)V99 VALUE 0.
       01  WS-CONTRIB     PIC S9(9)V99 VALUE 0.
       01  WS-PER-STOP    PIC S9(9)V99 VALUE 0.
       01  WS-ROUTE-TOTALS.
           05  WS-ROUTE-NET       PIC S9(9).
           05  WS-ROUTE-REV       PIC S9(9)V99.
           05  WS-ROUTE-PUB-COST  PIC S9(9)V99.
           05  WS-ROUTE-RET-COST  PIC 9(9)V99.
           05  WS-ROUTE-SHORT     PIC 9(9)V99.
           05  WS-ROUTE-MARGIN    PIC S9(9)V99.
       01  WS-TOTALS.
           05  WS-TOT-STOPS     PIC 9(5).
           05  WS-TOT-NET       PIC S9(9).
           05  WS-TOT-REV       PIC S9(9)V99.
           05  WS-TOT-PUB-COST  PIC S9(9)V99.
           05  WS-TOT-RET-COST  PIC 9(9)V99.
           05  WS-TOT-SHORT     PIC 9(9)V99.
           05  WS-TOT-COST      PIC 9(9)V99.
           05  WS-TOT-CONTRIB   PIC S9(9)V99.
       01  HEAD-1.
           05  FILLER PIC X(32) VALUE
               "ROUTE PROFITABILITY            ".
           05  FILLER PIC X(10) VALUE "W/E DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X(8) VALUE "  WEEK ".
           05  H1-WEEK PIC 9.
       01  ROUTE-HEAD.
           05  FILLER PIC X(6) VALUE "ROUTE ".
           05  RH-ROUTE PIC X(2).
           05  FILLER PIC X(3) VALUE SPACE.
           05  RH-STOPS PIC ZZZ9.
           05  FILLER PIC X(23) VALUE " STOPS   WEEKLY COST".
           05  RH-COST PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACE.
           05  RH-FLAG PIC X(20).
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "DEALER NAME                   NET       ".
           05  FILLER PIC X(40) VALUE
               "REVENUE      PUB COST      RET COST     ".
           05  FILLER PIC X(42) VALUE
               " SHORTAGE    ROUTE COST       CONTRIB FLAG".
       01  DETAIL-LINE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(18).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NET       PIC -------9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-REV       PIC --,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-PUB-COST  PIC --,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RET-COST  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-SHORT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-COST      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-CONTRIB   PIC --,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-FLAG      PIC X(7).
       01  SUM-HEAD-1.
           05  FILLER PIC X(50) VALUE "ROUTE SUMMARY".
       01  SUM-HEAD-2.
           05  FILLER PIC X(41) VALUE
               "RTE STOPS               NET       REVENUE".
           05  FILLER PIC X(42) VALUE
               "      PUB COST      SHORTAGE    ROUTE COST".
           05  FILLER PIC X(36) VALUE
               "       CONTRIB      PER STOP FLAG".
       01  SUM-LINE.
           05  SUM-ROUTE     PIC X(2).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  SUM-STOPS     PIC ZZZZ9.
           05  FILLER        PIC X(8) VALUE SPACE.
           05  SUM-NET       PIC ---------9.
           05  FILLER        PIC X VALUE SPACE.
           05  SUM-REV       PIC --,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  SUM-PUB-COST  PIC --,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  SUM-SHORT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  SUM-COST      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  SUM-CONTRIB   PIC --,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  SUM-PER-STOP  PIC --,---,--9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  SUM-FLAG      PIC X(7).

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
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT WNKFILE WNAFILE WNRFILE PUBFILE.
           OPEN INPUT RTCFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO RTCFL ROUTE COST MASTER - NO ROUTE COSTS"
              MOVE "N" TO WS-RTC-FL.
           OPEN INPUT RPTFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO RPTFL1 CLAIM FILE - NO SHORTAGE CREDITS"
              MOVE "N" TO WS-RPT-FL.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WEEK-DATE.
      * the week date carries no year: a week month past the run
      * month belongs to last year.
           MOVE WS-YY TO WS-WEEK-YY.
           IF WS-WEEK-MM GREATER WS-MM
              IF WS-WEEK-YY = 0
                 MOVE 99 TO WS-WEEK-YY
              ELSE
                 SUBTRACT 1 FROM WS-WEEK-YY.
           COMPUTE WS-WEEK-DAYS =
               WS-WEEK-YY * 365 + WS-WEEK-MM * 30 + WS-WEEK-DD.
           PERFORM LOAD-PUB-COSTS THRU END-LOAD-PUB-COSTS.
           INITIALIZE WNA.
           START WNAFILE KEY NOT LESS WNA-PRIMARY-KEY
               INVALID KEY GO TO SORT-TABLE.
       READ-WNA.
           READ WNAFILE NEXT AT END GO TO SORT-TABLE.
           ADD 1 TO WS-DEALER-CNT.
           INITIALIZE WS-DLR.
           INITIALIZE WNK.
           MOVE WNA-DEALER-NO TO WNK-DEALER-NO-ONE.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-ONE
               INVALID KEY GO TO END-DEALER.
       READ-WNK.
           READ WNKFILE NEXT AT END GO TO END-DEALER.
           IF WNK-DEALER-NO NOT = WNA-DEALER-NO GO TO END-DEALER.
           IF WNK-TITLE-NO = 0 GO TO READ-WNK.
           ADD WNK-ISS-DRAW-MON (WS-WEEK) WNK-ISS-DRAW-TUE (WS-WEEK)
               WNK-ISS-DRAW-WED (WS-WEEK) WNK-ISS-DRAW-THU (WS-WEEK)
               WNK-ISS-DRAW-FRI (WS-WEEK) WNK-ISS-DRAW-SAT (WS-WEEK)
               WNK-ISS-DRAW-SUN (WS-WEEK) GIVING WS-DRAW.
           ADD WNK-ISS-RET-MON (WS-WEEK) WNK-ISS-RET-TUE (WS-WEEK)
               WNK-ISS-RET-WED (WS-WEEK) WNK-ISS-RET-THU (WS-WEEK)
               WNK-ISS-RET-FRI (WS-WEEK) WNK-ISS-RET-SAT (WS-WEEK)
               WNK-ISS-RET-SUN (WS-WEEK) GIVING WS-RET.
           IF WS-DRAW = 0 AND WS-RET = 0 GO TO READ-WNK.
           ADD 1 TO WS-DLR-ROWS.
           COMPUTE WS-NET = WS-DRAW - WS-RET.
           ADD WS-NET TO WS-DLR-NET.
           COMPUTE WS-DLR-REV = WS-DLR-REV
               + WS-NET * WNK-ISS-COST-DLR (WS-WEEK).
           COMPUTE WS-DLR-PUB-COST = WS-DLR-PUB-COST
               + WS-NET * WS-PUB-COST (WNK-TITLE-NO).
           COMPUTE WS-DLR-RET-COST = WS-DLR-RET-COST
               + WS-RET * WS-PUB-COST (WNK-TITLE-NO).
           GO TO READ-WNK.

      * a dealer with nothing drawn or returned for the week was
      * not a stop.
       END-DEALER.
           IF WS-DLR-ROWS = 0 GO TO READ-WNA.
           PERFORM GET-SHORTAGE THRU END-GET-SHORTAGE.
           COMPUTE WS-DLR-MARGIN =
               WS-DLR-REV - WS-DLR-PUB-COST - WS-DLR-SHORT.
           IF WS-STP-CNT NOT LESS WS-STP-MAX
              DISPLAY "STOP TABLE FULL - DEALER " WNA-DEALER-NO
                  " NOT REPORTED"
              GO TO READ-WNA.
           ADD 1 TO WS-STP-CNT.
           MOVE WS-STP-CNT TO EX.
           MOVE WNA-ROUTE-NO TO WS-STP-ROUTE (EX).
           COMPUTE WS-STP-RANK (EX) = WS-DLR-MARGIN + 50000000.
           MOVE WNA-DEALER-NO TO WS-STP-DEALER-NO (EX).
           MOVE WNA-NAME TO WS-STP-NAME (EX).
           MOVE WS-DLR-NET TO WS-STP-NET (EX).
           MOVE WS-DLR-REV TO WS-STP-REV (EX).
           MOVE WS-DLR-PUB-COST TO WS-STP-PUB-COST (EX).
           MOVE WS-DLR-RET-COST TO WS-STP-RET-COST (EX).
           MOVE WS-DLR-SHORT TO WS-STP-SHORT (EX).
           MOVE WS-DLR-MARGIN TO WS-STP-MARGIN (EX).
           GO TO READ-WNA.

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

      * the dealer's approved and credited shortage claims dated in
      * the seven days ending on the week date (as RETCERT).
       GET-SHORTAGE.
           IF WS-RPT-FL = "N" GO TO END-GET-SHORTAGE.
           MOVE WNA-DEALER-NO TO RPT-DEALER-NO-R.
           MOVE 0 TO RPT-TITLE-NO-R.
           START RPTFILE KEY NOT LESS RPT-ALTERNATE-KEY-ONE
               INVALID KEY GO TO END-GET-SHORTAGE.
       GET-SHORTAGE-LOOP.
           READ RPTFILE NEXT AT END GO TO END-GET-SHORTAGE.
           IF RPT-DEALER-NO-R NOT = WNA-DEALER-NO
              GO TO END-GET-SHORTAGE.
           IF RPT-STATUS NOT = "A" AND RPT-STATUS NOT = "C"
              GO TO GET-SHORTAGE-LOOP.
           MOVE RPT-DATE TO WS-CLM-DATE.
           COMPUTE WS-CLM-DAYS =
               WS-CLM-YY * 365 + WS-CLM-MM * 30 + WS-CLM-DD.
           IF WS-CLM-DAYS GREATER WS-WEEK-DAYS
              OR WS-CLM-DAYS + 6 LESS WS-WEEK-DAYS
              GO TO GET-SHORTAGE-LOOP.
           ADD 1 TO WS-CLM-CNT.
           ADD RPT-AMT TO WS-DLR-SHORT.
           GO TO GET-SHORTAGE-LOOP.
       END-GET-SHORTAGE. EXIT.

       SORT-TABLE.
           MOVE 1 TO EX.
       SORT-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-STP-CNT GO TO PRINT-REPORT.
           MOVE WS-STP-ENT (EX) TO WS-HOLD-ENT.
           MOVE EX TO EY.
       SORT-INNER.
           IF EY GREATER 1
              IF WS-STP-SORT-KEY (EY - 1) GREATER WS-HOLD-SORT-KEY
                 MOVE WS-STP-ENT (EY - 1) TO WS-STP-ENT (EY)
                 SUBTRACT 1 FROM EY
                 GO TO SORT-INNER.
           MOVE WS-HOLD-ENT TO WS-STP-ENT (EY).
           GO TO SORT-LOOP.

       PRINT-REPORT.
           OPEN OUTPUT PRLINE.
           MOVE WS-WEEK-MM TO H1-MM.
           MOVE WS-WEEK-DD TO H1-DD.
           MOVE WS-WEEK TO H1-WEEK.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           INITIALIZE WS-TOTALS.
           IF WS-STP-CNT = 0
              MOVE SPACES TO LINEPR
              MOVE "NO ACTIVITY FOR THE WEEK" TO LINEPR
              WRITE LINEPR AFTER ADVANCING 2
              GO TO END-JOB.
           MOVE HIGH-VALUES TO WS-SAVE-ROUTE.
           MOVE 0 TO EX.
       PRINT-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-STP-CNT
              PERFORM ROUTE-TOTAL-LINE THRU END-ROUTE-TOTAL-LINE
              GO TO GRAND-TOTAL.
           IF WS-STP-ROUTE (EX) NOT = WS-SAVE-ROUTE
              IF WS-SAVE-ROUTE NOT = HIGH-VALUES
                 PERFORM ROUTE-TOTAL-LINE THRU END-ROUTE-TOTAL-LINE
              END-IF
              PERFORM ROUTE-HEAD-LINE THRU END-ROUTE-HEAD-LINE.
           ADD WS-STP-NET (EX) TO WS-ROUTE-NET.
           ADD WS-STP-REV (EX) TO WS-ROUTE-REV.
           ADD WS-STP-PUB-COST (EX) TO WS-ROUTE-PUB-COST.
           ADD WS-STP-RET-COST (EX) TO WS-ROUTE-RET-COST.
           ADD WS-STP-SHORT (EX) TO WS-ROUTE-SHORT.
           ADD WS-STP-MARGIN (EX) TO WS-ROUTE-MARGIN.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-STP-DEALER-NO (EX) TO DET-DEALER-NO.
           MOVE WS-STP-NAME (EX) TO DET-NAME.
           MOVE WS-STP-NET (EX) TO DET-NET.
           MOVE WS-STP-REV (EX) TO DET-REV.
           MOVE WS-STP-PUB-COST (EX) TO DET-PUB-COST.
           MOVE WS-STP-RET-COST (EX) TO DET-RET-COST.
           MOVE WS-STP-SHORT (EX) TO DET-SHORT.
           MOVE WS-SHARE TO DET-COST.
           COMPUTE WS-CONTRIB = WS-STP-MARGIN (EX) - WS-SHARE.
           MOVE WS-CONTRIB TO DET-CONTRIB.
           IF WS-CONTRIB LESS 0
              MOVE "LOSS" TO DET-FLAG
              ADD 1 TO WS-LOSS-CNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO PRINT-LOOP.

      * a new route: count its stops (they sit together in the
      * sorted table), cost it off RTCFILE and work out each stop's
      * share.
       ROUTE-HEAD-LINE.
           MOVE WS-STP-ROUTE (EX) TO WS-SAVE-ROUTE RH-ROUTE.
           INITIALIZE WS-ROUTE-TOTALS.
           MOVE 0 TO WS-ROUTE-STOPS.
           MOVE EX TO EY.
       ROUTE-COUNT-LOOP.
           IF EY NOT GREATER WS-STP-CNT
              IF WS-STP-ROUTE (EY) = WS-SAVE-ROUTE
                 ADD 1 TO WS-ROUTE-STOPS
                 ADD 1 TO EY
                 GO TO ROUTE-COUNT-LOOP.
           MOVE 0 TO WS-ROUTE-COST WS-SHARE.
           MOVE SPACES TO RH-FLAG.
           MOVE WS-SAVE-ROUTE TO RTC-ROUTE-NO.
           IF WS-RTC-FL = "N" GO TO ROUTE-NO-COST.
           READ RTCFILE INVALID KEY GO TO ROUTE-NO-COST.
           COMPUTE WS-ROUTE-COST ROUNDED = RTC-DAYS-RUN *
               (RTC-DRIVER-DAY + RTC-MILES-DAY * RTC-MILE-RATE)
               + RTC-VEHICLE-WEEK.
           COMPUTE WS-SHARE ROUNDED = WS-ROUTE-COST / WS-ROUTE-STOPS.
           GO TO ROUTE-HEAD-WRITE.
       ROUTE-NO-COST.
           MOVE "NO COST MASTER" TO RH-FLAG.
       ROUTE-HEAD-WRITE.
           MOVE WS-ROUTE-STOPS TO RH-STOPS.
           MOVE WS-ROUTE-COST TO RH-COST.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ROUTE-HEAD AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 1.
       END-ROUTE-HEAD-LINE. EXIT.

      * the route's contribution is its stops' margin less the full
      * route cost (the even shares can round a cent off it).
       ROUTE-TOTAL-LINE.
           COMPUTE WS-CONTRIB = WS-ROUTE-MARGIN - WS-ROUTE-COST.
           COMPUTE WS-PER-STOP ROUNDED = WS-CONTRIB / WS-ROUTE-STOPS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "ROUTE TOTAL" TO DET-NAME.
           MOVE WS-ROUTE-NET TO DET-NET.
           MOVE WS-ROUTE-REV TO DET-REV.
           MOVE WS-ROUTE-PUB-COST TO DET-PUB-COST.
           MOVE WS-ROUTE-RET-COST TO DET-RET-COST.
           MOVE WS-ROUTE-SHORT TO DET-SHORT.
           MOVE WS-ROUTE-COST TO DET-COST.
           MOVE WS-CONTRIB TO DET-CONTRIB.
           IF WS-CONTRIB LESS 0
              MOVE "LOSS" TO DET-FLAG
              ADD 1 TO WS-RTE-LOSS-CNT.
           IF RH-FLAG NOT = SPACES
              MOVE "NO COST" TO DET-FLAG
              ADD 1 TO WS-NO-COST-CNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 2.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "PER STOP" TO DET-NAME.
           MOVE WS-PER-STOP TO DET-CONTRIB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           ADD WS-ROUTE-STOPS TO WS-TOT-STOPS.
           ADD WS-ROUTE-NET TO WS-TOT-NET.
           ADD WS-ROUTE-REV TO WS-TOT-REV.
           ADD WS-ROUTE-PUB-COST TO WS-TOT-PUB-COST.
           ADD WS-ROUTE-RET-COST TO WS-TOT-RET-COST.
           ADD WS-ROUTE-SHORT TO WS-TOT-SHORT.
           ADD WS-ROUTE-COST TO WS-TOT-COST.
           ADD WS-CONTRIB TO WS-TOT-CONTRIB.
           IF WS-RTE-CNT NOT LESS WS-RTE-MAX
              DISPLAY "ROUTE TABLE FULL - ROUTE " WS-SAVE-ROUTE
                  " NOT SUMMARIZED"
              GO TO END-ROUTE-TOTAL-LINE.
           ADD 1 TO WS-RTE-CNT.
           MOVE WS-RTE-CNT TO RX.
           MOVE WS-SAVE-ROUTE TO WS-RTE-ROUTE (RX).
           MOVE WS-ROUTE-STOPS TO WS-RTE-STOPS (RX).
           MOVE WS-ROUTE-NET TO WS-RTE-NET (RX).
           MOVE WS-ROUTE-REV TO WS-RTE-REV (RX).
           MOVE WS-ROUTE-PUB-COST TO WS-RTE-PUB-COST (RX).
           MOVE WS-ROUTE-RET-COST TO WS-RTE-RET-COST (RX).
           MOVE WS-ROUTE-SHORT TO WS-RTE-SHORT (RX).
           MOVE WS-ROUTE-COST TO WS-RTE-COST (RX).
           MOVE WS-CONTRIB TO WS-RTE-CONTRIB (RX).
           MOVE "N" TO WS-RTE-NO-COST (RX).
           IF RH-FLAG NOT = SPACES
              MOVE "Y" TO WS-RTE-NO-COST (RX).
       END-ROUTE-TOTAL-LINE. EXIT.

       GRAND-TOTAL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "GRAND TOTAL" TO DET-NAME.
           MOVE WS-TOT-NET TO DET-NET.
           MOVE WS-TOT-REV TO DET-REV.
           MOVE WS-TOT-PUB-COST TO DET-PUB-COST.
           MOVE WS-TOT-RET-COST TO DET-RET-COST.
           MOVE WS-TOT-SHORT TO DET-SHORT.
           MOVE WS-TOT-COST TO DET-COST.
           MOVE WS-TOT-CONTRIB TO DET-CONTRIB.
           IF WS-TOT-CONTRIB LESS 0
              MOVE "LOSS" TO DET-FLAG.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 3.

       PRINT-SUMMARY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SUM-HEAD-1 AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SUM-HEAD-2 AFTER ADVANCING 1.
           MOVE 0 TO RX.
       PRINT-SUM-LOOP.
           ADD 1 TO RX.
           IF RX GREATER WS-RTE-CNT GO TO PRINT-SUM-TOTAL.
           MOVE SPACES TO SUM-LINE.
           MOVE WS-RTE-ROUTE (RX) TO SUM-ROUTE.
           MOVE WS-RTE-STOPS (RX) TO SUM-STOPS.
           MOVE WS-RTE-NET (RX) TO SUM-NET.
           MOVE WS-RTE-REV (RX) TO SUM-REV.
           MOVE WS-RTE-PUB-COST (RX) TO SUM-PUB-COST.
           MOVE WS-RTE-SHORT (RX) TO SUM-SHORT.
           MOVE WS-RTE-COST (RX) TO SUM-COST.
           MOVE WS-RTE-CONTRIB (RX) TO SUM-CONTRIB.
           COMPUTE WS-PER-STOP ROUNDED =
               WS-RTE-CONTRIB (RX) / WS-RTE-STOPS (RX).
           MOVE WS-PER-STOP TO SUM-PER-STOP.
           IF WS-RTE-CONTRIB (RX) LESS 0
              MOVE "LOSS" TO SUM-FLAG.
           IF WS-RTE-NO-COST (RX) = "Y"
              MOVE "NO COST" TO SUM-FLAG.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SUM-LINE AFTER ADVANCING 1.
           GO TO PRINT-SUM-LOOP.
       PRINT-SUM-TOTAL.
           MOVE SPACES TO SUM-LINE.
           MOVE WS-TOT-STOPS TO SUM-STOPS.
           MOVE WS-TOT-NET TO SUM-NET.
           MOVE WS-TOT-REV TO SUM-REV.
           MOVE WS-TOT-PUB-COST TO SUM-PUB-COST.
           MOVE WS-TOT-SHORT TO SUM-SHORT.
           MOVE WS-TOT-COST TO SUM-COST.
           MOVE WS-TOT-CONTRIB TO SUM-CONTRIB.
           COMPUTE WS-PER-STOP ROUNDED = WS-TOT-CONTRIB / WS-TOT-STOPS.
           MOVE WS-PER-STOP TO SUM-PER-STOP.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SUM-LINE AFTER ADVANCING 2.

       END-JOB.
           DISPLAY "DEALERS READ:            " WS-DEALER-CNT.
           DISPLAY "STOPS REPORTED:          " WS-STP-CNT.
           DISPLAY "SHORTAGE CLAIMS CHARGED: " WS-CLM-CNT.
           DISPLAY "ROUTES REPORTED:         " WS-RTE-CNT.
           DISPLAY "STOPS AT A LOSS:         " WS-LOSS-CNT.
           DISPLAY "ROUTES AT A LOSS:        " WS-RTE-LOSS-CNT.
           DISPLAY "ROUTES WITH NO COST:     " WS-NO-COST-CNT.
           IF WS-NO-COST-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNKFILE WNAFILE WNRFILE PUBFILE PRLINE.
           IF WS-RTC-FL = "Y"
              CLOSE RTCFILE.
           IF WS-RPT-FL = "Y"
              CLOSE RPTFILE.
           STOP RUN.
