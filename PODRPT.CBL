       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODRPT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: ON-TIME AND DELIVERY-EXCEPTION REPORT BY ROUTE
      * AND DRIVER OFF THE PROOF-OF-DELIVERY FILE PODTAKE LOADS.
      * FOR ONE WEEK IT COUNTS, PER DRIVER WITHIN EACH ROUTE, THE
      * STOPS RECORDED, THE DELIVERED STOPS MADE BY THE DEADLINE
      * AND AFTER IT, THE STOPS NOT DELIVERED, AND EACH EXCEPTION
      * CODE, WITH ROUTE AND COMPANY TOTALS AND THE ON-TIME
      * PERCENT; EVERY STOP CARRYING AN EXCEPTION IS THEN LISTED.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE
      * WEEK-ENDING DATE (MMDD, BLANK = CURRENT WEEK) AND THE
      * DELIVERY DEADLINE (HHMM, BLANK = 0600).
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
       COPY PODSEL.
       COPY WNRSEL.
       COPY WNASEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/PODRPT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PODFILE LABEL RECORD STANDARD DATA RECORD POD.
       01  POD.
       COPY POD.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(8) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-WEEK     PIC X(4).
           05  WS-PARM-DEADLINE PIC X(4).
       01  WS-WEEK-DATE  PIC 9(4) VALUE 0.
       01  WS-DEADLINE   PIC 9(4) VALUE 0600.
       01  DX            PIC 999  VALUE 0.
       01  DY            PIC 999  VALUE 0.
       01  EX            PIC 9    VALUE 0.
       01  WS-DRV-MAX    PIC 999  VALUE 500.
       01  WS-DRV-CNT    PIC 999  VALUE 0.
       01  WS-POD-CNT    PIC 9(7) VALUE 0.
       01  WS-EXC-LINES  PIC 9(7) VALUE 0.
      * one entry per route and driver, kept in route/driver order
      * as it is built (insertion, no sort step).
       01  WS-DRV-TABLE.
           05  WS-DRV-ENT OCCURS 500 TIMES.
               10  WS-DRV-KEY.
                   15  WS-DRV-ROUTE   PIC X(2).
                   15  WS-DRV-DRIVER  PIC X(8).
               10  WS-DRV-COUNTS.
                   15  WS-DRV-STOPS   PIC 9(5).
                   15  WS-DRV-ONTIME  PIC 9(5).
                   15  WS-DRV-LATE    PIC 9(5).
                   15  WS-DRV-NOTDLV  PIC 9(5).
                   15  WS-DRV-EXC     OCCURS 6 TIMES PIC 9(5).
       01  WS-NEW-KEY.
           05  WS-NEW-ROUTE  PIC X(2).
           05  WS-NEW-DRIVER PIC X(8).
       01  WS-SAVE-ROUTE PIC X(2) VALUE SPACES.
       01  WS-TOT-COUNTS.
           05  WS-TOT-STOPS   PIC 9(5).
           05  WS-TOT-ONTIME  PIC 9(5).
           05  WS-TOT-LATE    PIC 9(5).
           05  WS-TOT-NOTDLV  PIC 9(5).
           05  WS-TOT-EXC     OCCURS 6 TIMES PIC 9(5).
       01  WS-RTE-COUNTS.
           05  WS-RTE-STOPS   PIC 9(5).
           05  WS-RTE-ONTIME  PIC 9(5).
           05  WS-RTE-LATE    PIC 9(5).
           05  WS-RTE-NOTDLV  PIC 9(5).
           05  WS-RTE-EXC     OCCURS 6 TIMES PIC 9(5).
       01  WS-HLD-COUNTS.
           05  WS-HLD-STOPS   PIC 9(5).
           05  WS-HLD-ONTIME  PIC 9(5).
           05  WS-HLD-LATE    PIC 9(5).
           05  WS-HLD-NOTDLV  PIC 9(5).
           05  WS-HLD-EXC     OCCURS 6 TIMES PIC 9(5).
       01  WS-PCT        PIC 999  VALUE 0.
       01  WS-DLVD       PIC 9(5) VALUE 0.
       01  WS-EXC-LIST   PIC X(12) VALUE "SCRFMSSLWTLD".
       01  WS-EXC-LIST-R REDEFINES WS-EXC-LIST.
           05  WS-EXC-CODE OCCURS 6 TIMES PIC X(2).
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
       01  HEAD-1.
           05  FILLER PIC X(34) VALUE
               "DELIVERY ON-TIME AND EXCEPTIONS  ".
           05  FILLER PIC X(4) VALUE "W/E ".
           05  H1-WEEK PIC 9(4).
           05  FILLER PIC X(12) VALUE "   DEADLINE ".
           05  H1-DEADLINE PIC 9(4).
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "RT DRIVER   STOPS ON-TIME  LATE NOT-DLV ".
           05  FILLER PIC X(38) VALUE
               "  SC   RF   MS   SL   WT   LD ON-TIME%".
       01  DRV-LINE.
           05  DRL-ROUTE    PIC X(2).
           05  FILLER       PIC X VALUE SPACE.
           05  DRL-DRIVER   PIC X(8).
           05  FILLER       PIC X VALUE SPACE.
           05  DRL-STOPS    PIC ZZZZ9.
           05  FILLER       PIC X(3) VALUE SPACES.
           05  DRL-ONTIME   PIC ZZZZ9.
           05  FILLER       PIC X VALUE SPACE.
           05  DRL-LATE     PIC ZZZZ9.
           05  FILLER       PIC X(3) VALUE SPACES.
           05  DRL-NOTDLV   PIC ZZZZ9.
           05  DRL-EXC-GRP  OCCURS 6 TIMES.
               10  DRL-EXC  PIC ZZZZ9.
           05  FILLER       PIC X(6) VALUE SPACES.
           05  DRL-PCT      PIC ZZ9.
       01  EXC-HEAD.
           05  FILLER PIC X(40) VALUE
               "STOPS WITH EXCEPTIONS".
       01  EXC-LINE.
           05  EXL-ROUTE     PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-DRIVER    PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-NAME      PIC X(24).
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-DAY       PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-TIME      PIC 9(4).
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-CODE      PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-CRED-QTY  PIC ZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  EXL-CRED-AMT  PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           OPEN INPUT PODFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO PROOF-OF-DELIVERY FILE ON HAND"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PARM-WEEK NOT = SPACES
              IF WS-PARM-WEEK NUMERIC
                 MOVE WS-PARM-WEEK TO WS-WEEK-DATE
              ELSE
                 DISPLAY "WEEK DATE MUST BE MMDD"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM GET-CURRENT-WEEK THRU END-GET-CURRENT-WEEK.
           IF WS-PARM-DEADLINE NOT = SPACES
              IF WS-PARM-DEADLINE NUMERIC
                 MOVE WS-PARM-DEADLINE TO WS-DEADLINE
              ELSE
                 DISPLAY "DEADLINE MUST BE HHMM"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT WNAFILE.
           OPEN OUTPUT PRLINE.
           INITIALIZE WS-DRV-TABLE WS-TOT-COUNTS.
           INITIALIZE POD.
           START PODFILE KEY NOT LESS POD-PRIMARY-KEY
               INVALID KEY GO TO PRINT-REPORT.
       READ-POD.
           READ PODFILE NEXT AT END GO TO PRINT-REPORT.
           IF POD-WEEK-DATE NOT = WS-WEEK-DATE GO TO READ-POD.
           ADD 1 TO WS-POD-CNT.
           MOVE POD-ROUTE-NO TO WS-NEW-ROUTE.
           MOVE POD-DRIVER TO WS-NEW-DRIVER.
           PERFORM FIND-DRIVER THRU END-FIND-DRIVER.
           IF DX = 0 GO TO READ-POD.
           ADD 1 TO WS-DRV-STOPS (DX).
           MOVE 0 TO EX.
       POD-CODE-LOOP.
           ADD 1 TO EX.
           IF EX GREATER 6 GO TO POD-TIMING.
           IF POD-EXC-CODE NOT = WS-EXC-CODE (EX)
              GO TO POD-CODE-LOOP.
           ADD 1 TO WS-DRV-EXC (DX EX).
      * codes 1-3 (SC RF MS) are stops where nothing was left.
           IF EX LESS 4
              ADD 1 TO WS-DRV-NOTDLV (DX)
              GO TO READ-POD.
       POD-TIMING.
           IF POD-DEL-TIME GREATER WS-DEADLINE
              ADD 1 TO WS-DRV-LATE (DX)
           ELSE
              ADD 1 TO WS-DRV-ONTIME (DX).
           GO TO READ-POD.

       PRINT-REPORT.
           MOVE WS-WEEK-DATE TO H1-WEEK.
           MOVE WS-DEADLINE TO H1-DEADLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE 0 TO DX.
           INITIALIZE WS-RTE-COUNTS.
           MOVE SPACES TO WS-SAVE-ROUTE.
       PRINT-DRV-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-DRV-CNT GO TO PRINT-LAST-ROUTE.
           IF DX GREATER 1
              AND WS-DRV-ROUTE (DX) NOT = WS-SAVE-ROUTE
              PERFORM PRINT-ROUTE-TOTAL THRU END-PRINT-ROUTE-TOTAL.
           MOVE WS-DRV-ROUTE (DX) TO WS-SAVE-ROUTE.
           MOVE WS-DRV-COUNTS (DX) TO WS-HLD-COUNTS.
           PERFORM FORMAT-COUNTS THRU END-FORMAT-COUNTS.
           MOVE WS-DRV-ROUTE (DX) TO DRL-ROUTE.
           MOVE WS-DRV-DRIVER (DX) TO DRL-DRIVER.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DRV-LINE AFTER ADVANCING 1.
           ADD WS-DRV-STOPS (DX) TO WS-RTE-STOPS WS-TOT-STOPS.
           ADD WS-DRV-ONTIME (DX) TO WS-RTE-ONTIME WS-TOT-ONTIME.
           ADD WS-DRV-LATE (DX) TO WS-RTE-LATE WS-TOT-LATE.
           ADD WS-DRV-NOTDLV (DX) TO WS-RTE-NOTDLV WS-TOT-NOTDLV.
           MOVE 0 TO EX.
       PRINT-DRV-EXC.
           ADD 1 TO EX.
           IF EX GREATER 6 GO TO PRINT-DRV-LOOP.
           ADD WS-DRV-EXC (DX EX) TO WS-RTE-EXC (EX) WS-TOT-EXC (EX).
           GO TO PRINT-DRV-EXC.
       PRINT-LAST-ROUTE.
           IF WS-DRV-CNT GREATER 0
              PERFORM PRINT-ROUTE-TOTAL THRU END-PRINT-ROUTE-TOTAL.
           MOVE WS-TOT-COUNTS TO WS-HLD-COUNTS.
           PERFORM FORMAT-COUNTS THRU END-FORMAT-COUNTS.
           MOVE "**" TO DRL-ROUTE.
           MOVE "COMPANY" TO DRL-DRIVER.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DRV-LINE AFTER ADVANCING 2.
           PERFORM LIST-EXCEPTIONS THRU END-LIST-EXCEPTIONS.

       END-JOB.
           DISPLAY "POD WEEK " WS-WEEK-DATE " STOPS: " WS-POD-CNT.
           DISPLAY "ROUTE/DRIVER LINES:    " WS-DRV-CNT.
           DISPLAY "EXCEPTION STOPS:       " WS-EXC-LINES.
           CLOSE PODFILE WNAFILE PRLINE.
           STOP RUN.

      * the current week's ending date off the WNR week table.
       GET-CURRENT-WEEK.
           OPEN INPUT WNRFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WNR-ISS-DATE (3) TO WS-WEEK-DATE.
           CLOSE WNRFILE.
       END-GET-CURRENT-WEEK. EXIT.

      * find the route/driver entry, inserting it in key order when
      * it is new.  DX comes back 0 when the table is full.
       FIND-DRIVER.
           MOVE 0 TO DX.
       FIND-DRV-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-DRV-CNT GO TO INSERT-DRIVER.
           IF WS-DRV-KEY (DX) = WS-NEW-KEY GO TO END-FIND-DRIVER.
           IF WS-DRV-KEY (DX) LESS WS-NEW-KEY GO TO FIND-DRV-LOOP.
       INSERT-DRIVER.
           IF WS-DRV-CNT NOT LESS WS-DRV-MAX
              DISPLAY "ROUTE/DRIVER TABLE FULL - " WS-NEW-KEY
                  " NOT COUNTED"
              MOVE 0 TO DX
              GO TO END-FIND-DRIVER.
           ADD 1 TO WS-DRV-CNT.
           MOVE WS-DRV-CNT TO DY.
       INSERT-SHIFT.
           IF DY NOT GREATER DX GO TO INSERT-PLACE.
           MOVE WS-DRV-ENT (DY - 1) TO WS-DRV-ENT (DY).
           SUBTRACT 1 FROM DY.
           GO TO INSERT-SHIFT.
       INSERT-PLACE.
           INITIALIZE WS-DRV-ENT (DX).
           MOVE WS-NEW-KEY TO WS-DRV-KEY (DX).
       END-FIND-DRIVER. EXIT.

       PRINT-ROUTE-TOTAL.
           MOVE WS-RTE-COUNTS TO WS-HLD-COUNTS.
           PERFORM FORMAT-COUNTS THRU END-FORMAT-COUNTS.
           MOVE WS-SAVE-ROUTE TO DRL-ROUTE.
           MOVE "ROUTE" TO DRL-DRIVER.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DRV-LINE AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           INITIALIZE WS-RTE-COUNTS.
       END-PRINT-ROUTE-TOTAL. EXIT.

      * edit a set of counts (driver, route or company) into the
      * print line; on-time percent is of the stops delivered.
       FORMAT-COUNTS.
           MOVE SPACES TO DRV-LINE.
           MOVE WS-HLD-STOPS TO DRL-STOPS.
           MOVE WS-HLD-ONTIME TO DRL-ONTIME.
           MOVE WS-HLD-LATE TO DRL-LATE.
           MOVE WS-HLD-NOTDLV TO DRL-NOTDLV.
           MOVE 0 TO EX.
       FORMAT-EXC-LOOP.
           ADD 1 TO EX.
           IF EX NOT GREATER 6
              MOVE WS-HLD-EXC (EX) TO DRL-EXC (EX)
              GO TO FORMAT-EXC-LOOP.
           ADD WS-HLD-ONTIME WS-HLD-LATE GIVING WS-DLVD.
           MOVE 0 TO WS-PCT.
           IF WS-DLVD GREATER 0
              COMPUTE WS-PCT ROUNDED =
                  WS-HLD-ONTIME * 100 / WS-DLVD.
           MOVE WS-PCT TO DRL-PCT.
       END-FORMAT-COUNTS. EXIT.

      * a second pass over the week listing each stop that carried
      * an exception code, in dealer order.
       LIST-EXCEPTIONS.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM EXC-HEAD AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           INITIALIZE POD.
           START PODFILE KEY NOT LESS POD-PRIMARY-KEY
               INVALID KEY GO TO END-LIST-EXCEPTIONS.
       LIST-EXC-LOOP.
           READ PODFILE NEXT AT END GO TO END-LIST-EXCEPTIONS.
           IF POD-WEEK-DATE NOT = WS-WEEK-DATE
              OR POD-EXC-CODE = SPACES
              GO TO LIST-EXC-LOOP.
           MOVE SPACES TO EXC-LINE.
           MOVE POD-ROUTE-NO TO EXL-ROUTE.
           MOVE POD-DRIVER TO EXL-DRIVER.
           MOVE POD-DEALER-NO TO EXL-DEALER-NO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE "** NOT ON DEALER FILE **" TO WNA-NAME.
           MOVE WNA-NAME TO EXL-NAME.
           IF POD-DAY-NO GREATER 0 AND POD-DAY-NO LESS 8
              MOVE WS-DAY-NAME (POD-DAY-NO) TO EXL-DAY.
           MOVE POD-DEL-TIME TO EXL-TIME.
           MOVE POD-EXC-CODE TO EXL-CODE.
           MOVE POD-CRED-QTY TO EXL-CRED-QTY.
           MOVE POD-CRED-AMT TO EXL-CRED-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM EXC-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-EXC-LINES.
           GO TO LIST-EXC-LOOP.
       END-LIST-EXCEPTIONS. EXIT.
