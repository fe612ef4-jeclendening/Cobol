      * build the seven calendar dates (YYMMDD) of the week ending
      * WS-TSP-WEEK-DATE.  the week-ending date carries no year: it
      * takes the run year, or the year before when the week month
      * is later than the run month (a january run over a december
      * week).  day 7 is the week-ending sunday; each earlier day
      * steps back one calendar day.
       TSP-WEEK-DATES-RTN.
           MOVE WS-TSP-RUN-YY TO WS-TSP-WORK-YY.
           IF WS-TSP-WEEK-MM GREATER WS-TSP-RUN-MM
              IF WS-TSP-WORK-YY = 0
                 MOVE 99 TO WS-TSP-WORK-YY
              ELSE
                 SUBTRACT 1 FROM WS-TSP-WORK-YY.
           MOVE WS-TSP-WEEK-MM TO WS-TSP-WORK-MM.
           MOVE WS-TSP-WEEK-DD TO WS-TSP-WORK-DD.
           MOVE 7 TO TSPX.
       TSP-WEEK-DATES-LOOP.
           MOVE WS-TSP-WORK-DATE TO WS-TSP-DAY-DATE (TSPX).
           IF TSPX = 1
              GO TO END-TSP-WEEK-DATES-RTN.
           SUBTRACT 1 FROM TSPX.
           IF WS-TSP-WORK-DD GREATER 1
              SUBTRACT 1 FROM WS-TSP-WORK-DD
              GO TO TSP-WEEK-DATES-LOOP.
           IF WS-TSP-WORK-MM = 1
              MOVE 12 TO WS-TSP-WORK-MM
              IF WS-TSP-WORK-YY = 0
                 MOVE 99 TO WS-TSP-WORK-YY
              ELSE
                 SUBTRACT 1 FROM WS-TSP-WORK-YY
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-TSP-WORK-MM.
           MOVE WS-TSP-MDAYS (WS-TSP-WORK-MM) TO WS-TSP-WORK-DD.
           IF WS-TSP-WORK-MM = 2
              DIVIDE WS-TSP-WORK-YY BY 4 GIVING WS-TSP-QUOT
                  REMAINDER WS-TSP-REM
              IF WS-TSP-REM = 0
                 MOVE 29 TO WS-TSP-WORK-DD.
           GO TO TSP-WEEK-DATES-LOOP.
       END-TSP-WEEK-DATES-RTN. EXIT.

      * flag the days of the week WS-TSP-DEALER-NO is on temporary
      * stop.  no stop file, or no stop for the dealer, leaves every
      * day clear -- the dealer is served and billed as usual.  the
      * resume date is the first day back, so it is not flagged.
       TSP-DEALER-RTN.
           MOVE SPACES TO WS-TSP-STOPS.
           MOVE "N" TO WS-TSP-ANY-FL.
           IF WS-TSP-OPEN-FL NOT = "Y"
              GO TO END-TSP-DEALER-RTN.
           MOVE WS-TSP-DEALER-NO TO TSP-DEALER-NO.
           READ TSPFILE INVALID KEY
              GO TO END-TSP-DEALER-RTN.
           MOVE 0 TO TSPX.
       TSP-DEALER-LOOP.
           ADD 1 TO TSPX.
           IF WS-TSP-DAY-DATE (TSPX) NOT LESS TSP-START-DATE
              AND WS-TSP-DAY-DATE (TSPX) LESS TSP-RESUME-DATE
              MOVE "Y" TO WS-TSP-STOP-FL (TSPX)
              MOVE "Y" TO WS-TSP-ANY-FL.
           IF TSPX LESS 7
              GO TO TSP-DEALER-LOOP.
       END-TSP-DEALER-RTN. EXIT.
