      * load the last closed accounting month off the WOJ control
      * table (key "CLOSE", month and year in WOJ-DATE-MM/YY).  no
      * table or no entry means no period has been closed yet.
       PERIOD-LOAD-RTN.
           MOVE 0 TO WS-PERIOD-CLOSED-YYMM.
           OPEN INPUT WOJFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WOJFILE
              GO TO END-PERIOD-LOAD-RTN.
           MOVE "CLOSE" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY
              CLOSE WOJFILE
              GO TO END-PERIOD-LOAD-RTN.
           IF WOJ-DATE-MM NUMERIC AND WOJ-DATE-YY NUMERIC
              COMPUTE WS-PERIOD-CLOSED-YYMM =
                  WOJ-DATE-YY * 100 + WOJ-DATE-MM.
           CLOSE WOJFILE.
       END-PERIOD-LOAD-RTN. EXIT.

      * a transaction dated in or before the last closed month
      * belongs to a period accounting has closed: the posting
      * program rejects it rather than land it in a closed month
      * the GL has already been journaled for.
       PERIOD-CHECK-RTN.
           MOVE "N" TO WS-PERIOD-CLOSED-FL.
           IF WS-PERIOD-CLOSED-YYMM = 0
              GO TO END-PERIOD-CHECK-RTN.
           IF WS-PERIOD-YYMM NOT GREATER WS-PERIOD-CLOSED-YYMM
              MOVE "Y" TO WS-PERIOD-CLOSED-FL.
       END-PERIOD-CHECK-RTN. EXIT.
