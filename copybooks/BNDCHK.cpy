      * load the copies per bundle for WS-BND-DAY.  the file is in
      * title/day order, so a title's every-day record (day 0) is
      * read first and its own record for the day, if any, then
      * replaces it.  no bundle file leaves every size at zero.
       BND-LOAD-RTN.
           MOVE ZEROS TO WS-BND-SIZES.
           IF WS-BND-OPEN-FL NOT = "Y"
              GO TO END-BND-LOAD-RTN.
           INITIALIZE BND.
           START BNDFILE KEY NOT LESS BND-PRIMARY-KEY
               INVALID KEY GO TO END-BND-LOAD-RTN.
       BND-LOAD-LOOP.
           READ BNDFILE NEXT AT END GO TO END-BND-LOAD-RTN.
           IF BND-TITLE-NO = 0
              GO TO BND-LOAD-LOOP.
           IF BND-DAY-NO = 0 OR BND-DAY-NO = WS-BND-DAY
              MOVE BND-BUNDLE-QTY TO WS-BND-TTL-SIZE (BND-TITLE-NO).
           GO TO BND-LOAD-LOOP.
       END-BND-LOAD-RTN. EXIT.

      * split WS-BND-QTY copies of WS-BND-TITLE-NO into full bundles
      * and odd copies at the day's bundle size.
       BND-SPLIT-RTN.
           MOVE 0 TO WS-BND-SIZE WS-BND-BUNDLES.
           MOVE WS-BND-QTY TO WS-BND-ODD.
           IF WS-BND-TITLE-NO = 0
              GO TO END-BND-SPLIT-RTN.
           MOVE WS-BND-TTL-SIZE (WS-BND-TITLE-NO) TO WS-BND-SIZE.
           IF WS-BND-SIZE = 0
              GO TO END-BND-SPLIT-RTN.
           DIVIDE WS-BND-QTY BY WS-BND-SIZE GIVING WS-BND-BUNDLES
               REMAINDER WS-BND-ODD.
       END-BND-SPLIT-RTN. EXIT.
