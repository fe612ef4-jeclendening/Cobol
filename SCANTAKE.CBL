      *           scan still converts, but the publisher will
      *           refuse the credit and somebody should know.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a scan from a store not on the CHNFILE chain store
      *           master, or on it but no longer active, is rejected
      *           to the exception listing with its own counter
      *           instead of converting into the tree-up feed.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNSSEL.
       COPY WNXSEL.
       COPY WNRSEL.
       COPY CHNSEL.
           SELECT SCANFILE ASSIGN "/home/prb/f/SCANIN.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  CHNFILE LABEL RECORD STANDARD DATA RECORD CHN.
       01  CHN.
       COPY CHN.
       FD  SCANFILE LABEL RECORD STANDARD DATA RECORD SCAN-REC.
       01  SCAN-REC.
           05  SCAN-LOCATION   PIC 9(5).
       01  WS-NOMATCH-CNT   PIC 9(7) VALUE 0.
       01  WS-NOSKU-CNT     PIC 9(7) VALUE 0.
       01  WS-OUTWIN-CNT    PIC 9(7) VALUE 0.
       01  WS-NOSTORE-CNT   PIC 9(7) VALUE 0.
       01  WS-CLOSED-CNT    PIC 9(7) VALUE 0.
       01  WS-CHN-OPEN-FL   PIC X VALUE "N".
      * days since the current week's issue date, month-times-30
      * arithmetic, for the off-sale return window check.
       01  WS-DATE.
              DISPLAY "SCANIN.DAT NOT FOUND - NOTHING TO TAKE IN"
              STOP RUN.
           OPEN INPUT UPCFILE WNSFILE WNXFILE WNRFILE.
           OPEN INPUT CHNFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-CHN-OPEN-FL
           ELSE
              DISPLAY "NO CHNFILE CHAIN STORE MASTER - SCAN STORES "
                  "NOT CHECKED".
           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY-DAYS = WS-MM * 30 + WS-DD.
           INITIALIZE WNR.
              ADD 1 TO WS-FORMAT-CNT
              PERFORM WRITE-EXCEPTION
              GO TO READ-SCAN.
      * the store must be on the chain store master and active.
           IF WS-CHN-OPEN-FL = "N" GO TO READ-SCAN-UPC.
           MOVE SCAN-LOCATION TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY
              MOVE "STORE NOT ON CHAIN MASTER" TO EXC-REASON
              ADD 1 TO WS-NOSTORE-CNT
              PERFORM WRITE-EXCEPTION
              GO TO READ-SCAN.
           IF CHN-ACTIVE-FL NOT = "Y"
              MOVE "STORE CLOSED" TO EXC-REASON
              ADD 1 TO WS-CLOSED-CNT
              PERFORM WRITE-EXCEPTION
              GO TO READ-SCAN.
       READ-SCAN-UPC.
           PERFORM CHECK-DIGIT-RTN THRU END-CHECK-DIGIT-RTN.
           IF WS-CHECK-CALC NOT = SCAN-UPC-CHECK
              MOVE "CHECK DIGIT FAILED" TO EXC-REASON
           MOVE WS-OUTWIN-CNT TO SUM-COUNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SUM-LINE AFTER ADVANCING 1.
           MOVE "STORE NOT ON CHAIN MASTER" TO SUM-LABEL.
           MOVE WS-NOSTORE-CNT TO SUM-COUNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SUM-LINE AFTER ADVANCING 1.
           MOVE "STORE CLOSED             " TO SUM-LABEL.
           MOVE WS-CLOSED-CNT TO SUM-COUNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SUM-LINE AFTER ADVANCING 1.
           DISPLAY "SCANTAKE: " WS-READ-CNT " READ, "
               WS-GOOD-CNT " CONVERTED".
           CLOSE SCANFILE UPCFILE WNSFILE WNXFILE WNRFILE
               SCANOUTFILE PRLINE.
           IF WS-CHN-OPEN-FL = "Y"
              CLOSE CHNFILE.
           STOP RUN.
