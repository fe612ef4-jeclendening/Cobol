      *           store/title rows -- so the two chains read
      *           apart without cutting the file up by hand.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           each row carries the store name off the CHNFILE
      *           chain store master after the store number.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PRLINE ASSIGN PRINT WS-FILENAME
           STATUS FL-STATUS.
       COPY BNRSEL.
       COPY CHNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHFILE LABEL RECORD STANDARD DATA RECORD ARCH-LINE.
       01  ARCH-LINE PIC X(140).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(200).
       FD  BNRFILE LABEL RECORD STANDARD DATA RECORD BNR.
       01  BNR.
       COPY BNR.
       FD  CHNFILE LABEL RECORD STANDARD DATA RECORD CHN.
       01  CHN.
       COPY CHN.

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
               10  WS-BNR-NET OCCURS 13 TIMES PIC S9(9).
       01  WS-FIND-STORE   PIC 9(5) VALUE 0.
       01  WS-STORE-BANNER PIC X(2) VALUE SPACE.
       01  WS-CHN-OPEN-FL  PIC X VALUE "N".
       01  BNR-TOTAL-LINE.
           05  FILLER PIC X(8) VALUE "BANNER,,".
           05  BTL-CODE PIC X(2).
           05  FILLER PIC X(6) VALUE ",TOTAL".
           05  BTL-WEEKS.
                   15  BTL-COMMA PIC X.
                   15  BTL-NET   PIC -999999999.
       01  HEAD-1.
           05  FILLER PIC X(27) VALUE "STORE,STORE NAME,BNR,TITLE".
           05  HEAD-WEEKS.
               10  HEAD-WEEK OCCURS 13 TIMES.
                   15  HW-COMMA PIC X.
       01  DETAIL-LINE.
           05  DET-STORE-NO PIC 99999.
           05  DET-COMMA1   PIC X VALUE ",".
           05  DET-Q1       PIC X VALUE QUOTE.
           05  DET-STORE-NAME PIC X(30).
           05  DET-Q2       PIC X VALUE QUOTE.
           05  DET-COMMA1A  PIC X VALUE ",".
           05  DET-BNR      PIC X(2).
           05  DET-COMMA1B  PIC X VALUE ",".
           05  DET-TITLE-NO PIC 999.
           MOVE WS-MM TO WS-FILENAME-MM.
           MOVE WS-DD TO WS-FILENAME-DD.
           PERFORM LOAD-BANNER-RANGES THRU END-LOAD-BANNER-RANGES.
           OPEN INPUT CHNFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-CHN-OPEN-FL
           ELSE
              DISPLAY "NO CHNFILE CHAIN STORE MASTER - NO STORE NAMES".
           OPEN INPUT DRVFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "TREETREND.DAT NOT FOUND - NO ARCHIVE DATES"
           MOVE WS-TREND-STORE (EX) TO DET-STORE-NO WS-FIND-STORE.
           PERFORM FIND-BANNER THRU END-FIND-BANNER.
           MOVE WS-STORE-BANNER TO DET-BNR.
           PERFORM FIND-STORE-NAME THRU END-FIND-STORE-NAME.
           PERFORM POST-BANNER-NETS THRU END-POST-BANNER-NETS.
           MOVE WS-TREND-TITLE (EX) TO DET-TITLE-NO.
           MOVE SPACES TO DET-WEEKS.
           WRITE LINEPR FROM BNR-TOTAL-LINE AFTER ADVANCING 1.
           GO TO BANNER-TOTAL-LOOP.

      * the store name off the chain store master.
       FIND-STORE-NAME.
           MOVE "NOT ON CHAIN STORE MASTER" TO DET-STORE-NAME.
           IF WS-CHN-OPEN-FL = "N" GO TO END-FIND-STORE-NAME.
           MOVE WS-FIND-STORE TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY GO TO END-FIND-STORE-NAME.
           MOVE CHN-NAME TO DET-STORE-NAME.
       END-FIND-STORE-NAME. EXIT.

       LOAD-BANNER-RANGES.
           OPEN INPUT BNRFILE.
           IF FL-STATUS NOT = "00"
               WS-ENT-CNT " STORE/TITLE ROWS, "
               WS-BNR-CNT " BANNERS".
           CLOSE PRLINE.
           IF WS-CHN-OPEN-FL = "Y"
              CLOSE CHNFILE.
           STOP RUN.
