      *           invoice under UNASSIGNED and are flagged.  the
      *           chain grand total still posts to WNC "TRE".
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           each invoice line carries the store name off the
      *           CHNFILE chain store master, and every active store
      *           whose close date has come gets a final-settlement
      *           listing (TREEFINAL.PRT) of its last billed returns,
      *           after which it is set inactive with the date of
      *           its final settlement so later feeds reject it.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNXSEL.
       COPY WNCSEL.
       COPY BNRSEL.
       COPY CHNSEL.
           SELECT PRLINE ASSIGN PRINT WS-FILENAME
           STATUS FL-STATUS.
           SELECT FINLINE ASSIGN PRINT "/home/prb/w/TREEFINAL.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNRFILE LABEL RECORD STANDARD DATA RECORD BNR.
       01  BNR.
       COPY BNR.
       FD  CHNFILE LABEL RECORD STANDARD DATA RECORD CHN.
       01  CHN.
       COPY CHN.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(160).
       FD  FINLINE LABEL RECORD OMITTED DATA RECORD FINLINE-REC.
       01  FINLINE-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-NET-QTY    PIC S9(7) VALUE 0.
       01  WS-EXT-AMT    PIC S9(7)V99 VALUE 0.
       01  WS-CHAIN-QTY  PIC S9(9) VALUE 0.
       01  WS-CUR-BNR   PIC X(2) VALUE SPACE.
       01  WS-BNR-QTY   PIC S9(9) VALUE 0.
       01  WS-BNR-AMT   PIC S9(9)V99 VALUE 0.
      * the store name off the chain store master, looked up once
      * per store as the store/title walk reaches it; and the
      * final-settlement totals for a closing store.
       01  WS-CHN-OPEN-FL  PIC X VALUE "N".
       01  WS-NAME-STORE   PIC 9(5) VALUE 0.
       01  WS-STORE-NAME   PIC X(30) VALUE SPACE.
       01  WS-FINAL-STORE  PIC 9(5) VALUE 0.
       01  WS-FINAL-QTY    PIC S9(7) VALUE 0.
       01  WS-FINAL-AMT    PIC S9(7)V99 VALUE 0.
       01  WS-FINAL-CNT    PIC 9(5) VALUE 0.
       01  FINAL-HEAD-1.
           05  FILLER PIC X(40) VALUE
               "CHAIN STORE FINAL SETTLEMENT".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  FH1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  FH1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  FH1-YY PIC 99.
       01  FINAL-STORE-HEAD.
           05  FILLER PIC X(6) VALUE "STORE ".
           05  FSH-STORE-NO PIC 9(5).
           05  FILLER PIC X VALUE SPACE.
           05  FSH-BANNER PIC X(2).
           05  FILLER PIC X VALUE SPACE.
           05  FSH-NAME PIC X(30).
           05  FILLER PIC X(8) VALUE "  CLOSED".
           05  FILLER PIC X VALUE SPACE.
           05  FSH-CLOSE PIC 9(6).
       01  FINAL-LINE.
           05  FILLER       PIC X(6) VALUE SPACE.
           05  FL-TITLE-NO  PIC 999.
           05  FILLER       PIC X VALUE SPACE.
           05  FL-TITLE     PIC X(21).
           05  FILLER       PIC X VALUE SPACE.
           05  FL-NET       PIC -(6)9.
           05  FILLER       PIC X VALUE SPACE.
           05  FL-RATE      PIC Z9.999.
           05  FILLER       PIC X VALUE SPACE.
           05  FL-AMT       PIC -(6)9.99.
       01  FINAL-TOTAL.
           05  FILLER       PIC X(32) VALUE
               "      FINAL SETTLEMENT TOTAL".
           05  FT-QTY       PIC -(6)9.
           05  FILLER       PIC X(8) VALUE SPACE.
           05  FT-AMT       PIC -(6)9.99.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  FT-STATUS    PIC X(30).
       01  BANNER-HEAD.
           05  FILLER PIC X(7) VALUE "BANNER,".
           05  BH-CODE PIC X(2).
           05  BT-COMMA     PIC XX VALUE ",,".
           05  BT-AMT       PIC -999999999.99.
       01  HEAD-1.
           05  FILLER PIC X(45) VALUE
               "STORE,STORE NAME,TITLE NO,TITLE,MON,TUE,WED,".
           05  FILLER PIC X(34) VALUE
               "THU,FRI,SAT,SUN,NET,RATE,AMOUNT".
       01  DETAIL-LINE.
           05  DET-STORE-NO PIC 99999.
           05  DET-COMMA1   PIC X VALUE ",".
           05  DET-Q3       PIC X VALUE QUOTE.
           05  DET-STORE-NAME PIC X(30).
           05  DET-Q4       PIC X VALUE QUOTE.
           05  DET-COMMA1B  PIC X VALUE ",".
           05  DET-TITLE-NO PIC 999.
           05  DET-COMMA2   PIC X VALUE ",".
           05  DET-Q1       PIC X VALUE QUOTE.
           MOVE WS-MM TO WS-FILENAME-MM.
           MOVE WS-DD TO WS-FILENAME-DD.
           OPEN INPUT WNKTREEFILE WNXFILE.
           OPEN I-O CHNFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-CHN-OPEN-FL
           ELSE
              DISPLAY "NO CHNFILE CHAIN STORE MASTER - NO STORE "
                  "NAMES OR FINAL SETTLEMENTS".
           PERFORM LOAD-BANNER-RANGES THRU END-LOAD-BANNER-RANGES.
           PERFORM SCAN-BANNERS THRU END-SCAN-BANNERS.
           IF WS-BNR-CNT = 0
           READ WNXFILE INVALID KEY MOVE "INVALID TITLE"
               TO WNX-TITLE.
           MOVE WNKTREE-STORE-NO TO DET-STORE-NO.
           PERFORM FIND-STORE-NAME THRU END-FIND-STORE-NAME.
           MOVE WS-STORE-NAME TO DET-STORE-NAME.
           MOVE WNKTREE-TITLE-NO TO DET-TITLE-NO.
           MOVE WNX-TITLE TO DET-TITLE.
           MOVE WNKTREE-ISS-NET-MON TO DET-MON.
           GO TO SCAN-BANNER-LOOP.
       END-SCAN-BANNERS. EXIT.

      * the store name off the chain store master; the walk is in
      * store order, so one read per store.
       FIND-STORE-NAME.
           IF WNKTREE-STORE-NO = WS-NAME-STORE
              AND WS-STORE-NAME NOT = SPACES
              GO TO END-FIND-STORE-NAME.
           MOVE WNKTREE-STORE-NO TO WS-NAME-STORE.
           MOVE "NOT ON CHAIN STORE MASTER" TO WS-STORE-NAME.
           IF WS-CHN-OPEN-FL = "N" GO TO END-FIND-STORE-NAME.
           MOVE WNKTREE-STORE-NO TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY GO TO END-FIND-STORE-NAME.
           MOVE CHN-NAME TO WS-STORE-NAME.
       END-FIND-STORE-NAME. EXIT.

      * every store still active whose close date has come: list
      * its last week's billed returns title by title, then set it
      * inactive with today as its final-settlement date so the
      * next feed rejects it.  the lines listed here are the ones
      * already on this run's banner invoice.
       FINAL-SETTLEMENT.
           IF WS-CHN-OPEN-FL = "N" GO TO END-FINAL-SETTLEMENT.
           OPEN OUTPUT FINLINE.
           MOVE WS-MM TO FH1-MM.
           MOVE WS-DD TO FH1-DD.
           MOVE WS-YY TO FH1-YY.
           MOVE SPACES TO FINLINE-REC.
           WRITE FINLINE-REC FROM FINAL-HEAD-1 AFTER ADVANCING 1.
           MOVE 0 TO CHN-STORE-NO.
           START CHNFILE KEY NOT LESS CHN-PRIMARY-KEY
               INVALID KEY GO TO FINAL-DONE.
       FINAL-STORE-LOOP.
           READ CHNFILE NEXT AT END GO TO FINAL-DONE.
           IF CHN-ACTIVE-FL NOT = "Y"
              OR CHN-CLOSE-DATE = 0
              OR CHN-CLOSE-DATE GREATER WS-DATE-N
              GO TO FINAL-STORE-LOOP.
           MOVE CHN-STORE-NO TO WS-FINAL-STORE FSH-STORE-NO.
           MOVE CHN-BANNER-CODE TO FSH-BANNER.
           MOVE CHN-NAME TO FSH-NAME.
           MOVE CHN-CLOSE-DATE TO FSH-CLOSE.
           MOVE SPACES TO FINLINE-REC.
           WRITE FINLINE-REC FROM FINAL-STORE-HEAD AFTER ADVANCING 2.
           MOVE 0 TO WS-FINAL-QTY WS-FINAL-AMT.
           INITIALIZE WNKTREE.
           MOVE WS-FINAL-STORE TO WNKTREE-STORE-NO.
           START WNKTREEFILE KEY NOT LESS WNKTREE-PRIMARY-KEY
               INVALID KEY GO TO FINAL-STORE-TOTAL.
       FINAL-TITLE-LOOP.
           READ WNKTREEFILE NEXT AT END GO TO FINAL-STORE-TOTAL.
           IF WNKTREE-STORE-NO NOT = WS-FINAL-STORE
              GO TO FINAL-STORE-TOTAL.
           COMPUTE WS-NET-QTY =
               WNKTREE-ISS-NET-MON + WNKTREE-ISS-NET-TUE
             + WNKTREE-ISS-NET-WED + WNKTREE-ISS-NET-THU
             + WNKTREE-ISS-NET-FRI + WNKTREE-ISS-NET-SAT
             + WNKTREE-ISS-NET-SUN.
           IF WS-NET-QTY = 0 GO TO FINAL-TITLE-LOOP.
           COMPUTE WS-EXT-AMT = WS-NET-QTY * WNKTREE-ISS-COST-TREE.
           ADD WS-NET-QTY TO WS-FINAL-QTY.
           ADD WS-EXT-AMT TO WS-FINAL-AMT.
           MOVE WNKTREE-TITLE-NO TO WNX-TITLE-NO FL-TITLE-NO.
           READ WNXFILE INVALID KEY MOVE "INVALID TITLE"
               TO WNX-TITLE.
           MOVE WNX-TITLE TO FL-TITLE.
           MOVE WS-NET-QTY TO FL-NET.
           MOVE WNKTREE-ISS-COST-TREE TO FL-RATE.
           MOVE WS-EXT-AMT TO FL-AMT.
           MOVE SPACES TO FINLINE-REC.
           WRITE FINLINE-REC FROM FINAL-LINE AFTER ADVANCING 1.
           GO TO FINAL-TITLE-LOOP.
       FINAL-STORE-TOTAL.
           MOVE WS-FINAL-QTY TO FT-QTY.
           MOVE WS-FINAL-AMT TO FT-AMT.
           MOVE "STORE SET INACTIVE" TO FT-STATUS.
           MOVE WS-FINAL-STORE TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY
              MOVE "STORE NOT UPDATED" TO FT-STATUS
              GO TO FINAL-STORE-PRINT.
           MOVE "N" TO CHN-ACTIVE-FL.
           MOVE WS-DATE-N TO CHN-FINAL-DATE.
           REWRITE CHN INVALID KEY
              MOVE "STORE NOT UPDATED" TO FT-STATUS.
       FINAL-STORE-PRINT.
           MOVE SPACES TO FINLINE-REC.
           WRITE FINLINE-REC FROM FINAL-TOTAL AFTER ADVANCING 1.
           ADD 1 TO WS-FINAL-CNT.
           DISPLAY "FINAL SETTLEMENT STORE " WS-FINAL-STORE
               " QTY " WS-FINAL-QTY " AMOUNT " WS-FINAL-AMT.
      * the WNKTREE walk moved the store master's read position.
           MOVE WS-FINAL-STORE TO CHN-STORE-NO.
           START CHNFILE KEY GREATER CHN-PRIMARY-KEY
               INVALID KEY GO TO FINAL-DONE.
           GO TO FINAL-STORE-LOOP.
       FINAL-DONE.
           IF WS-FINAL-CNT = 0
              MOVE SPACES TO FINLINE-REC
              MOVE "NO STORES DUE FOR FINAL SETTLEMENT"
                  TO FINLINE-REC
              WRITE FINLINE-REC AFTER ADVANCING 2.
           CLOSE FINLINE.
       END-FINAL-SETTLEMENT. EXIT.

       END-JOB.
           PERFORM FINAL-SETTLEMENT THRU END-FINAL-SETTLEMENT.
           DISPLAY "INVOICE LINES WRITTEN: " WS-LINE-CNT.
           DISPLAY "BANNERS INVOICED:      " WS-BNR-CNT.
           IF WS-NOBNR-CNT GREATER 0
           WRITE WNC INVALID KEY REWRITE WNC.
           CLOSE WNCFILE.
           CLOSE WNKTREEFILE WNXFILE.
           IF WS-CHN-OPEN-FL = "Y"
              CLOSE CHNFILE.
           STOP RUN.
