      *           on the TAXDTL.DAT detail file the TAXRPT
      *           monthly remittance summary files from.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the invoices are dated the run date, so a run
      *           whose date falls in a month MTHCLOSE has closed
      *           refuses to start (return code 16) before any
      *           file is touched.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           days a dealer is on temporary stop (TSPFILE,
      *           set through TSPMAINT) are not billed: their
      *           draw and returns drop out of the net, and the
      *           statement notes the stop under the heading.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           DLRCRED.DAT records carry a source byte; the
      *           missed and refused stops PODTAKE credits print
      *           as MISSED STOP CREDIT lines, the affidavit
      *           credits still as LATE RETURN CREDIT.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           source "R" credits are the quarterly volume
      *           rebates DLRREBATE posts; they print as VOLUME
      *           REBATE lines.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a volume rebate is money, not copies: its line
      *           shows the quarter's net copies at the tier rate
      *           but no longer comes off the invoice copy total.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY OINSEL.
       COPY INHSEL.
       COPY TAXSEL.
       COPY WOJSEL.
       COPY TSPSEL.
           SELECT TAXDTLFILE ASSIGN "/home/prb/f/TAXDTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  TAXFILE LABEL RECORD STANDARD DATA RECORD TAX.
       01  TAX.
       COPY TAX.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  TSPFILE LABEL RECORD STANDARD DATA RECORD TSP.
       01  TSP.
       COPY TSP.
       FD  TAXDTLFILE LABEL RECORD STANDARD DATA RECORD TAXDTL.
       01  TAXDTL.
           05  TXD-ZIP         PIC X(5).
           05  CRD-ISS-MM      PIC 99.
           05  CRD-ISS-DD      PIC 99.
           05  CRD-RUN-DATE    PIC 9(6).
           05  CRD-SOURCE      PIC X.
       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
           05  WS-DATE-MM PIC 99.
           05  WS-DATE-DD PIC 99.
       01  WS-INH-LINE  PIC 999 VALUE 0.
       COPY WOJPWS.
       COPY TSPWS.
      * the draw less returns of the days a dealer/title row falls
      * on temporary stop, taken back out of the week's net.
       01  WS-TSP-OFF-QTY PIC S9(7) VALUE 0.
       01  WS-START-INVNO PIC 9(7) VALUE 0.
       01  WS-INV-CNT   PIC 9(7) VALUE 0.
      * the LATECRED affidavit credits load here up front; each one
               10  WS-CRD-ISS-DD    PIC 99.
               10  WS-CRD-RUN-DATE  PIC 9(6).
               10  WS-CRD-USED-FL   PIC X.
               10  WS-CRD-SOURCE    PIC X.
       01  WS-CRD-FOUND-FL PIC X VALUE "N".
       01  WS-CRD-APPLIED  PIC 999 VALUE 0.
      * a "P" source is a missed or refused stop PODTAKE credited,
      * an "R" a DLRREBATE quarterly volume rebate; anything else
      * is a LATECRED affidavit credit.
       01  WS-CRD-LABEL    PIC X(18) VALUE SPACES.
       01  WS-RESTART-FL   PIC X VALUE "N".
       01  WS-START-DEALER PIC 9(5) VALUE 0.
       01  WS-WE-DATE      PIC 9(4) VALUE 0.
           IF WS-PARM-ENV = "TEST"
              MOVE "/home/prb/f/ledger/test/" TO WS-INV-FILENAME-DIR
              MOVE "/home/prb/f/ledger/test/" TO WS-STMT-FILENAME-DIR.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           MOVE WS-DATE TO WS-PERIOD-DATE.
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
           IF WS-PERIOD-CLOSED-FL = "Y"
              DISPLAY "RUN DATE FALLS IN A CLOSED ACCOUNTING PERIOD"
                  " - NO INVOICES CUT"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNKFILE WNRFILE WNAFILE WNXFILE WNOFILE.
           OPEN I-O OINFILE.
           IF FL-STATUS NOT = "00"
                                      WS-STMT-FILENAME-DATE (3:2).
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WE-DATE.
           PERFORM GET-CHECKPOINT THRU END-GET-CHECKPOINT.
           PERFORM LOAD-STOPS THRU END-LOAD-STOPS.
           PERFORM LOAD-CREDITS THRU END-LOAD-CREDITS.
      * a restart picks the CSVs back up in extend so the dealers
      * billed before the interrupt are neither re-billed nor
       READ-WNA.
           READ WNAFILE NEXT AT END GO TO END-JOB.
           MOVE 0 TO WS-DEALER-LINES WS-DEALER-QTY WS-DEALER-AMT.
           MOVE WNA-DEALER-NO TO WS-TSP-DEALER-NO.
           PERFORM TSP-DEALER-RTN THRU END-TSP-DEALER-RTN.
           INITIALIZE WNK.
           MOVE WNA-DEALER-NO TO WNK-DEALER-NO-ONE.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-ONE
             + WNK-ISS-DRAW-FRI (WS-WEEK) - WNK-ISS-RET-FRI (WS-WEEK)
             + WNK-ISS-DRAW-SAT (WS-WEEK) - WNK-ISS-RET-SAT (WS-WEEK)
             + WNK-ISS-DRAW-SUN (WS-WEEK) - WNK-ISS-RET-SUN (WS-WEEK).
           IF WS-TSP-ANY-FL = "Y"
              PERFORM STOPPED-DAYS THRU END-STOPPED-DAYS
              SUBTRACT WS-TSP-OFF-QTY FROM WS-NET-QTY.
           MOVE WNK-ISS-COST-DLR (WS-WEEK) TO WS-RATE.
           MOVE WNK-DEALER-NO TO WNO-DEALER-NO.
           MOVE WNK-TITLE-NO TO WNO-TITLE-NO.
           MOVE CRD-ISS-MM TO WS-CRD-ISS-MM (WS-CRD-CNT).
           MOVE CRD-ISS-DD TO WS-CRD-ISS-DD (WS-CRD-CNT).
           MOVE CRD-RUN-DATE TO WS-CRD-RUN-DATE (WS-CRD-CNT).
           MOVE CRD-SOURCE TO WS-CRD-SOURCE (WS-CRD-CNT).
           GO TO LOAD-CRED-LOOP.
       LOAD-CRED-DONE.
           CLOSE CREDFILE.
           GO TO CHECK-CRED-LOOP.
       END-CHECK-CREDITS. EXIT.

      * every unapplied credit for this dealer lands as a credit
      * line on the statement and the CSV, reducing
      * the invoice total and riding into the invoice history.
       APPLY-CREDITS.
           MOVE 0 TO CX.
           COMPUTE WS-NET-QTY = 0 - WS-CRD-QTY (CX).
           MOVE WS-CRD-COST (CX) TO WS-RATE.
           COMPUTE WS-EXT-AMT = 0 - WS-CRD-AMT (CX).
           IF WS-CRD-SOURCE (CX) = "P"
              MOVE "MISSED STOP CREDIT" TO WS-CRD-LABEL
           ELSE
              IF WS-CRD-SOURCE (CX) = "R"
                 MOVE "VOLUME REBATE" TO WS-CRD-LABEL
              ELSE
                 MOVE "LATE RETURN CREDIT" TO WS-CRD-LABEL.
      * a rebate's quantity is the whole quarter's net copies the
      * rate was earned on; none of them are this week's copies.
           IF WS-CRD-SOURCE (CX) NOT = "R"
              ADD WS-NET-QTY TO WS-DEALER-QTY.
           ADD WS-EXT-AMT TO WS-DEALER-AMT.
           ADD WS-EXT-AMT TO WS-GRAND-AMT.
           MOVE WS-INVNO TO INV-INVNO.
           MOVE WNA-DEALER-NO TO INV-DEALER-NO.
           MOVE WNA-NAME TO INV-NAME.
           MOVE WS-CRD-TITLE-NO (CX) TO INV-TITLE-NO.
           MOVE WS-CRD-LABEL TO INV-TITLE.
           MOVE WS-NET-QTY TO INV-NET.
           MOVE WS-RATE TO INV-RATE.
           MOVE WS-EXT-AMT TO INV-AMT.
           MOVE SPACES TO INVLINE.
           WRITE INVLINE FROM INV-DETAIL AFTER ADVANCING 1.
           MOVE WS-CRD-LABEL TO SD-TITLE.
           MOVE WS-NET-QTY TO SD-NET.
           MOVE WS-RATE TO SD-RATE.
           MOVE WS-EXT-AMT TO SD-AMT.
           MOVE WNR-ISS-MM (WS-WEEK) TO INH-WE-MM.
           MOVE WNR-ISS-DD (WS-WEEK) TO INH-WE-DD.
           MOVE WS-CRD-TITLE-NO (CX) TO INH-TITLE-NO.
           MOVE WS-CRD-LABEL TO INH-TITLE.
           MOVE WS-NET-QTY TO INH-NET.
           MOVE WS-RATE TO INH-RATE.
           MOVE WS-EXT-AMT TO INH-AMT.
              MOVE SPACES TO STMTLINE
              MOVE "** CREDIT HOLD **" TO STMTLINE
              WRITE STMTLINE AFTER ADVANCING 1.
           IF WS-TSP-ANY-FL = "Y"
              MOVE SPACES TO STMTLINE
              MOVE "** TEMPORARY STOP - CLOSED DAYS NOT BILLED **"
                  TO STMTLINE
              WRITE STMTLINE AFTER ADVANCING 1.
           MOVE SPACES TO STMTLINE.
           WRITE STMTLINE FROM STMT-HEAD-4 AFTER ADVANCING 2.
       END-NEW-INVOICE. EXIT.

      * the temporary stops: the seven dates of the week billed
      * come off its week-ending date.  no stop file means no
      * dealer has days taken out.
       LOAD-STOPS.
           MOVE "N" TO WS-TSP-OPEN-FL.
           IF WS-WE-DATE = 0 GO TO END-LOAD-STOPS.
           OPEN INPUT TSPFILE.
           IF FL-STATUS NOT = "00" GO TO END-LOAD-STOPS.
           MOVE "Y" TO WS-TSP-OPEN-FL.
           MOVE WS-WE-DATE TO WS-TSP-WEEK-DATE.
           MOVE WS-DATE TO WS-TSP-RUN-DATE.
           PERFORM TSP-WEEK-DATES-RTN THRU END-TSP-WEEK-DATES-RTN.
       END-LOAD-STOPS. EXIT.

      * the draw less returns of the days flagged by TSP-DEALER-RTN
      * for this dealer -- the store was closed, so those days are
      * not billed.
       STOPPED-DAYS.
           MOVE 0 TO WS-TSP-OFF-QTY.
           IF WS-TSP-STOP-FL (1) = "Y"
              COMPUTE WS-TSP-OFF-QTY = WS-TSP-OFF-QTY
                  + WNK-ISS-DRAW-MON (WS-WEEK)
                  - WNK-ISS-RET-MON (WS-WEEK).
           IF WS-TSP-STOP-FL (2) = "Y"
              COMPUTE WS-TSP-OFF-QTY = WS-TSP-OFF-QTY
                  + WNK-ISS-DRAW-TUE (WS-WEEK)
                  - WNK-ISS-RET-TUE (WS-WEEK).
           IF WS-TSP-STOP-FL (3) = "Y"
              COMPUTE WS-TSP-OFF-QTY = WS-TSP-OFF-QTY
                  + WNK-ISS-DRAW-WED (WS-WEEK)
                  - WNK-ISS-RET-WED (WS-WEEK).
           IF WS-TSP-STOP-FL (4) = "Y"
              COMPUTE WS-TSP-OFF-QTY = WS-TSP-OFF-QTY
                  + WNK-ISS-DRAW-THU (WS-WEEK)
                  - WNK-ISS-RET-THU (WS-WEEK).
           IF WS-TSP-STOP-FL (5) = "Y"
              COMPUTE WS-TSP-OFF-QTY = WS-TSP-OFF-QTY
                  + WNK-ISS-DRAW-FRI (WS-WEEK)
                  - WNK-ISS-RET-FRI (WS-WEEK).
           IF WS-TSP-STOP-FL (6) = "Y"
              COMPUTE WS-TSP-OFF-QTY = WS-TSP-OFF-QTY
                  + WNK-ISS-DRAW-SAT (WS-WEEK)
                  - WNK-ISS-RET-SAT (WS-WEEK).
           IF WS-TSP-STOP-FL (7) = "Y"
              COMPUTE WS-TSP-OFF-QTY = WS-TSP-OFF-QTY
                  + WNK-ISS-DRAW-SUN (WS-WEEK)
                  - WNK-ISS-RET-SUN (WS-WEEK).
       END-STOPPED-DAYS. EXIT.

      * the last invoice number used lives on the INVCTL control
      * file, same single-record shape as SHORTTRENTON-NW's
      * SHORTCTL.DAT; a missing file just starts the sequence at 0.
                  " FOR " WS-TAX-TOTAL.
           IF WS-TAX-OPEN-FL = "Y"
              CLOSE TAXFILE.
           IF WS-TSP-OPEN-FL = "Y"
              CLOSE TSPFILE.
           CLOSE TAXDTLFILE.
           CLOSE WNKFILE WNRFILE WNAFILE WNXFILE WNOFILE
                 WNCFILE OINFILE INHFILE ICKFILE INVFILE STMTFILE.
           MOVE WS-CRD-ISS-MM (CX) TO CRD-ISS-MM.
           MOVE WS-CRD-ISS-DD (CX) TO CRD-ISS-DD.
           MOVE WS-CRD-RUN-DATE (CX) TO CRD-RUN-DATE.
           MOVE WS-CRD-SOURCE (CX) TO CRD-SOURCE.
           WRITE CRD.
       END-REWRITE-CRED. EXIT.

       COPY WOJPLOCK.
       COPY TSPCHK.
