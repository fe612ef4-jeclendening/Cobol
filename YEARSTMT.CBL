       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARSTMT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: ANNUAL DEALER PURCHASE STATEMENT.  EVERY JANUARY
      * DEALERS ASK FOR THE YEAR'S TOTAL OF WHAT THEY BOUGHT FROM
      * US, NET OF CREDITS AND WITH THE SALES TAX SHOWN, FOR THEIR
      * BOOKS AND TAX FILINGS; IT WAS PIECED TOGETHER OUT OF
      * INVREPRINT ONE INVOICE AT A TIME.  FOR EACH DEALER ON
      * OINFILE THIS TAKES EVERY INVOICE CUT IN THE YEAR (BY ITS
      * OIN-INV-DATE) AND SPLITS IT OFF THE INHFILE INVOICE
      * HISTORY LINES INTO:
      *     BILLED  - THE TITLE LINES
      *     CREDITS - THE DLRCRED.DAT CREDITS DLRINVOICE NETTED IN
      *               (LATE RETURN, MISSED STOP, VOLUME REBATE)
      *               PLUS THE SHORTAGE CREDIT MEMOS CREDMEMO
      *               POSTED TO OINFILE AS STATUS "C" ITEMS
      *     TAX     - THE SALES TAX, MATCHED INVOICE FOR INVOICE
      *               TO THE TAXDTL.DAT TAX DETAIL FILE
      * AND PRINTS A STATEMENT WITH A LINE PER MONTH AND THE YEAR
      * TOTAL, WITH THE SAME FIGURES WRITTEN TO A CSV.
      * THE COMMAND LINE CARRIES THE YEAR (YY) IN POSITIONS 1-2
      * (BLANK MEANS LAST YEAR) AND OPTIONALLY ONE DEALER NUMBER
      * IN 4-8 FOR A SINGLE-DEALER RE-RUN.
      * THE RUN ENDS BY PROVING THE STATEMENTS BACK TO THE BOOKS:
      * BILLED LESS CREDITS PLUS TAX MUST EQUAL THE YEAR'S OINFILE
      * INVOICE AND MEMO AMOUNTS, AND THE STATEMENT TAX MUST EQUAL
      * THE YEAR'S TAXDTL.DAT TAX.  AN INVOICE WHOSE HISTORY LINES
      * DO NOT ADD UP TO IT, TAX THAT DOES NOT MATCH TAXDTL, OR A
      * RUN THAT DOES NOT PROVE ENDS WITH RETURN CODE 16 SO THE
      * STATEMENTS DO NOT GO OUT.
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
       COPY OINSEL.
       COPY WNASEL.
       COPY INHSEL.
           SELECT TAXDTLFILE ASSIGN "/home/prb/f/TAXDTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT CSVFILE ASSIGN PRINT WS-CSV-FILENAME
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/YEARSTMT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  INHFILE LABEL RECORD STANDARD DATA RECORD INH.
       01  INH.
       COPY INH.
       FD  TAXDTLFILE LABEL RECORD STANDARD DATA RECORD TAXDTL.
       01  TAXDTL.
           05  TXD-ZIP         PIC X(5).
           05  TXD-DEALER-NO   PIC 9(5).
           05  TXD-INVNO       PIC 9(7).
           05  TXD-TAXABLE-AMT PIC 9(7)V99.
           05  TXD-TAX-AMT     PIC 9(5)V99.
           05  TXD-RUN-DATE.
               10  TXD-RUN-YY  PIC 99.
               10  TXD-RUN-MM  PIC 99.
               10  TXD-RUN-DD  PIC 99.
       FD  CSVFILE LABEL RECORD OMITTED DATA RECORD CSVLINE.
       01  CSVLINE PIC X(132).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * the command line carries the statement year (YY) and, for
      * a single-dealer re-run, the dealer number in fixed
      * position; blank year takes last year.
       01  WS-PARM-CMD  PIC X(8) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-YY     PIC 99.
           05  FILLER         PIC X.
           05  WS-PARM-DEALER PIC 9(5).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-STMT-YY    PIC 99 VALUE 0.
       01  WS-ONE-DEALER PIC 9(5) VALUE 0.
       01  WS-CSV-FILENAME.
           05  WS-CSV-FILENAME-DIR PIC X(24) VALUE
               "/home/prb/f/ledger/send/".
           05  FILLER PIC X(09) VALUE "YEARSTMT-".
           05  WS-CSV-FILENAME-YY PIC 99.
           05  FILLER PIC X(01) VALUE "-".
           05  WS-CSV-FILENAME-DLR PIC 9(5).
           05  FILLER PIC X(04) VALUE ".csv".
      * any YYMMDD date is dropped here for its year and month.
       01  WS-CHK-DATE.
           05  WS-CHK-YY     PIC 99.
           05  WS-CHK-MM     PIC 99.
           05  WS-CHK-DD     PIC 99.
       01  MX            PIC 99 VALUE 0.
       01  WS-MONTH-NAMES PIC X(36) VALUE
           "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  WS-MONTH-NAMES-R REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).
      * the year's tax detail, by invoice number.  DLRINVOICE
      * appends it in invoice number order, so it is looked up by
      * halving; out of order it is searched end to end.
       01  WS-TXD-MAX    PIC 9(5) VALUE 30000.
       01  WS-TXD-CNT    PIC 9(5) VALUE 0.
       01  TX            PIC 9(5) VALUE 0.
       01  WS-TXD-LO     PIC 9(5) VALUE 0.
       01  WS-TXD-HI     PIC 9(5) VALUE 0.
       01  WS-TXD-SORTED-FL PIC X VALUE "Y".
       01  WS-TXD-FOUND  PIC 9(5) VALUE 0.
       01  WS-TXD-TABLE.
           05  WS-TXD-ENT OCCURS 30000 TIMES.
               10  WS-TXD-INVNO    PIC 9(7).
               10  WS-TXD-DEALER   PIC 9(5).
               10  WS-TXD-TAX      PIC 9(5)V99.
               10  WS-TXD-USED-FL  PIC X.
       01  WS-TXD-TOTAL  PIC S9(9)V99 VALUE 0.
       01  WS-TXD-UNUSED-CNT PIC 9(5) VALUE 0.
       01  WS-TXD-UNUSED-AMT PIC S9(9)V99 VALUE 0.
      * one invoice split off its history lines.
       01  WS-ITEM-BILLED PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-CRED   PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-TAX    PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-INHTAX PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-DIFF   PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-LINES  PIC 999 VALUE 0.
      * the dealer in progress, a month at a time and for the
      * year, and the same figures for the run.
       01  WS-SAVE-DEALER PIC 9(5) VALUE 0.
       01  WS-DLR-NAME    PIC X(30) VALUE SPACE.
       01  WS-DLR-ADDR-2  PIC X(30) VALUE SPACE.
       01  WS-DLR-ADDR-3  PIC X(30) VALUE SPACE.
       01  WS-DLR-BAD-CNT PIC 9(5) VALUE 0.
       01  WS-DLR-MONTHS.
           05  WS-DLR-MONTH OCCURS 12 TIMES.
               10  WS-MON-INV-CNT  PIC 9(5).
               10  WS-MON-BILLED   PIC S9(9)V99.
               10  WS-MON-CRED     PIC S9(9)V99.
               10  WS-MON-TAX      PIC S9(9)V99.
       01  WS-DLR-FIGURES.
           05  WS-DLR-INV-CNT PIC 9(5).
           05  WS-DLR-BILLED  PIC S9(9)V99.
           05  WS-DLR-CRED    PIC S9(9)V99.
           05  WS-DLR-TAX     PIC S9(9)V99.
       01  WS-GRD-FIGURES.
           05  WS-GRD-INV-CNT PIC 9(7).
           05  WS-GRD-BILLED  PIC S9(11)V99.
           05  WS-GRD-CRED    PIC S9(11)V99.
           05  WS-GRD-TAX     PIC S9(11)V99.
           05  WS-GRD-OIN-AMT PIC S9(11)V99.
       01  WS-NET-AMT    PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-AMT  PIC S9(11)V99 VALUE 0.
       01  WS-PROOF      PIC S9(11)V99 VALUE 0.
       01  WS-DIFF       PIC S9(11)V99 VALUE 0.
       01  WS-TAX-DIFF   PIC S9(11)V99 VALUE 0.
       01  WS-STMT-CNT   PIC 9(5) VALUE 0.
       01  WS-BAD-CNT    PIC 9(5) VALUE 0.
       01  WS-NOHIST-CNT PIC 9(5) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(34) VALUE
               "ANNUAL DEALER PURCHASE STATEMENT ".
           05  FILLER PIC X(5) VALUE "YEAR ".
           05  H1-YY PIC 99.
       01  HEAD-2.
           05  H2-DEALER-NO PIC 99999.
           05  FILLER PIC XX VALUE SPACE.
           05  H2-NAME PIC X(30).
       01  HEAD-3.
           05  FILLER PIC X(7) VALUE SPACE.
           05  H3-ADDR PIC X(30).
       01  HEAD-4.
           05  FILLER PIC X(3) VALUE SPACE.
           05  FILLER PIC X(12) VALUE "MONTH".
           05  FILLER PIC X(10) VALUE "INVOICES".
           05  FILLER PIC X(14) VALUE "      BILLED".
           05  FILLER PIC X(14) VALUE "     CREDITS".
           05  FILLER PIC X(14) VALUE "NET PURCHASES".
           05  FILLER PIC X(14) VALUE "   SALES TAX".
           05  FILLER PIC X(14) VALUE "       TOTAL".
       01  STMT-LINE.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  STL-LABEL     PIC X(12).
           05  STL-INV-CNT   PIC ZZZZ9.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  STL-BILLED    PIC -ZZZZZZZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  STL-CRED      PIC -ZZZZZZZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  STL-NET       PIC -ZZZZZZZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  STL-TAX       PIC -ZZZZZZZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  STL-TOTAL     PIC -ZZZZZZZZ9.99.
       01  PROOF-LINE.
           05  PRF-LABEL     PIC X(40).
           05  PRF-AMT       PIC -ZZZZZZZZZZ9.99.
       01  CSV-HEAD.
           05  FILLER PIC X(40) VALUE
               "DEALER,NAME,YEAR,MONTH,INVOICES,BILLED,".
           05  FILLER PIC X(30) VALUE
               "CREDITS,NET,SALES TAX,TOTAL".
       01  CSV-DETAIL.
           05  CSV-DEALER-NO    PIC 99999.
           05  CSV-COMMA1       PIC X VALUE ",".
           05  CSV-QUOTE1       PIC X VALUE QUOTE.
           05  CSV-NAME         PIC X(30).
           05  CSV-QUOTE2       PIC X VALUE QUOTE.
           05  CSV-COMMA2       PIC X VALUE ",".
           05  CSV-YY           PIC 99.
           05  CSV-COMMA3       PIC X VALUE ",".
           05  CSV-MONTH        PIC X(3).
           05  CSV-COMMA4       PIC X VALUE ",".
           05  CSV-INV-CNT      PIC 9(5).
           05  CSV-COMMA5       PIC X VALUE ",".
           05  CSV-BILLED       PIC -999999999.99.
           05  CSV-COMMA6       PIC X VALUE ",".
           05  CSV-CRED         PIC -999999999.99.
           05  CSV-COMMA7       PIC X VALUE ",".
           05  CSV-NET          PIC -999999999.99.
           05  CSV-COMMA8       PIC X VALUE ",".
           05  CSV-TAX          PIC -999999999.99.
           05  CSV-COMMA9       PIC X VALUE ",".
           05  CSV-TOTAL        PIC -999999999.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           ACCEPT WS-DATE FROM DATE.
           IF WS-PARM-YY NUMERIC
              MOVE WS-PARM-YY TO WS-STMT-YY
           ELSE
              IF WS-YY = 0
                 MOVE 99 TO WS-STMT-YY
              ELSE
                 COMPUTE WS-STMT-YY = WS-YY - 1.
           IF WS-PARM-DEALER NUMERIC
              MOVE WS-PARM-DEALER TO WS-ONE-DEALER.
           DISPLAY "STATEMENT YEAR " WS-STMT-YY.
           IF WS-ONE-DEALER NOT = 0
              DISPLAY "RE-RUN FOR DEALER " WS-ONE-DEALER " ONLY".
           OPEN INPUT OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
                  "DLRINVOICE FIRST"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT INHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO INHFILE INVOICE HISTORY - NO STATEMENTS"
              CLOSE OINFILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNAFILE.
           PERFORM LOAD-TAX-DETAIL THRU END-LOAD-TAX-DETAIL.
           MOVE WS-STMT-YY TO WS-CSV-FILENAME-YY.
           MOVE WS-ONE-DEALER TO WS-CSV-FILENAME-DLR.
           OPEN OUTPUT CSVFILE.
           MOVE SPACES TO CSVLINE.
           WRITE CSVLINE FROM CSV-HEAD AFTER ADVANCING 1.
           OPEN OUTPUT PRLINE.
           MOVE WS-STMT-YY TO H1-YY.
           INITIALIZE WS-GRD-FIGURES.
           INITIALIZE OIN.
           MOVE WS-ONE-DEALER TO OIN-DEALER-NO.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO END-JOB.
       READ-OIN.
           READ OINFILE NEXT AT END GO TO END-JOB.
           IF WS-ONE-DEALER NOT = 0
              AND OIN-DEALER-NO NOT = WS-ONE-DEALER
              GO TO END-JOB.
           MOVE OIN-INV-DATE TO WS-CHK-DATE.
           IF WS-CHK-YY NOT = WS-STMT-YY GO TO READ-OIN.
           IF WS-CHK-MM LESS 1 OR WS-CHK-MM GREATER 12
              GO TO READ-OIN.
           IF OIN-DEALER-NO NOT = WS-SAVE-DEALER
              PERFORM END-DEALER THRU END-END-DEALER
              PERFORM NEW-DEALER THRU END-NEW-DEALER.
           ADD OIN-INV-AMT TO WS-GRD-OIN-AMT.
           MOVE WS-CHK-MM TO MX.
      * a shortage credit memo is all credit and has no history.
           IF OIN-STATUS = "C"
              COMPUTE WS-ITEM-CRED = 0 - OIN-INV-AMT
              ADD WS-ITEM-CRED TO WS-MON-CRED (MX)
              GO TO READ-OIN.
           PERFORM SPLIT-INVOICE THRU END-SPLIT-INVOICE.
           ADD 1 TO WS-MON-INV-CNT (MX).
           ADD WS-ITEM-BILLED TO WS-MON-BILLED (MX).
           ADD WS-ITEM-CRED TO WS-MON-CRED (MX).
           ADD WS-ITEM-TAX TO WS-MON-TAX (MX).
           GO TO READ-OIN.

      * the year's TAXDTL.DAT rows (for the one dealer on a
      * re-run) go into the table; their total is what the
      * statement tax must prove to.
       LOAD-TAX-DETAIL.
           OPEN INPUT TAXDTLFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO TAXDTL.DAT ON HAND - TAX CANNOT BE "
                  "MATCHED"
              GO TO END-LOAD-TAX-DETAIL.
       LOAD-TXD-LOOP.
           READ TAXDTLFILE AT END GO TO LOAD-TXD-DONE.
           IF TXD-RUN-DATE NOT NUMERIC OR TXD-TAX-AMT NOT NUMERIC
              GO TO LOAD-TXD-LOOP.
           IF TXD-RUN-YY NOT = WS-STMT-YY GO TO LOAD-TXD-LOOP.
           IF WS-ONE-DEALER NOT = 0
              AND TXD-DEALER-NO NOT = WS-ONE-DEALER
              GO TO LOAD-TXD-LOOP.
           IF WS-TXD-CNT NOT LESS WS-TXD-MAX
              DISPLAY "TAX DETAIL TABLE FULL - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-TXD-CNT.
           MOVE TXD-INVNO TO WS-TXD-INVNO (WS-TXD-CNT).
           MOVE TXD-DEALER-NO TO WS-TXD-DEALER (WS-TXD-CNT).
           MOVE TXD-TAX-AMT TO WS-TXD-TAX (WS-TXD-CNT).
           MOVE "N" TO WS-TXD-USED-FL (WS-TXD-CNT).
           ADD TXD-TAX-AMT TO WS-TXD-TOTAL.
           IF WS-TXD-CNT GREATER 1
              AND TXD-INVNO NOT GREATER WS-TXD-INVNO (WS-TXD-CNT - 1)
              MOVE "N" TO WS-TXD-SORTED-FL.
           GO TO LOAD-TXD-LOOP.
       LOAD-TXD-DONE.
           CLOSE TAXDTLFILE.
           IF WS-TXD-SORTED-FL = "N"
              DISPLAY "TAXDTL.DAT NOT IN INVOICE ORDER - SEARCHED "
                  "IN FULL".
       END-LOAD-TAX-DETAIL. EXIT.

      * the invoice's TAXDTL row, unused, or zero when none.
       FIND-TAX.
           MOVE 0 TO WS-TXD-FOUND.
           IF WS-TXD-CNT = 0 GO TO END-FIND-TAX.
           IF WS-TXD-SORTED-FL = "N"
              MOVE 0 TO TX
              GO TO FIND-TAX-SCAN.
           MOVE 1 TO WS-TXD-LO.
           MOVE WS-TXD-CNT TO WS-TXD-HI.
       FIND-TAX-HALVE.
           IF WS-TXD-LO GREATER WS-TXD-HI GO TO END-FIND-TAX.
           COMPUTE TX = (WS-TXD-LO + WS-TXD-HI) / 2.
           IF WS-TXD-INVNO (TX) = OIN-INVNO
              GO TO FIND-TAX-HIT.
           IF WS-TXD-INVNO (TX) LESS OIN-INVNO
              COMPUTE WS-TXD-LO = TX + 1
           ELSE
              COMPUTE WS-TXD-HI = TX - 1.
           GO TO FIND-TAX-HALVE.
       FIND-TAX-SCAN.
           ADD 1 TO TX.
           IF TX GREATER WS-TXD-CNT GO TO END-FIND-TAX.
           IF WS-TXD-INVNO (TX) NOT = OIN-INVNO
              OR WS-TXD-USED-FL (TX) NOT = "N"
              GO TO FIND-TAX-SCAN.
       FIND-TAX-HIT.
           IF WS-TXD-DEALER (TX) NOT = OIN-DEALER-NO
              OR WS-TXD-USED-FL (TX) NOT = "N"
              GO TO END-FIND-TAX.
           MOVE TX TO WS-TXD-FOUND.
           MOVE "Y" TO WS-TXD-USED-FL (TX).
       END-FIND-TAX. EXIT.

      * an invoice cut in the year: its title lines are billing,
      * the DLRCRED credit lines DLRINVOICE netted in are credits,
      * and its sales tax line is checked against TAXDTL.DAT.  the
      * pieces must add back up to the OINFILE invoice amount.
       SPLIT-INVOICE.
           MOVE 0 TO WS-ITEM-BILLED WS-ITEM-CRED WS-ITEM-TAX
               WS-ITEM-INHTAX WS-ITEM-LINES.
           MOVE OIN-INVNO TO INH-INVNO.
           MOVE 0 TO INH-LINE-NO.
           START INHFILE KEY NOT LESS INH-PRIMARY-KEY
               INVALID KEY GO TO SPLIT-INVOICE-TAX.
       SPLIT-INVOICE-LOOP.
           READ INHFILE NEXT AT END GO TO SPLIT-INVOICE-TAX.
           IF INH-INVNO NOT = OIN-INVNO GO TO SPLIT-INVOICE-TAX.
           IF INH-REC-TYPE = "H"
              AND INH-NAME NOT = SPACES
              AND WS-DLR-NAME = "DEALER NOT ON MASTER"
              MOVE INH-NAME TO WS-DLR-NAME
              MOVE INH-ADDR-LINE-2 TO WS-DLR-ADDR-2
              MOVE INH-ADDR-LINE-3 TO WS-DLR-ADDR-3.
           IF INH-REC-TYPE NOT = "D" GO TO SPLIT-INVOICE-LOOP.
           ADD 1 TO WS-ITEM-LINES.
           IF INH-TITLE = "SALES TAX"
              ADD INH-AMT TO WS-ITEM-INHTAX
              GO TO SPLIT-INVOICE-LOOP.
           IF INH-TITLE = "LATE RETURN CREDIT"
              OR INH-TITLE = "MISSED STOP CREDIT"
              OR INH-TITLE = "VOLUME REBATE"
              SUBTRACT INH-AMT FROM WS-ITEM-CRED
              GO TO SPLIT-INVOICE-LOOP.
           ADD INH-AMT TO WS-ITEM-BILLED.
           GO TO SPLIT-INVOICE-LOOP.
       SPLIT-INVOICE-TAX.
           PERFORM FIND-TAX THRU END-FIND-TAX.
           IF WS-TXD-FOUND GREATER 0
              MOVE WS-TXD-TAX (WS-TXD-FOUND) TO WS-ITEM-TAX
           ELSE
              MOVE WS-ITEM-INHTAX TO WS-ITEM-TAX.
           IF WS-ITEM-LINES = 0
              ADD 1 TO WS-NOHIST-CNT WS-DLR-BAD-CNT
              DISPLAY "INVOICE " OIN-INVNO " DEALER " OIN-DEALER-NO
                  " HAS NO INHFILE HISTORY - CARRIED AS BILLED"
              COMPUTE WS-ITEM-BILLED = OIN-INV-AMT - WS-ITEM-TAX
              GO TO END-SPLIT-INVOICE.
           IF WS-ITEM-TAX NOT = WS-ITEM-INHTAX
              OR (WS-TXD-FOUND = 0 AND WS-ITEM-INHTAX NOT = 0)
              ADD 1 TO WS-DLR-BAD-CNT
              DISPLAY "INVOICE " OIN-INVNO " DEALER " OIN-DEALER-NO
                  " TAX " WS-ITEM-INHTAX " NOT MATCHED ON TAXDTL".
           COMPUTE WS-ITEM-DIFF = OIN-INV-AMT
               - (WS-ITEM-BILLED - WS-ITEM-CRED + WS-ITEM-TAX).
           IF WS-ITEM-DIFF NOT = 0
              ADD 1 TO WS-DLR-BAD-CNT
              DISPLAY "INVOICE " OIN-INVNO " DEALER " OIN-DEALER-NO
                  " HISTORY OFF INVOICE AMOUNT BY " WS-ITEM-DIFF.
       END-SPLIT-INVOICE. EXIT.

       NEW-DEALER.
           MOVE OIN-DEALER-NO TO WS-SAVE-DEALER.
           INITIALIZE WS-DLR-MONTHS WS-DLR-FIGURES.
           MOVE 0 TO WS-DLR-BAD-CNT.
           MOVE WS-SAVE-DEALER TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE SPACES TO WNA-ADDR-LINE-2 WNA-ADDR-LINE-3
              MOVE "DEALER NOT ON MASTER" TO WNA-NAME.
           MOVE WNA-NAME TO WS-DLR-NAME.
           MOVE WNA-ADDR-LINE-2 TO WS-DLR-ADDR-2.
           MOVE WNA-ADDR-LINE-3 TO WS-DLR-ADDR-3.
       END-NEW-DEALER. EXIT.

      * the dealer's statement: a line a month, the year total,
      * and the CSV rows of the same figures.
       END-DEALER.
           IF WS-SAVE-DEALER = 0 GO TO END-END-DEALER.
           ADD 1 TO WS-STMT-CNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 3.
           MOVE WS-SAVE-DEALER TO H2-DEALER-NO.
           MOVE WS-DLR-NAME TO H2-NAME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE WS-DLR-ADDR-2 TO H3-ADDR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-3 AFTER ADVANCING 1.
           MOVE WS-DLR-ADDR-3 TO H3-ADDR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-3 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-4 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE 0 TO MX.
       PRINT-MONTH-LOOP.
           ADD 1 TO MX.
           IF MX GREATER 12 GO TO PRINT-YEAR-TOTAL.
           ADD WS-MON-INV-CNT (MX) TO WS-DLR-INV-CNT.
           ADD WS-MON-BILLED (MX) TO WS-DLR-BILLED.
           ADD WS-MON-CRED (MX) TO WS-DLR-CRED.
           ADD WS-MON-TAX (MX) TO WS-DLR-TAX.
           MOVE SPACES TO STMT-LINE.
           MOVE WS-MONTH-NAME (MX) TO STL-LABEL.
           MOVE WS-MON-INV-CNT (MX) TO STL-INV-CNT.
           MOVE WS-MON-BILLED (MX) TO STL-BILLED.
           MOVE WS-MON-CRED (MX) TO STL-CRED.
           MOVE WS-MON-TAX (MX) TO STL-TAX.
           COMPUTE WS-NET-AMT = WS-MON-BILLED (MX) - WS-MON-CRED (MX).
           MOVE WS-NET-AMT TO STL-NET.
           COMPUTE WS-TOTAL-AMT = WS-NET-AMT + WS-MON-TAX (MX).
           MOVE WS-TOTAL-AMT TO STL-TOTAL.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STMT-LINE AFTER ADVANCING 1.
           MOVE WS-MONTH-NAME (MX) TO CSV-MONTH.
           MOVE WS-MON-INV-CNT (MX) TO CSV-INV-CNT.
           MOVE WS-MON-BILLED (MX) TO CSV-BILLED.
           MOVE WS-MON-CRED (MX) TO CSV-CRED.
           MOVE WS-MON-TAX (MX) TO CSV-TAX.
           PERFORM WRITE-CSV-LINE.
           GO TO PRINT-MONTH-LOOP.
       PRINT-YEAR-TOTAL.
           MOVE SPACES TO STMT-LINE.
           MOVE "YEAR TOTAL" TO STL-LABEL.
           MOVE WS-DLR-INV-CNT TO STL-INV-CNT.
           MOVE WS-DLR-BILLED TO STL-BILLED.
           MOVE WS-DLR-CRED TO STL-CRED.
           MOVE WS-DLR-TAX TO STL-TAX.
           COMPUTE WS-NET-AMT = WS-DLR-BILLED - WS-DLR-CRED.
           MOVE WS-NET-AMT TO STL-NET.
           COMPUTE WS-TOTAL-AMT = WS-NET-AMT + WS-DLR-TAX.
           MOVE WS-TOTAL-AMT TO STL-TOTAL.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STMT-LINE AFTER ADVANCING 2.
           MOVE "TOT" TO CSV-MONTH.
           MOVE WS-DLR-INV-CNT TO CSV-INV-CNT.
           MOVE WS-DLR-BILLED TO CSV-BILLED.
           MOVE WS-DLR-CRED TO CSV-CRED.
           MOVE WS-DLR-TAX TO CSV-TAX.
           PERFORM WRITE-CSV-LINE.
           IF WS-DLR-BAD-CNT GREATER 0
              ADD WS-DLR-BAD-CNT TO WS-BAD-CNT
              MOVE SPACES TO LINEPR
              MOVE "   ** HISTORY OR TAX DOES NOT MATCH - SEE JOB LOG"
                  TO LINEPR
              WRITE LINEPR AFTER ADVANCING 2.
           ADD WS-DLR-INV-CNT TO WS-GRD-INV-CNT.
           ADD WS-DLR-BILLED TO WS-GRD-BILLED.
           ADD WS-DLR-CRED TO WS-GRD-CRED.
           ADD WS-DLR-TAX TO WS-GRD-TAX.
       END-END-DEALER. EXIT.

      * WS-NET-AMT and WS-TOTAL-AMT are already worked for the line.
       WRITE-CSV-LINE.
           MOVE WS-SAVE-DEALER TO CSV-DEALER-NO.
           MOVE WS-DLR-NAME TO CSV-NAME.
           MOVE WS-STMT-YY TO CSV-YY.
           MOVE WS-NET-AMT TO CSV-NET.
           MOVE WS-TOTAL-AMT TO CSV-TOTAL.
           MOVE SPACES TO CSVLINE.
           WRITE CSVLINE FROM CSV-DETAIL AFTER ADVANCING 1.

       WRITE-PROOF-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM PROOF-LINE AFTER ADVANCING 1.

      * tie the statements back: billed less credits plus tax
      * against the year's OINFILE amounts, and the statement tax
      * against the year's TAXDTL.DAT tax.
       END-JOB.
           PERFORM END-DEALER THRU END-END-DEALER.
           MOVE 0 TO TX.
       UNUSED-TAX-LOOP.
           ADD 1 TO TX.
           IF TX GREATER WS-TXD-CNT GO TO UNUSED-TAX-DONE.
           IF WS-TXD-USED-FL (TX) = "N"
              ADD 1 TO WS-TXD-UNUSED-CNT
              ADD WS-TXD-TAX (TX) TO WS-TXD-UNUSED-AMT
              DISPLAY "TAXDTL INVOICE " WS-TXD-INVNO (TX)
                  " DEALER " WS-TXD-DEALER (TX)
                  " NOT ON ANY STATEMENT".
           GO TO UNUSED-TAX-LOOP.
       UNUSED-TAX-DONE.
           COMPUTE WS-PROOF = WS-GRD-BILLED - WS-GRD-CRED
               + WS-GRD-TAX.
           COMPUTE WS-DIFF = WS-PROOF - WS-GRD-OIN-AMT.
           COMPUTE WS-TAX-DIFF = WS-GRD-TAX - WS-TXD-TOTAL.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           MOVE "STATEMENT PROOF - ALL DEALERS" TO LINEPR.
           IF WS-ONE-DEALER NOT = 0
              MOVE "STATEMENT PROOF - DEALER" TO LINEPR
              MOVE WS-ONE-DEALER TO LINEPR (26:5).
           WRITE LINEPR AFTER ADVANCING 2.
           MOVE SPACES TO PROOF-LINE.
           MOVE "BILLED" TO PRF-LABEL.
           MOVE WS-GRD-BILLED TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS CREDITS" TO PRF-LABEL.
           MOVE WS-GRD-CRED TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "PLUS SALES TAX" TO PRF-LABEL.
           MOVE WS-GRD-TAX TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "EQUALS STATEMENT TOTAL" TO PRF-LABEL.
           MOVE WS-PROOF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "OINFILE INVOICES AND MEMOS FOR THE YEAR" TO PRF-LABEL.
           MOVE WS-GRD-OIN-AMT TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "DIFFERENCE" TO PRF-LABEL.
           MOVE WS-DIFF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE "STATEMENT SALES TAX" TO PRF-LABEL.
           MOVE WS-GRD-TAX TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "TAXDTL.DAT TAX FOR THE YEAR" TO PRF-LABEL.
           MOVE WS-TXD-TOTAL TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "DIFFERENCE" TO PRF-LABEL.
           MOVE WS-TAX-DIFF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "TAXDTL ROWS NOT ON ANY STATEMENT" TO PRF-LABEL.
           MOVE WS-TXD-UNUSED-AMT TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           DISPLAY "STATEMENTS PRINTED:    " WS-STMT-CNT.
           DISPLAY "INVOICES ON STATEMENTS:" WS-GRD-INV-CNT.
           DISPLAY "STATEMENT TOTAL:       " WS-PROOF.
           DISPLAY "SALES TAX:             " WS-GRD-TAX.
           DISPLAY "INVOICES NOT MATCHING: " WS-BAD-CNT.
           DISPLAY "NO INVOICE HISTORY:    " WS-NOHIST-CNT.
           DISPLAY "UNMATCHED TAXDTL ROWS: " WS-TXD-UNUSED-CNT.
           IF WS-DIFF NOT = 0 OR WS-TAX-DIFF NOT = 0
              OR WS-BAD-CNT GREATER 0
              DISPLAY "*** STATEMENTS DO NOT PROVE - DO NOT MAIL ***"
              MOVE 16 TO RETURN-CODE.
           CLOSE OINFILE WNAFILE INHFILE CSVFILE PRLINE.
           STOP RUN.
