       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREEREPL.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: WEEKLY REPLENISHMENT ORDER FOR THE CHAIN STORES.
      * THE CHAIN'S DISTRIBUTION CENTER WAS GUESSING NEXT WEEK'S
      * QUANTITIES FROM LAST WEEK'S INVOICE.  THIS TAKES EACH
      * STORE/TITLE'S WEEKLY SELL-THROUGH (THE WNKTREE-ISS-NET DAY
      * FIELDS) FROM THE DATED WNKTREE-ARCH ARCHIVES LISTED ON
      * TREETREND.DAT PLUS THE CURRENT WNKTREEFILE WEEK, AVERAGES
      * IT OVER THOSE WEEKS, PUTS THE BANNER'S SAFETY PERCENT ON
      * TOP AND HOLDS THE RESULT BETWEEN THE BANNER'S MINIMUM AND
      * MAXIMUM -- THE WOJ "RPLbb" ENTRY PER BANNER, MAINTAINED
      * THROUGH CTLMAINT TABLE "RPL".  A BANNER WITH NO ENTRY
      * ORDERS WITH NO SAFETY, NO MINIMUM OR MAXIMUM AND A 50
      * PERCENT REVIEW LEVEL, AND IS FLAGGED ON THE JOB LOG.
      *
      * TITLES THE WNEFILE NO LONGER FLAGS FOR DOLLAR TREE ARE
      * NOT ORDERED.  THE STORE MUST BE ON THE CHNFILE CHAIN STORE
      * MASTER AND ACTIVE; A STORE WHOSE CLOSE DATE HAS COME IS
      * NOT ORDERED FOR (TREESETTLE BILLS ITS FINAL SETTLEMENT).
      *
      * BUILD (BLANK COMMAND LINE) WRITES THE ORDER TO THE
      * TREEREPL.DAT HOLDING FILE -- HDR RECORD, ONE RECORD PER
      * STORE/TITLE, TRL RECORD WITH THE LINE COUNT AND QUANTITY
      * CONTROL TOTALS -- AND PRINTS THE TREEREPL.PRT REVIEW
      * LISTING: EVERY STORE'S SUGGESTED TOTAL AGAINST LAST WEEK'S
      * TRANSMITTED ORDER, WITH THE STORES THAT MOVED BY MORE THAN
      * THE BANNER'S REVIEW PERCENT (OR ARE NEW) FLAGGED AND
      * BROKEN OUT TITLE BY TITLE FOR THE ACCOUNT MANAGER.
      *
      * SEND IS THE ACCOUNT MANAGER'S SIGN-OFF.  IT PROVES THE
      * HOLDING FILE AGAINST ITS TRAILER, COPIES IT TO THE SEND
      * DIRECTORY AS TREEREPL-MMDD.DAT AND KEEPS IT AS
      * TREEREPL-LAST.DAT, THE BASIS FOR NEXT WEEK'S COMPARISON.
      * AN ORDER ALREADY SENT IS NOT SENT AGAIN.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE MODE
      * (SEND, OR BLANK TO BUILD) AND, AFTER A SPACE, THE
      * SIGNING OPERATOR'S ID FOR SEND.
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
       COPY WNKTREESEL.
       COPY WNESEL.
       COPY WNXSEL.
       COPY WOJSEL.
       COPY CHNSEL.
       COPY WNLSEL.
       COPY OPRSEL.
           SELECT DRVFILE ASSIGN "/home/prb/f/TREETREND.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT ARCHFILE ASSIGN WS-ARCH-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT ORDFILE ASSIGN "/home/prb/w/TREEREPL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT LASTFILE ASSIGN "/home/prb/f/TREEREPL-LAST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT SENDFILE ASSIGN WS-SEND-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/TREEREPL.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKTREEFILE LABEL RECORD STANDARD DATA RECORD WNKTREE.
       01  WNKTREE.
       COPY WNKTREE.
       FD  WNEFILE LABEL RECORD STANDARD DATA RECORD WNE.
       01  WNE.
       COPY WNE.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  CHNFILE LABEL RECORD STANDARD DATA RECORD CHN.
       01  CHN.
       COPY CHN.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  DRVFILE LABEL RECORD STANDARD DATA RECORD DRV-REC.
       01  DRV-REC.
           05  DRV-MM PIC 99.
           05  DRV-DD PIC 99.
       FD  ARCHFILE LABEL RECORD STANDARD DATA RECORD ARCH-LINE.
       01  ARCH-LINE PIC X(140).
       FD  ORDFILE LABEL RECORD STANDARD DATA RECORD REP.
       01  REP.
           05  REP-STORE-NO    PIC 9(5).
           05  REP-BANNER      PIC X(2).
           05  REP-TITLE-NO    PIC 999.
           05  REP-QTY         PIC 9(5).
           05  REP-ORDER-DATE  PIC 9(6).
           05  FILLER          PIC X(4).
       01  REP-CTL-REC REDEFINES REP.
           05  REP-CTL-TYPE    PIC X(3).
           05  REP-CTL-CNT     PIC 9(7).
           05  REP-CTL-QTY     PIC 9(9).
           05  REP-CTL-DATE    PIC 9(6).
      * last week's transmitted order, laid out as REP.
       FD  LASTFILE LABEL RECORD STANDARD DATA RECORD LST.
       01  LST.
           05  LST-STORE-NO    PIC 9(5).
           05  LST-BANNER      PIC X(2).
           05  LST-TITLE-NO    PIC 999.
           05  LST-QTY         PIC 9(5).
           05  LST-ORDER-DATE  PIC 9(6).
           05  FILLER          PIC X(4).
       01  LST-CTL-REC REDEFINES LST.
           05  LST-CTL-TYPE    PIC X(3).
           05  LST-CTL-CNT     PIC 9(7).
           05  LST-CTL-QTY     PIC 9(9).
           05  LST-CTL-DATE    PIC 9(6).
       FD  SENDFILE LABEL RECORD STANDARD DATA RECORD SEND-REC.
       01  SEND-REC PIC X(25).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(13) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE      PIC X(4).
           05  FILLER            PIC X.
           05  WS-PARM-OPERATOR  PIC X(8).
       01  WS-ARCH-FILENAME.
           05  FILLER PIC X(20) VALUE "/home/prb/f/archive/".
           05  FILLER PIC X(13) VALUE "WNKTREE-ARCH-".
           05  WS-ARCH-MM PIC 99.
           05  WS-ARCH-DD PIC 99.
           05  FILLER PIC X(4) VALUE ".DAT".
       01  WS-SEND-FILENAME.
           05  FILLER PIC X(17) VALUE "/home/prb/f/send/".
           05  FILLER PIC X(9) VALUE "TREEREPL-".
           05  WS-SEND-MM PIC 99.
           05  WS-SEND-DD PIC 99.
           05  FILLER PIC X(4) VALUE ".DAT".
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
      * the archived WNKTREE record, laid back over the flat
      * archive line.
       01  WS-ARCH-WNKTREE.
       COPY WNKTREE.
       01  WS-WEEK-MAX   PIC 99 VALUE 13.
       01  WS-WEEK-CNT   PIC 99 VALUE 0.
       01  WS-WEEKS-USED PIC 99 VALUE 0.
       01  WS-NET-QTY    PIC 9(7) VALUE 0.
      * one row per store/title, kept in store/title order as rows
      * are added: the weeks' total sell-through, whether it sold
      * in the window, last week's ordered quantity and this
      * week's suggestion.
       01  WS-ENT-MAX    PIC 9(5) VALUE 5000.
       01  WS-ENT-CNT    PIC 9(5) VALUE 0.
       01  EX            PIC 9(5) VALUE 0.
       01  SX            PIC 9(5) VALUE 0.
       01  SY            PIC 9(5) VALUE 0.
       01  TX            PIC 999 VALUE 0.
       01  WS-LAST-EX    PIC 9(5) VALUE 0.
       01  WS-WANT-KEY.
           05  WS-WANT-STORE PIC 9(5).
           05  WS-WANT-TITLE PIC 999.
       01  WS-REPL-TABLE.
           05  WS-REPL-ENT OCCURS 5000 TIMES.
               10  WS-ENT-KEY.
                   15  WS-ENT-STORE PIC 9(5).
                   15  WS-ENT-TITLE PIC 999.
               10  WS-ENT-NET       PIC 9(7).
               10  WS-ENT-SEEN-FL   PIC X.
               10  WS-ENT-LAST      PIC 9(5).
               10  WS-ENT-SUGG      PIC 9(5).
               10  WS-ENT-NOTE      PIC X(14).
      * the WNEFILE Dollar Tree flag by title, read once per title:
      * blank = not yet read.
       01  WS-TTL-FLAGS.
           05  WS-TTL-TREE-FL OCCURS 999 TIMES PIC X.
      * the banners' replenishment parameters, read once per banner
      * off the WOJ "RPLbb" entries.
       01  WS-RPL-KEY.
           05  FILLER        PIC X(3) VALUE "RPL".
           05  WS-RPL-BANNER PIC X(2).
       01  WS-RPL-TEXT.
           05  WS-RPL-SAFETY PIC 999.
           05  WS-RPL-REVIEW PIC 999.
           05  WS-RPL-MIN    PIC 9(4).
           05  WS-RPL-MAX    PIC 9(4).
           05  FILLER        PIC X(6).
       01  WS-BNR-MAX    PIC 99 VALUE 10.
       01  WS-BNR-CNT    PIC 99 VALUE 0.
       01  BX            PIC 99 VALUE 0.
       01  WS-BNR-TABLE.
           05  WS-BNR-ENT OCCURS 10 TIMES.
               10  WS-BNR-CODE    PIC X(2).
               10  WS-BNR-SAFETY  PIC 999.
               10  WS-BNR-REVIEW  PIC 999.
               10  WS-BNR-MIN-QTY PIC 9(4).
               10  WS-BNR-MAX-QTY PIC 9(4).
      * the store being worked.
       01  WS-CUR-STORE     PIC 9(5) VALUE 0.
       01  WS-CUR-BANNER    PIC X(2) VALUE SPACE.
       01  WS-CUR-NAME      PIC X(30) VALUE SPACE.
       01  WS-HAVE-STORE    PIC X VALUE "N".
       01  WS-STORE-SKIP    PIC X(26) VALUE SPACE.
       01  WS-STORE-FIRST   PIC 9(5) VALUE 0.
       01  WS-STORE-END     PIC 9(5) VALUE 0.
       01  WS-STORE-SUGG    PIC 9(7) VALUE 0.
       01  WS-STORE-LAST    PIC 9(7) VALUE 0.
       01  WS-STORE-TITLES  PIC 9(4) VALUE 0.
       01  WS-STORE-FLAG    PIC X(20) VALUE SPACE.
       01  WS-CHG-QTY       PIC S9(7) VALUE 0.
       01  WS-CHG-PCT       PIC S9(5) VALUE 0.
       01  WS-ABS-PCT       PIC 9(5) VALUE 0.
       01  WS-SUGG-QTY      PIC 9(7) VALUE 0.
       01  WS-AVG-QTY       PIC 9(7) VALUE 0.
       01  WS-LAST-DATE     PIC 9(6) VALUE 0.
       01  WS-ORD-DATE      PIC 9(6) VALUE 0.
       01  WS-ORD-CNT       PIC 9(7) VALUE 0.
       01  WS-ORD-QTY       PIC 9(9) VALUE 0.
       01  WS-TRL-CNT       PIC 9(7) VALUE 0.
       01  WS-TRL-QTY       PIC 9(9) VALUE 0.
       01  WS-TRL-FOUND     PIC X VALUE "N".
       01  WS-STORE-CNT     PIC 9(5) VALUE 0.
       01  WS-FLAG-CNT      PIC 9(5) VALUE 0.
       01  WS-SKIP-CNT      PIC 9(5) VALUE 0.
       01  WS-NOTREE-CNT    PIC 9(5) VALUE 0.
       COPY WNLWS.
       COPY OPRWS.
       01  HEAD-1.
           05  FILLER PIC X(40) VALUE
               "CHAIN REPLENISHMENT ORDER REVIEW".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(8) VALUE "  WEEKS ".
           05  H1-WEEKS PIC Z9.
           05  FILLER PIC X(14) VALUE "  LAST ORDER ".
           05  H1-LAST PIC 9(6).
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "STORE NAME                           BN".
           05  FILLER PIC X(50) VALUE
               " TITLES  SUGGESTED  LAST WEEK  CHANGE".
       01  STORE-LINE.
           05  SL-STORE-NO   PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-NAME       PIC X(30).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-BANNER     PIC X(2).
           05  FILLER        PIC X(3) VALUE SPACE.
           05  SL-TITLES     PIC ZZZ9.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  SL-SUGG       PIC ZZZZZZ9.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  SL-LAST       PIC ZZZZZZ9.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  SL-CHG        PIC -ZZZ9.
           05  SL-PCT        PIC X VALUE "%".
           05  FILLER        PIC X(2) VALUE SPACE.
           05  SL-FLAG       PIC X(26).
       01  TITLE-LINE.
           05  FILLER        PIC X(6) VALUE SPACE.
           05  TL-TITLE-NO   PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  TL-TITLE      PIC X(21).
           05  FILLER        PIC X(5) VALUE " AVG ".
           05  TL-AVG        PIC ZZZZ9.
           05  FILLER        PIC X(13) VALUE SPACE.
           05  TL-SUGG       PIC ZZZZ9.
           05  FILLER        PIC X(6) VALUE SPACE.
           05  TL-LAST       PIC ZZZZ9.
           05  FILLER        PIC X(9) VALUE SPACE.
           05  TL-NOTE       PIC X(14).
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(40).
           05  TOT-QTY       PIC ZZZZZZZZ9.
       01  SIGN-LINE.
           05  FILLER PIC X(40) VALUE
               "REVIEWED BY ____________________".
           05  FILLER PIC X(30) VALUE
               "DATE ________".

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           ACCEPT WS-DATE FROM DATE.
           IF WS-PARM-MODE = "SEND" GO TO SEND-ORDER.
           IF WS-PARM-MODE NOT = SPACES
              DISPLAY "MODE MUST BE SEND OR BLANK - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT CHNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO CHNFILE CHAIN STORE MASTER - NO ORDER BUILT"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "TREEREPL" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           OPEN INPUT WNKTREEFILE WNEFILE WNXFILE WOJFILE.
           MOVE SPACES TO WS-TTL-FLAGS.
           PERFORM LOAD-CURRENT THRU END-LOAD-CURRENT.
           PERFORM LOAD-ARCHIVES THRU END-LOAD-ARCHIVES.
           PERFORM LOAD-LAST THRU END-LOAD-LAST.
           COMPUTE WS-WEEKS-USED = WS-WEEK-CNT + 1.
           MOVE WS-DATE-N TO WS-ORD-DATE.
           OPEN OUTPUT ORDFILE PRLINE.
           MOVE SPACES TO REP-CTL-REC.
           MOVE "HDR" TO REP-CTL-TYPE.
           MOVE 0 TO REP-CTL-CNT REP-CTL-QTY.
           MOVE WS-ORD-DATE TO REP-CTL-DATE.
           WRITE REP.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-WEEKS-USED TO H1-WEEKS.
           MOVE WS-LAST-DATE TO H1-LAST.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           PERFORM BUILD-ORDER THRU END-BUILD-ORDER.
           MOVE SPACES TO REP-CTL-REC.
           MOVE "TRL" TO REP-CTL-TYPE.
           MOVE WS-ORD-CNT TO REP-CTL-CNT.
           MOVE WS-ORD-QTY TO REP-CTL-QTY.
           MOVE WS-ORD-DATE TO REP-CTL-DATE.
           WRITE REP.
           PERFORM PRINT-TOTALS THRU END-PRINT-TOTALS.
           DISPLAY "WEEKS AVERAGED:        " WS-WEEKS-USED.
           DISPLAY "STORES ORDERED:        " WS-STORE-CNT.
           DISPLAY "STORES FLAGGED:        " WS-FLAG-CNT.
           DISPLAY "STORES NOT ORDERED:    " WS-SKIP-CNT.
           DISPLAY "ORDER LINES HELD:      " WS-ORD-CNT.
           DISPLAY "COPIES ORDERED:        " WS-ORD-QTY.
           IF WS-FLAG-CNT GREATER 0
              DISPLAY WS-FLAG-CNT " STORES NEED REVIEW BEFORE SEND".
           CLOSE WNKTREEFILE WNEFILE WNXFILE WOJFILE CHNFILE
                 ORDFILE PRLINE.
           MOVE WS-ORD-CNT TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           STOP RUN.

      * the current week's sell-through off WNKTREEFILE.
       LOAD-CURRENT.
           INITIALIZE WNKTREE.
           START WNKTREEFILE KEY NOT LESS
               WNKTREE-PRIMARY-KEY OF WNKTREE
               INVALID KEY GO TO END-LOAD-CURRENT.
       LOAD-CURRENT-LOOP.
           READ WNKTREEFILE NEXT AT END GO TO END-LOAD-CURRENT.
           IF WNKTREE-TITLE-NO OF WNKTREE = 0
              GO TO LOAD-CURRENT-LOOP.
           COMPUTE WS-NET-QTY =
               WNKTREE-ISS-NET-MON OF WNKTREE
             + WNKTREE-ISS-NET-TUE OF WNKTREE
             + WNKTREE-ISS-NET-WED OF WNKTREE
             + WNKTREE-ISS-NET-THU OF WNKTREE
             + WNKTREE-ISS-NET-FRI OF WNKTREE
             + WNKTREE-ISS-NET-SAT OF WNKTREE
             + WNKTREE-ISS-NET-SUN OF WNKTREE.
           MOVE WNKTREE-STORE-NO OF WNKTREE TO WS-WANT-STORE.
           MOVE WNKTREE-TITLE-NO OF WNKTREE TO WS-WANT-TITLE.
           PERFORM FIND-ENTRY THRU END-FIND-ENTRY.
           IF EX = 0 GO TO LOAD-CURRENT-LOOP.
           ADD WS-NET-QTY TO WS-ENT-NET (EX).
           MOVE "Y" TO WS-ENT-SEEN-FL (EX).
           GO TO LOAD-CURRENT-LOOP.
       END-LOAD-CURRENT. EXIT.

      * the archived weeks TREETREND.DAT lists.
       LOAD-ARCHIVES.
           OPEN INPUT DRVFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "TREETREND.DAT NOT FOUND - CURRENT WEEK ONLY"
              GO TO END-LOAD-ARCHIVES.
       LOAD-DRV-LOOP.
           READ DRVFILE AT END GO TO LOAD-DRV-DONE.
           IF DRV-MM NOT NUMERIC OR DRV-DD NOT NUMERIC
              DISPLAY "BAD ARCHIVE DATE SKIPPED: " DRV-REC
              GO TO LOAD-DRV-LOOP.
           IF WS-WEEK-CNT NOT LESS WS-WEEK-MAX
              DISPLAY "MORE THAN " WS-WEEK-MAX
                  " ARCHIVE DATES - REST SKIPPED"
              GO TO LOAD-DRV-DONE.
           MOVE DRV-MM TO WS-ARCH-MM.
           MOVE DRV-DD TO WS-ARCH-DD.
           PERFORM READ-ARCHIVE THRU END-READ-ARCHIVE.
           GO TO LOAD-DRV-LOOP.
       LOAD-DRV-DONE.
           CLOSE DRVFILE.
       END-LOAD-ARCHIVES. EXIT.

       READ-ARCHIVE.
           OPEN INPUT ARCHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "ARCHIVE NOT FOUND: " WS-ARCH-FILENAME
              GO TO END-READ-ARCHIVE.
           ADD 1 TO WS-WEEK-CNT.
           MOVE 0 TO WS-LAST-EX.
       READ-ARCH-LOOP.
           READ ARCHFILE AT END GO TO ARCH-DONE.
           MOVE ARCH-LINE TO WS-ARCH-WNKTREE.
           IF WNKTREE-TITLE-NO OF WS-ARCH-WNKTREE = 0
              GO TO READ-ARCH-LOOP.
           COMPUTE WS-NET-QTY =
               WNKTREE-ISS-NET-MON OF WS-ARCH-WNKTREE
             + WNKTREE-ISS-NET-TUE OF WS-ARCH-WNKTREE
             + WNKTREE-ISS-NET-WED OF WS-ARCH-WNKTREE
             + WNKTREE-ISS-NET-THU OF WS-ARCH-WNKTREE
             + WNKTREE-ISS-NET-FRI OF WS-ARCH-WNKTREE
             + WNKTREE-ISS-NET-SAT OF WS-ARCH-WNKTREE
             + WNKTREE-ISS-NET-SUN OF WS-ARCH-WNKTREE.
           IF WS-NET-QTY = 0 GO TO READ-ARCH-LOOP.
           MOVE WNKTREE-STORE-NO OF WS-ARCH-WNKTREE TO WS-WANT-STORE.
           MOVE WNKTREE-TITLE-NO OF WS-ARCH-WNKTREE TO WS-WANT-TITLE.
           PERFORM FIND-ENTRY THRU END-FIND-ENTRY.
           IF EX = 0 GO TO READ-ARCH-LOOP.
           ADD WS-NET-QTY TO WS-ENT-NET (EX).
           MOVE "Y" TO WS-ENT-SEEN-FL (EX).
           GO TO READ-ARCH-LOOP.
       ARCH-DONE.
           CLOSE ARCHFILE.
       END-READ-ARCHIVE. EXIT.

      * last week's transmitted order, for the review comparison.
       LOAD-LAST.
           MOVE 0 TO WS-LAST-EX.
           OPEN INPUT LASTFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO TREEREPL-LAST.DAT - EVERY STORE SHOWS NEW"
              GO TO END-LOAD-LAST.
       LOAD-LAST-LOOP.
           READ LASTFILE AT END GO TO LOAD-LAST-DONE.
           IF LST-CTL-TYPE = "HDR"
              MOVE LST-CTL-DATE TO WS-LAST-DATE
              GO TO LOAD-LAST-LOOP.
           IF LST-CTL-TYPE = "TRL" GO TO LOAD-LAST-LOOP.
           MOVE LST-STORE-NO TO WS-WANT-STORE.
           MOVE LST-TITLE-NO TO WS-WANT-TITLE.
           PERFORM FIND-ENTRY THRU END-FIND-ENTRY.
           IF EX = 0 GO TO LOAD-LAST-LOOP.
           MOVE LST-QTY TO WS-ENT-LAST (EX).
           GO TO LOAD-LAST-LOOP.
       LOAD-LAST-DONE.
           CLOSE LASTFILE.
       END-LOAD-LAST. EXIT.

      * find the store/title row, or add it in key order.  each
      * source comes in key order, so the search picks up from the
      * row last found.
       FIND-ENTRY.
           MOVE 0 TO EX.
           IF WS-LAST-EX NOT = 0
              IF WS-ENT-KEY (WS-LAST-EX) NOT GREATER WS-WANT-KEY
                 COMPUTE EX = WS-LAST-EX - 1.
       FIND-ENTRY-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-ENT-CNT GO TO FIND-ENTRY-ADD.
           IF WS-ENT-KEY (EX) = WS-WANT-KEY GO TO FIND-ENTRY-FOUND.
           IF WS-ENT-KEY (EX) LESS WS-WANT-KEY GO TO FIND-ENTRY-LOOP.
       FIND-ENTRY-ADD.
           IF WS-ENT-CNT NOT LESS WS-ENT-MAX
              DISPLAY "ORDER TABLE FULL - STORE " WS-WANT-STORE
                  " TITLE " WS-WANT-TITLE " NOT ORDERED"
              MOVE 0 TO EX
              GO TO END-FIND-ENTRY.
           MOVE WS-ENT-CNT TO SX.
       FIND-ENTRY-SHIFT.
           IF SX LESS EX GO TO FIND-ENTRY-NEW.
           COMPUTE SY = SX + 1.
           MOVE WS-REPL-ENT (SX) TO WS-REPL-ENT (SY).
           SUBTRACT 1 FROM SX.
           GO TO FIND-ENTRY-SHIFT.
       FIND-ENTRY-NEW.
           ADD 1 TO WS-ENT-CNT.
           MOVE WS-WANT-KEY TO WS-ENT-KEY (EX).
           MOVE 0 TO WS-ENT-NET (EX) WS-ENT-LAST (EX) WS-ENT-SUGG (EX).
           MOVE SPACE TO WS-ENT-SEEN-FL (EX).
           MOVE SPACES TO WS-ENT-NOTE (EX).
       FIND-ENTRY-FOUND.
           MOVE EX TO WS-LAST-EX.
       END-FIND-ENTRY. EXIT.

      * walk the table store by store: suggest each title, write
      * the order lines, and list the store against last week.
       BUILD-ORDER.
           MOVE 0 TO EX.
           MOVE "N" TO WS-HAVE-STORE.
       BUILD-LOOP.
           ADD 1 TO EX.
           IF EX GREATER WS-ENT-CNT
              IF WS-HAVE-STORE = "Y"
                 PERFORM STORE-BREAK THRU END-STORE-BREAK
                 GO TO END-BUILD-ORDER
              ELSE
                 GO TO END-BUILD-ORDER.
           IF WS-HAVE-STORE = "Y"
              AND WS-ENT-STORE (EX) NOT = WS-CUR-STORE
              PERFORM STORE-BREAK THRU END-STORE-BREAK.
           IF WS-HAVE-STORE = "N"
              OR WS-ENT-STORE (EX) NOT = WS-CUR-STORE
              PERFORM STORE-START THRU END-STORE-START.
           ADD WS-ENT-LAST (EX) TO WS-STORE-LAST.
           IF WS-STORE-SKIP NOT = SPACES GO TO BUILD-LOOP.
           PERFORM TITLE-SUGGEST THRU END-TITLE-SUGGEST.
           GO TO BUILD-LOOP.
       END-BUILD-ORDER. EXIT.

      * a new store: it must be on the chain store master, active,
      * and not at its close date.
       STORE-START.
           MOVE "Y" TO WS-HAVE-STORE.
           MOVE WS-ENT-STORE (EX) TO WS-CUR-STORE.
           MOVE EX TO WS-STORE-FIRST.
           MOVE 0 TO WS-STORE-SUGG WS-STORE-LAST WS-STORE-TITLES.
           MOVE SPACES TO WS-STORE-SKIP WS-CUR-NAME WS-CUR-BANNER.
           MOVE WS-CUR-STORE TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY
              MOVE "NOT ON CHAIN STORE MASTER" TO WS-STORE-SKIP
              GO TO END-STORE-START.
           MOVE CHN-NAME TO WS-CUR-NAME.
           MOVE CHN-BANNER-CODE TO WS-CUR-BANNER.
           IF CHN-ACTIVE-FL NOT = "Y"
              MOVE "STORE INACTIVE" TO WS-STORE-SKIP
              GO TO END-STORE-START.
           IF CHN-CLOSE-DATE NOT = 0
              AND CHN-CLOSE-DATE NOT GREATER WS-DATE-N
              MOVE "STORE CLOSING" TO WS-STORE-SKIP
              GO TO END-STORE-START.
           PERFORM FIND-BANNER-PARMS THRU END-FIND-BANNER-PARMS.
       END-STORE-START. EXIT.

      * one store/title: average the weeks, add the safety, hold it
      * to the banner's minimum and maximum.
       TITLE-SUGGEST.
           MOVE 0 TO WS-ENT-SUGG (EX).
           MOVE WS-ENT-TITLE (EX) TO TX.
           PERFORM CHECK-TREE-TITLE THRU END-CHECK-TREE-TITLE.
           IF WS-TTL-TREE-FL (TX) NOT = "Y"
              MOVE "NOT TREE TITLE" TO WS-ENT-NOTE (EX)
              ADD 1 TO WS-NOTREE-CNT
              GO TO END-TITLE-SUGGEST.
           IF WS-ENT-SEEN-FL (EX) NOT = "Y"
              MOVE "NO SALES" TO WS-ENT-NOTE (EX)
              GO TO END-TITLE-SUGGEST.
           COMPUTE WS-SUGG-QTY ROUNDED =
               WS-ENT-NET (EX) * (100 + WS-BNR-SAFETY (BX))
               / (WS-WEEKS-USED * 100).
           IF WS-SUGG-QTY LESS WS-BNR-MIN-QTY (BX)
              MOVE WS-BNR-MIN-QTY (BX) TO WS-SUGG-QTY
              MOVE "AT MINIMUM" TO WS-ENT-NOTE (EX).
           IF WS-BNR-MAX-QTY (BX) NOT = 0
              AND WS-SUGG-QTY GREATER WS-BNR-MAX-QTY (BX)
              MOVE WS-BNR-MAX-QTY (BX) TO WS-SUGG-QTY
              MOVE "AT MAXIMUM" TO WS-ENT-NOTE (EX).
           IF WS-SUGG-QTY = 0 GO TO END-TITLE-SUGGEST.
           MOVE WS-SUGG-QTY TO WS-ENT-SUGG (EX).
           ADD WS-SUGG-QTY TO WS-STORE-SUGG.
           ADD 1 TO WS-STORE-TITLES.
           MOVE SPACES TO REP.
           MOVE WS-CUR-STORE TO REP-STORE-NO.
           MOVE WS-CUR-BANNER TO REP-BANNER.
           MOVE WS-ENT-TITLE (EX) TO REP-TITLE-NO.
           MOVE WS-SUGG-QTY TO REP-QTY.
           MOVE WS-ORD-DATE TO REP-ORDER-DATE.
           WRITE REP.
           ADD 1 TO WS-ORD-CNT.
           ADD WS-SUGG-QTY TO WS-ORD-QTY.
       END-TITLE-SUGGEST. EXIT.

       CHECK-TREE-TITLE.
           IF WS-TTL-TREE-FL (TX) NOT = SPACE
              GO TO END-CHECK-TREE-TITLE.
           MOVE "N" TO WS-TTL-TREE-FL (TX).
           MOVE TX TO WNE-TITLE-NO.
           READ WNEFILE INVALID KEY GO TO END-CHECK-TREE-TITLE.
           IF WNE-DOLLAR-TREE-FL = "Y"
              MOVE "Y" TO WS-TTL-TREE-FL (TX).
       END-CHECK-TREE-TITLE. EXIT.

      * the store's banner parameters, off the WOJ "RPLbb" entry the
      * first time the banner comes up.
       FIND-BANNER-PARMS.
           MOVE 0 TO BX.
       FIND-BANNER-LOOP.
           ADD 1 TO BX.
           IF BX GREATER WS-BNR-CNT GO TO FIND-BANNER-ADD.
           IF WS-BNR-CODE (BX) = WS-CUR-BANNER
              GO TO END-FIND-BANNER-PARMS.
           GO TO FIND-BANNER-LOOP.
       FIND-BANNER-ADD.
           IF WS-BNR-CNT NOT LESS WS-BNR-MAX
              DISPLAY "BANNER TABLE FULL - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-BNR-CNT.
           MOVE WS-BNR-CNT TO BX.
           MOVE WS-CUR-BANNER TO WS-BNR-CODE (BX).
           MOVE 0 TO WS-BNR-SAFETY (BX) WS-BNR-MIN-QTY (BX)
               WS-BNR-MAX-QTY (BX).
           MOVE 50 TO WS-BNR-REVIEW (BX).
           MOVE WS-CUR-BANNER TO WS-RPL-BANNER.
           MOVE WS-RPL-KEY TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY
              MOVE SPACES TO WOJ-TEXT.
           MOVE WOJ-TEXT TO WS-RPL-TEXT.
           IF WS-RPL-TEXT (1:14) NOT NUMERIC
              DISPLAY "NO WOJ " WS-RPL-KEY " REPLENISHMENT ENTRY - "
                  "BANNER " WS-CUR-BANNER " ORDERED ON DEFAULTS"
              GO TO END-FIND-BANNER-PARMS.
           MOVE WS-RPL-SAFETY TO WS-BNR-SAFETY (BX).
           MOVE WS-RPL-REVIEW TO WS-BNR-REVIEW (BX).
           MOVE WS-RPL-MIN TO WS-BNR-MIN-QTY (BX).
           MOVE WS-RPL-MAX TO WS-BNR-MAX-QTY (BX).
       END-FIND-BANNER-PARMS. EXIT.

      * the store's review line: suggested against last week, the
      * move flagged past the banner's review percent, and a
      * flagged store broken out title by title.
       STORE-BREAK.
           COMPUTE WS-STORE-END = EX - 1.
           MOVE SPACES TO STORE-LINE.
           MOVE "%" TO SL-PCT.
           MOVE WS-CUR-STORE TO SL-STORE-NO.
           MOVE WS-CUR-NAME TO SL-NAME.
           MOVE WS-CUR-BANNER TO SL-BANNER.
           MOVE WS-STORE-LAST TO SL-LAST.
           IF WS-STORE-SKIP NOT = SPACES
              MOVE SPACE TO SL-PCT
              MOVE WS-STORE-SKIP TO SL-FLAG
              ADD 1 TO WS-SKIP-CNT
              GO TO STORE-BREAK-PRINT.
           ADD 1 TO WS-STORE-CNT.
           MOVE WS-STORE-TITLES TO SL-TITLES.
           MOVE WS-STORE-SUGG TO SL-SUGG.
           MOVE SPACES TO WS-STORE-FLAG.
           IF WS-STORE-LAST = 0
              MOVE SPACE TO SL-PCT
              IF WS-STORE-SUGG GREATER 0
                 MOVE "** REVIEW - NEW **" TO WS-STORE-FLAG
                 GO TO STORE-BREAK-FLAG
              ELSE
                 GO TO STORE-BREAK-PRINT.
           COMPUTE WS-CHG-QTY = WS-STORE-SUGG - WS-STORE-LAST.
           COMPUTE WS-CHG-PCT ROUNDED =
               WS-CHG-QTY * 100 / WS-STORE-LAST.
           MOVE WS-CHG-PCT TO SL-CHG WS-ABS-PCT.
           IF WS-ABS-PCT NOT GREATER WS-BNR-REVIEW (BX)
              GO TO STORE-BREAK-PRINT.
           MOVE "** REVIEW **" TO WS-STORE-FLAG.
       STORE-BREAK-FLAG.
           MOVE WS-STORE-FLAG TO SL-FLAG.
           ADD 1 TO WS-FLAG-CNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STORE-LINE AFTER ADVANCING 2.
           MOVE WS-STORE-FIRST TO SX.
       STORE-BREAK-TITLE.
           IF SX GREATER WS-STORE-END GO TO END-STORE-BREAK.
           PERFORM PRINT-TITLE THRU END-PRINT-TITLE.
           ADD 1 TO SX.
           GO TO STORE-BREAK-TITLE.
       STORE-BREAK-PRINT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STORE-LINE AFTER ADVANCING 1.
       END-STORE-BREAK. EXIT.

       PRINT-TITLE.
           MOVE WS-ENT-TITLE (SX) TO TL-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE "INVALID TITLE" TO WNX-TITLE.
           MOVE WNX-TITLE TO TL-TITLE.
           COMPUTE WS-AVG-QTY ROUNDED =
               WS-ENT-NET (SX) / WS-WEEKS-USED.
           MOVE WS-AVG-QTY TO TL-AVG.
           MOVE WS-ENT-SUGG (SX) TO TL-SUGG.
           MOVE WS-ENT-LAST (SX) TO TL-LAST.
           MOVE WS-ENT-NOTE (SX) TO TL-NOTE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TITLE-LINE AFTER ADVANCING 1.
       END-PRINT-TITLE. EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STORES ORDERED" TO TOT-LABEL.
           MOVE WS-STORE-CNT TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 3.
           MOVE "STORES FLAGGED FOR REVIEW" TO TOT-LABEL.
           MOVE WS-FLAG-CNT TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE "STORES NOT ORDERED" TO TOT-LABEL.
           MOVE WS-SKIP-CNT TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE "STORE/TITLES NOT FLAGGED FOR THE CHAIN" TO TOT-LABEL.
           MOVE WS-NOTREE-CNT TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE "ORDER LINES HELD" TO TOT-LABEL.
           MOVE WS-ORD-CNT TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE "COPIES ORDERED" TO TOT-LABEL.
           MOVE WS-ORD-QTY TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           MOVE "ORDER HELD UNTIL SIGNED OFF AND SENT (TREEREPL SEND)"
               TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SIGN-LINE AFTER ADVANCING 3.
       END-PRINT-TOTALS. EXIT.

      * the account manager's sign-off: prove the held order against
      * its trailer, then send it and keep it as last week's order.
       SEND-ORDER.
           MOVE "TREEREPL" TO WS-OPR-PROGRAM.
           MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN INPUT ORDFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO HELD ORDER (TREEREPL.DAT) - NOTHING SENT"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ ORDFILE AT END MOVE SPACES TO REP.
           IF REP-CTL-TYPE NOT = "HDR"
              DISPLAY "HELD ORDER HAS NO HDR RECORD - NOTHING SENT"
              CLOSE ORDFILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE REP-CTL-DATE TO WS-ORD-DATE.
           OPEN INPUT LASTFILE.
           IF FL-STATUS NOT = "00" GO TO SEND-CHECK-SENT.
           READ LASTFILE AT END MOVE SPACES TO LST.
           IF LST-CTL-TYPE = "HDR"
              MOVE LST-CTL-DATE TO WS-LAST-DATE.
           CLOSE LASTFILE.
       SEND-CHECK-SENT.
           IF WS-LAST-DATE = WS-ORD-DATE
              DISPLAY "ORDER BUILT " WS-ORD-DATE
                  " WAS ALREADY SENT - NOTHING SENT"
              CLOSE ORDFILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
       SEND-PROVE-LOOP.
           READ ORDFILE AT END GO TO SEND-PROVE-CHECK.
           IF REP-CTL-TYPE = "TRL"
              MOVE "Y" TO WS-TRL-FOUND
              MOVE REP-CTL-CNT TO WS-TRL-CNT
              MOVE REP-CTL-QTY TO WS-TRL-QTY
              GO TO SEND-PROVE-LOOP.
           ADD 1 TO WS-ORD-CNT.
           ADD REP-QTY TO WS-ORD-QTY.
           GO TO SEND-PROVE-LOOP.
       SEND-PROVE-CHECK.
           CLOSE ORDFILE.
           IF WS-TRL-FOUND NOT = "Y"
              OR WS-TRL-CNT NOT = WS-ORD-CNT
              OR WS-TRL-QTY NOT = WS-ORD-QTY
              DISPLAY "HELD ORDER OUT OF BALANCE - LINES " WS-ORD-CNT
                  " TRL " WS-TRL-CNT " COPIES " WS-ORD-QTY
                  " TRL " WS-TRL-QTY " - NOTHING SENT"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "TREEREPL SEND" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           MOVE WS-MM TO WS-SEND-MM.
           MOVE WS-DD TO WS-SEND-DD.
           OPEN INPUT ORDFILE.
           OPEN OUTPUT SENDFILE LASTFILE.
       SEND-COPY-LOOP.
           READ ORDFILE AT END GO TO SEND-DONE.
           MOVE REP TO SEND-REC.
           WRITE SEND-REC.
           MOVE REP TO LST.
           WRITE LST.
           GO TO SEND-COPY-LOOP.
       SEND-DONE.
           CLOSE ORDFILE SENDFILE LASTFILE.
           DISPLAY "ORDER BUILT " WS-ORD-DATE " SENT AS "
               WS-SEND-FILENAME.
           DISPLAY "SIGNED OFF BY " WS-PARM-OPERATOR " " WS-OPR-NAME.
           DISPLAY "ORDER LINES SENT:      " WS-ORD-CNT.
           DISPLAY "COPIES SENT:           " WS-ORD-QTY.
           MOVE WS-ORD-CNT TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           STOP RUN.

       COPY WNLLOG.
       COPY OPRCHK.
