       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBRECV.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: PUBLISHER RECEIVING INTAKE AND SHORT-SHIPMENT
      * ALLOCATION.  WHEN A PUBLISHER SHIPS LESS THAN WE ORDERED
      * THE DOCK USED TO SHORT WHOEVER WAS AT THE BACK OF THE
      * TRUCK, AND THE SHORTAGE CLAIMS CAME IN A WEEK LATER.
      * THE DOCK NOW KEYS THE COPIES ACTUALLY RECEIVED PER TITLE
      * PER DAY INTO PUBRECV.TRN AND THIS RUN COMPARES EACH ONE
      * WITH THAT DAY'S WNK-ISS-DRAW FOR THE TITLE ACROSS ALL
      * DEALERS.  DEALERS ON CREDIT HOLD ARE LEFT OUT -- ROUTEMAN
      * SKIPS THEM ANYWAY -- AND SO ARE DEALERS ON TEMPORARY STOP
      * (TSPFILE) FOR THE DAY RECEIVED.  WHEN WE ARE SHORT:
      *     - A DEALER WHOSE DRAW IS AT OR UNDER THE PROTECTED
      *       MINIMUM KEEPS THE FULL DRAW.
      *     - THE REST OF THE COPIES ARE PRORATED ACROSS THE
      *       OTHER DEALERS BY DRAW, ODD COPIES LEFT BY THE
      *       ROUNDING GOING ONE APIECE IN TITLE/DEALER ORDER.
      *     - IF THE SHIPMENT WILL NOT EVEN COVER THE PROTECTED
      *       DEALERS THE PROTECTION IS WAIVED AND EVERY DEALER
      *       IS PRORATED, AND THE REGISTER SAYS SO.
      * EVERY DEALER WHOSE QUANTITY IS CUT IS ADDED TO PUBRECV.DAT,
      * WHICH ROUTEMAN AND LOADSHT READ BY WEEK AND DAY, AND EVERY
      * RECEIPT IS KEPT ON THE RECVHIST.DAT RECEIVING HISTORY.
      * A TITLE AND DAY ALREADY ON RECVHIST.DAT FOR THE WEEK IS
      * REFUSED, SO A RERUN CANNOT CUT THE DEALERS TWICE.
      * THE REGISTER LISTS EACH RECEIPT AND ENDS WITH A SHORTFALL
      * REGISTER BY PUBLISHER (PUBFILE), PRICED AT PUB-PUB-COST,
      * AS THE BASIS OF THE CLAIM AGAINST THE PUBLISHER.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE WNK WEEK
      * OCCURRENCE (BLANK = CURRENT WEEK, 3) AND THE PROTECTED
      * MINIMUM DRAW IN COLUMNS 4-6 (BLANK = 2 COPIES).
      *
      *  REJECT REASON CODES:
      *     01 TITLE, DAY OR QUANTITY NOT NUMERIC / DAY NOT 1-7
      *     02 TITLE NOT ON WNXFILE
      *     03 TITLE AND DAY ALREADY RECEIVED IN THIS RUN
      *     04 TITLE AND DAY ALREADY ON RECVHIST.DAT FOR THE WEEK
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           dealers on temporary stop for the day received are
      *           left out of the allocation, as ROUTEMAN leaves them
      *           off the manifest.  a title and day already on
      *           RECVHIST.DAT for the week is refused with reason 04.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           PUBRECV.DAT is added to instead of rewritten, so a
      *           later run for another day, or a rerun refused off
      *           RECVHIST.DAT, keeps the cuts already posted.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WNASEL.
       COPY WNKSEL.
       COPY WNRSEL.
       COPY WNXSEL.
       COPY PUBSEL.
       COPY TSPSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/PUBRECV.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT ADJFILE ASSIGN "/u/prb/f/trenton/PUBRECV.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT RCHFILE ASSIGN "/u/prb/f/trenton/RECVHIST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/PUBRECV.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  PUBFILE LABEL RECORD STANDARD DATA RECORD PUB.
       01  PUB.
       COPY PUB.
       FD  TSPFILE LABEL RECORD STANDARD DATA RECORD TSP.
       01  TSP.
       COPY TSP.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-TITLE-NO    PIC 999.
           05  TRN-DAY-NO      PIC 9.
           05  TRN-RECV-QTY    PIC 9(7).
       FD  ADJFILE LABEL RECORD STANDARD DATA RECORD ADJ.
       01  ADJ.
           05  ADJ-DEALER-NO   PIC 9(5).
           05  ADJ-TITLE-NO    PIC 999.
           05  ADJ-WEEK-DATE   PIC 9(4).
           05  ADJ-DAY-NO      PIC 9.
           05  ADJ-DRAW-QTY    PIC 9(5).
           05  ADJ-QTY         PIC 9(5).
       FD  RCHFILE LABEL RECORD STANDARD DATA RECORD RCH.
       01  RCH.
           05  RCH-PUB-NO      PIC 999.
           05  RCH-TITLE-NO    PIC 999.
           05  RCH-WEEK-DATE   PIC 9(4).
           05  RCH-DAY-NO      PIC 9.
           05  RCH-DRAW-QTY    PIC 9(7).
           05  RCH-RECV-QTY    PIC 9(7).
           05  RCH-SHORT-QTY   PIC 9(7).
           05  RCH-RUN-DATE    PIC 9(6).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE  PIC 9(6)  VALUE 0.
       01  WS-PARM-CMD  PIC X(6) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-WEEK PIC X(2).
           05  FILLER       PIC X.
           05  WS-PARM-MIN  PIC X(3).
       01  WS-WEEK      PIC 9    VALUE 3.
       01  WS-WEEK-CHECK PIC 99  VALUE 0.
       01  WS-MIN-DRAW  PIC 9(3) VALUE 2.
       01  WS-WEEK-DATE PIC 9(4) VALUE 0.
       01  WS-WEEK-DATE-R REDEFINES WS-WEEK-DATE.
           05  WS-WEEK-MM PIC 99.
           05  WS-WEEK-DD PIC 99.
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
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-SHORT-CNT  PIC 9(5) VALUE 0.
       01  WS-ADJ-CNT    PIC 9(7) VALUE 0.
      * title/day pairs already received: first the week's
      * RECVHIST.DAT entries, then the ones received this run.
       01  WS-SEEN-MAX  PIC 9(4) VALUE 2000.
       01  WS-SEEN-CNT  PIC 9(4) VALUE 0.
       01  WS-HIST-CNT  PIC 9(4) VALUE 0.
       01  WS-CUTOFF-DATE PIC 9(6) VALUE 0.
       01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YY PIC 99.
           05  WS-CUTOFF-MM PIC 99.
           05  WS-CUTOFF-DD PIC 99.
       01  SX           PIC 9(4) VALUE 0.
       01  WS-SEEN-KEY  PIC 9(4) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENT OCCURS 2000 TIMES PIC 9(4).
      * the dealers drawing the title on the day received.
       01  WS-DLR-MAX   PIC 9(4) VALUE 2000.
       01  WS-DLR-CNT   PIC 9(4) VALUE 0.
       01  DX           PIC 9(4) VALUE 0.
       01  WS-DLR-TABLE.
           05  WS-DLR-ENT OCCURS 2000 TIMES.
               10  WS-DLR-DEALER-NO    PIC 9(5).
               10  WS-DLR-DRAW         PIC 9(5).
               10  WS-DLR-ADJ          PIC 9(5).
               10  WS-DLR-PROTECT-FL   PIC X.
       01  WS-QTY        PIC 9(5) VALUE 0.
       01  WS-TOTAL-DRAW PIC 9(7) VALUE 0.
       01  WS-PROT-DRAW  PIC 9(7) VALUE 0.
       01  WS-CUT-DRAW   PIC 9(7) VALUE 0.
       01  WS-POOL       PIC 9(7) VALUE 0.
       01  WS-LEFT       PIC 9(7) VALUE 0.
       01  WS-SHORT-QTY  PIC 9(7) VALUE 0.
       01  WS-WAIVE-FL   PIC X    VALUE "N".
       COPY TSPWS.
      * the shortfalls, held for the register by publisher.
       01  WS-SHT-MAX   PIC 9(4) VALUE 2000.
       01  WS-SHT-CNT   PIC 9(4) VALUE 0.
       01  HX           PIC 9(4) VALUE 0.
       01  WS-SHT-TABLE.
           05  WS-SHT-ENT OCCURS 2000 TIMES.
               10  WS-SHT-PUB-NO    PIC 999.
               10  WS-SHT-TITLE-NO  PIC 999.
               10  WS-SHT-DAY-NO    PIC 9.
               10  WS-SHT-DRAW      PIC 9(7).
               10  WS-SHT-RECV      PIC 9(7).
               10  WS-SHT-SHORT     PIC 9(7).
               10  WS-SHT-COST      PIC 99V999.
               10  WS-SHT-DONE-FL   PIC X.
       01  WS-CUR-PUB   PIC 999   VALUE 0.
       01  WS-AMT       PIC 9(7)V99 VALUE 0.
       01  WS-PUB-AMT   PIC 9(7)V99 VALUE 0.
       01  WS-PUB-SHORT PIC 9(7)  VALUE 0.
       01  WS-ALL-AMT   PIC 9(9)V99 VALUE 0.
       01  WS-ALL-SHORT PIC 9(9)  VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "PUBLISHER RECEIVING INTAKE   ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(11) VALUE "  WEEK OF  ".
           05  H1-WEEK-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-WEEK-DD PIC 99.
           05  FILLER PIC X(16) VALUE "  PROTECTED MIN ".
           05  H1-MIN PIC ZZ9.
       01  HEAD-2.
           05  FILLER PIC X(30) VALUE "TITLE                    DAY ".
           05  FILLER PIC X(30) VALUE
               "     DRAW RECEIVED     SHORT  ".
           05  FILLER PIC X(20) VALUE "DEALERS CUT".
       01  DETAIL-LINE.
           05  DET-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TITLE     PIC X(21).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DAY       PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DRAW      PIC ZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RECV      PIC ZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-SHORT     PIC ZZZZZZZ9.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-CUT-CNT   PIC ZZZ9.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(30).
       01  SHT-HEAD-1.
           05  FILLER PIC X(40) VALUE
               "SHORTFALL REGISTER BY PUBLISHER - WEEK ".
           05  SH1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  SH1-DD PIC 99.
       01  SHT-HEAD-2.
           05  FILLER PIC X(10) VALUE "PUBLISHER ".
           05  SH2-PUB-NO PIC 999.
           05  FILLER PIC X(2) VALUE SPACE.
           05  SH2-PUB-NAME PIC X(30).
       01  SHT-LINE.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  SHL-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  SHL-TITLE     PIC X(21).
           05  FILLER        PIC X VALUE SPACE.
           05  SHL-DAY       PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  SHL-DRAW      PIC ZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  SHL-RECV      PIC ZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  SHL-SHORT     PIC ZZZZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  SHL-COST      PIC Z9.999.
           05  FILLER        PIC X VALUE SPACE.
           05  SHL-AMT       PIC Z,ZZZ,ZZ9.99.
       01  SHT-TOTAL.
           05  SHT-LABEL     PIC X(30).
           05  FILLER        PIC X(15) VALUE SPACE.
           05  SHT-SHORT     PIC ZZZZZZZZ9.
           05  FILLER        PIC X(8) VALUE SPACE.
           05  SHT-AMT       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-WEEK NOT = SPACES
              IF WS-PARM-WEEK IS NUMERIC
                 MOVE WS-PARM-WEEK TO WS-WEEK-CHECK
                 IF WS-WEEK-CHECK >= 1 AND WS-WEEK-CHECK <= 6
                    MOVE WS-WEEK-CHECK TO WS-WEEK
                 ELSE
                    DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-WEEK
                        " - MUST BE 1-6, DEFAULTING TO WEEK 3"
                 END-IF
              ELSE
                 DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-WEEK
                     " - MUST BE 1-6, DEFAULTING TO WEEK 3"
              END-IF.
           IF WS-PARM-MIN NOT = SPACES
              IF WS-PARM-MIN IS NUMERIC
                 MOVE WS-PARM-MIN TO WS-MIN-DRAW
              ELSE
                 DISPLAY "INVALID MINIMUM PARAMETER: " WS-PARM-MIN
                     " - DEFAULTING TO 2".
           OPEN INPUT WNAFILE WNKFILE WNRFILE WNXFILE PUBFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WEEK-DATE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "PUBRECV.TRN NOT FOUND - NOTHING RECEIVED"
              CLOSE WNAFILE WNKFILE WNRFILE WNXFILE PUBFILE
              STOP RUN.
           PERFORM LOAD-STOPS THRU END-LOAD-STOPS.
           PERFORM LOAD-HISTORY THRU END-LOAD-HISTORY.
           OPEN EXTEND ADJFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT ADJFILE.
           OPEN EXTEND RCHFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT RCHFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-WEEK-MM TO H1-WEEK-MM.
           MOVE WS-WEEK-DD TO H1-WEEK-DD.
           MOVE WS-MIN-DRAW TO H1-MIN.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
       READ-TRN.
           READ TRNFILE AT END GO TO SHORT-REGISTER.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-TITLE-NO NOT NUMERIC OR TRN-DAY-NO NOT NUMERIC
              OR TRN-RECV-QTY NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-DAY-NO LESS 1 OR TRN-DAY-NO GREATER 7
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           COMPUTE WS-SEEN-KEY = TRN-TITLE-NO * 10 + TRN-DAY-NO.
           MOVE 0 TO SX.
       SEEN-SCAN.
           ADD 1 TO SX.
           IF SX GREATER WS-SEEN-CNT GO TO SEEN-ADD.
           IF WS-SEEN-ENT (SX) = WS-SEEN-KEY
              MOVE 03 TO WS-REJ-REASON
              IF SX NOT GREATER WS-HIST-CNT
                 MOVE 04 TO WS-REJ-REASON
              END-IF
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           GO TO SEEN-SCAN.
       SEEN-ADD.
           IF WS-SEEN-CNT LESS WS-SEEN-MAX
              ADD 1 TO WS-SEEN-CNT
              MOVE WS-SEEN-KEY TO WS-SEEN-ENT (WS-SEEN-CNT).
           ADD 1 TO WS-POST-CNT.
           PERFORM LOAD-DEALERS THRU END-LOAD-DEALERS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TRN-TITLE-NO TO DET-TITLE-NO.
           MOVE WNX-TITLE TO DET-TITLE.
           MOVE WS-DAY-NAME (TRN-DAY-NO) TO DET-DAY.
           MOVE WS-TOTAL-DRAW TO DET-DRAW.
           MOVE TRN-RECV-QTY TO DET-RECV.
           MOVE 0 TO WS-SHORT-QTY.
           IF TRN-RECV-QTY LESS WS-TOTAL-DRAW
              COMPUTE WS-SHORT-QTY = WS-TOTAL-DRAW - TRN-RECV-QTY.
           MOVE WS-SHORT-QTY TO DET-SHORT.
           MOVE TRN-TITLE-NO TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY
              MOVE 0 TO PUB-PUB-NO PUB-PUB-COST
              MOVE "NO PUBLISHER ON FILE" TO PUB-PUB-NAME.
           PERFORM WRITE-HISTORY THRU END-WRITE-HISTORY.
           IF WS-SHORT-QTY = 0
              MOVE 0 TO DET-CUT-CNT
              IF TRN-RECV-QTY GREATER WS-TOTAL-DRAW
                 MOVE "RECEIVED OVER DRAW" TO DET-RESULT
              ELSE
                 MOVE "RECEIVED IN FULL" TO DET-RESULT
              END-IF
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1
              GO TO READ-TRN.
           ADD 1 TO WS-SHORT-CNT.
           PERFORM ALLOCATE-SHORT THRU END-ALLOCATE-SHORT.
           PERFORM WRITE-ADJUST THRU END-WRITE-ADJUST.
           IF WS-WAIVE-FL = "Y"
              MOVE "SHORT - PROTECTION WAIVED" TO DET-RESULT
           ELSE
              MOVE "SHORT - PRORATED" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           PERFORM HOLD-SHORTFALL THRU END-HOLD-SHORTFALL.
           GO TO READ-TRN.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           IF TRN-TITLE-NO NUMERIC
              MOVE TRN-TITLE-NO TO DET-TITLE-NO.
           IF TRN-DAY-NO NUMERIC AND TRN-DAY-NO NOT LESS 1
              AND TRN-DAY-NO NOT GREATER 7
              MOVE WS-DAY-NAME (TRN-DAY-NO) TO DET-DAY.
           IF TRN-RECV-QTY NUMERIC
              MOVE TRN-RECV-QTY TO DET-RECV.
           MOVE "REJECTED - REASON " TO DET-RESULT.
           MOVE WS-REJ-REASON TO DET-RESULT (19:2).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.

      * every dealer drawing the title on the day, credit holds
      * and temporary stops left out, with the protected ones
      * marked.
       LOAD-DEALERS.
           MOVE 0 TO WS-DLR-CNT WS-TOTAL-DRAW WS-PROT-DRAW
                     WS-CUT-DRAW.
           INITIALIZE WNK.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO-TWO.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-TWO
               INVALID KEY GO TO END-LOAD-DEALERS.
       LOAD-WNK-LOOP.
           READ WNKFILE NEXT AT END GO TO END-LOAD-DEALERS.
           IF WNK-TITLE-NO NOT = TRN-TITLE-NO
              GO TO END-LOAD-DEALERS.
           PERFORM GET-DAY-QTY THRU END-GET-DAY-QTY.
           IF WS-QTY = 0 GO TO LOAD-WNK-LOOP.
           MOVE WNK-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY MOVE SPACE TO WNA-CREDIT-HOLD-FL.
           IF WNA-CREDIT-HOLD-FL = "Y" GO TO LOAD-WNK-LOOP.
           MOVE WNK-DEALER-NO TO WS-TSP-DEALER-NO.
           PERFORM TSP-DEALER-RTN THRU END-TSP-DEALER-RTN.
           IF WS-TSP-STOP-FL (TRN-DAY-NO) = "Y" GO TO LOAD-WNK-LOOP.
           IF WS-DLR-CNT NOT LESS WS-DLR-MAX
              DISPLAY "DEALER TABLE FULL - TITLE " TRN-TITLE-NO
                  " DEALER " WNK-DEALER-NO " NOT ALLOCATED"
              GO TO LOAD-WNK-LOOP.
           ADD 1 TO WS-DLR-CNT.
           MOVE WNK-DEALER-NO TO WS-DLR-DEALER-NO (WS-DLR-CNT).
           MOVE WS-QTY TO WS-DLR-DRAW (WS-DLR-CNT)
                          WS-DLR-ADJ (WS-DLR-CNT).
           ADD WS-QTY TO WS-TOTAL-DRAW.
           IF WS-QTY NOT GREATER WS-MIN-DRAW
              MOVE "Y" TO WS-DLR-PROTECT-FL (WS-DLR-CNT)
              ADD WS-QTY TO WS-PROT-DRAW
           ELSE
              MOVE "N" TO WS-DLR-PROTECT-FL (WS-DLR-CNT)
              ADD WS-QTY TO WS-CUT-DRAW.
           GO TO LOAD-WNK-LOOP.
       END-LOAD-DEALERS. EXIT.

      * the temporary stops for the week being received.  no stop
      * file means no dealer is suspended.
       LOAD-STOPS.
           MOVE "N" TO WS-TSP-OPEN-FL.
           OPEN INPUT TSPFILE.
           IF FL-STATUS NOT = "00" GO TO END-LOAD-STOPS.
           MOVE "Y" TO WS-TSP-OPEN-FL.
           MOVE WS-WEEK-DATE TO WS-TSP-WEEK-DATE.
           MOVE WS-RUN-DATE TO WS-TSP-RUN-DATE.
           PERFORM TSP-WEEK-DATES-RTN THRU END-TSP-WEEK-DATES-RTN.
       END-LOAD-STOPS. EXIT.

      * the title/day pairs RECVHIST.DAT already holds for the week.
      * the week date carries no year, so only history written in
      * the last month counts -- the same week date a year ago is
      * a different week.
       LOAD-HISTORY.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           IF WS-CUTOFF-MM = 1
              MOVE 12 TO WS-CUTOFF-MM
              SUBTRACT 1 FROM WS-CUTOFF-YY
           ELSE
              SUBTRACT 1 FROM WS-CUTOFF-MM.
           OPEN INPUT RCHFILE.
           IF FL-STATUS NOT = "00" GO TO END-LOAD-HISTORY.
       LOAD-HISTORY-LOOP.
           READ RCHFILE AT END GO TO LOAD-HISTORY-DONE.
           IF RCH-WEEK-DATE NOT = WS-WEEK-DATE
              OR RCH-RUN-DATE LESS WS-CUTOFF-DATE
              GO TO LOAD-HISTORY-LOOP.
           IF WS-SEEN-CNT NOT LESS WS-SEEN-MAX
              DISPLAY "RECEIVED TABLE FULL - RECVHIST.DAT TITLE "
                  RCH-TITLE-NO " DAY " RCH-DAY-NO " NOT CHECKED"
              GO TO LOAD-HISTORY-LOOP.
           ADD 1 TO WS-SEEN-CNT.
           COMPUTE WS-SEEN-ENT (WS-SEEN-CNT) =
               RCH-TITLE-NO * 10 + RCH-DAY-NO.
           GO TO LOAD-HISTORY-LOOP.
       LOAD-HISTORY-DONE.
           CLOSE RCHFILE.
           MOVE WS-SEEN-CNT TO WS-HIST-CNT.
       END-LOAD-HISTORY. EXIT.

       GET-DAY-QTY.
           MOVE 0 TO WS-QTY.
           IF TRN-DAY-NO = 1
              MOVE WNK-ISS-DRAW-MON (WS-WEEK) TO WS-QTY.
           IF TRN-DAY-NO = 2
              MOVE WNK-ISS-DRAW-TUE (WS-WEEK) TO WS-QTY.
           IF TRN-DAY-NO = 3
              MOVE WNK-ISS-DRAW-WED (WS-WEEK) TO WS-QTY.
           IF TRN-DAY-NO = 4
              MOVE WNK-ISS-DRAW-THU (WS-WEEK) TO WS-QTY.
           IF TRN-DAY-NO = 5
              MOVE WNK-ISS-DRAW-FRI (WS-WEEK) TO WS-QTY.
           IF TRN-DAY-NO = 6
              MOVE WNK-ISS-DRAW-SAT (WS-WEEK) TO WS-QTY.
           IF TRN-DAY-NO = 7
              MOVE WNK-ISS-DRAW-SUN (WS-WEEK) TO WS-QTY.
       END-GET-DAY-QTY. EXIT.

      * protected dealers keep their draw and the rest of the
      * shipment is spread over the others by draw.  when the
      * shipment will not cover even the protected dealers,
      * everybody is prorated.
       ALLOCATE-SHORT.
           MOVE "N" TO WS-WAIVE-FL.
           IF TRN-RECV-QTY LESS WS-PROT-DRAW
              OR WS-CUT-DRAW = 0
              MOVE "Y" TO WS-WAIVE-FL
              MOVE TRN-RECV-QTY TO WS-POOL
              MOVE WS-TOTAL-DRAW TO WS-CUT-DRAW
           ELSE
              COMPUTE WS-POOL = TRN-RECV-QTY - WS-PROT-DRAW.
           MOVE WS-POOL TO WS-LEFT.
           MOVE 0 TO DX.
       ALLOCATE-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-DLR-CNT GO TO ALLOCATE-ODD.
           IF WS-DLR-PROTECT-FL (DX) = "Y" AND WS-WAIVE-FL = "N"
              GO TO ALLOCATE-LOOP.
           COMPUTE WS-DLR-ADJ (DX) =
               WS-DLR-DRAW (DX) * WS-POOL / WS-CUT-DRAW.
           SUBTRACT WS-DLR-ADJ (DX) FROM WS-LEFT.
           GO TO ALLOCATE-LOOP.
       ALLOCATE-ODD.
           MOVE 0 TO DX.
       ALLOCATE-ODD-LOOP.
           ADD 1 TO DX.
           IF WS-LEFT = 0 OR DX GREATER WS-DLR-CNT
              GO TO END-ALLOCATE-SHORT.
           IF WS-DLR-PROTECT-FL (DX) = "Y" AND WS-WAIVE-FL = "N"
              GO TO ALLOCATE-ODD-LOOP.
           IF WS-DLR-ADJ (DX) LESS WS-DLR-DRAW (DX)
              ADD 1 TO WS-DLR-ADJ (DX)
              SUBTRACT 1 FROM WS-LEFT.
           GO TO ALLOCATE-ODD-LOOP.
       END-ALLOCATE-SHORT. EXIT.

       WRITE-ADJUST.
           MOVE 0 TO DX WS-QTY.
       WRITE-ADJUST-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-DLR-CNT
              MOVE WS-QTY TO DET-CUT-CNT
              GO TO END-WRITE-ADJUST.
           IF WS-DLR-ADJ (DX) = WS-DLR-DRAW (DX)
              GO TO WRITE-ADJUST-LOOP.
           MOVE WS-DLR-DEALER-NO (DX) TO ADJ-DEALER-NO.
           MOVE TRN-TITLE-NO TO ADJ-TITLE-NO.
           MOVE WS-WEEK-DATE TO ADJ-WEEK-DATE.
           MOVE TRN-DAY-NO TO ADJ-DAY-NO.
           MOVE WS-DLR-DRAW (DX) TO ADJ-DRAW-QTY.
           MOVE WS-DLR-ADJ (DX) TO ADJ-QTY.
           WRITE ADJ.
           ADD 1 TO WS-QTY WS-ADJ-CNT.
           GO TO WRITE-ADJUST-LOOP.
       END-WRITE-ADJUST. EXIT.

       WRITE-HISTORY.
           MOVE PUB-PUB-NO TO RCH-PUB-NO.
           MOVE TRN-TITLE-NO TO RCH-TITLE-NO.
           MOVE WS-WEEK-DATE TO RCH-WEEK-DATE.
           MOVE TRN-DAY-NO TO RCH-DAY-NO.
           MOVE WS-TOTAL-DRAW TO RCH-DRAW-QTY.
           MOVE TRN-RECV-QTY TO RCH-RECV-QTY.
           MOVE WS-SHORT-QTY TO RCH-SHORT-QTY.
           MOVE WS-RUN-DATE TO RCH-RUN-DATE.
           WRITE RCH.
       END-WRITE-HISTORY. EXIT.

       HOLD-SHORTFALL.
           IF WS-SHT-CNT NOT LESS WS-SHT-MAX
              DISPLAY "SHORTFALL TABLE FULL - TITLE " TRN-TITLE-NO
                  " NOT ON REGISTER"
              GO TO END-HOLD-SHORTFALL.
           ADD 1 TO WS-SHT-CNT.
           MOVE PUB-PUB-NO TO WS-SHT-PUB-NO (WS-SHT-CNT).
           MOVE TRN-TITLE-NO TO WS-SHT-TITLE-NO (WS-SHT-CNT).
           MOVE TRN-DAY-NO TO WS-SHT-DAY-NO (WS-SHT-CNT).
           MOVE WS-TOTAL-DRAW TO WS-SHT-DRAW (WS-SHT-CNT).
           MOVE TRN-RECV-QTY TO WS-SHT-RECV (WS-SHT-CNT).
           MOVE WS-SHORT-QTY TO WS-SHT-SHORT (WS-SHT-CNT).
           MOVE PUB-PUB-COST TO WS-SHT-COST (WS-SHT-CNT).
           MOVE "N" TO WS-SHT-DONE-FL (WS-SHT-CNT).
       END-HOLD-SHORTFALL. EXIT.

      * one block per publisher, in the order the publishers were
      * first shorted, each publisher's lines together.
       SHORT-REGISTER.
           MOVE WS-WEEK-MM TO SH1-MM.
           MOVE WS-WEEK-DD TO SH1-DD.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SHT-HEAD-1 AFTER ADVANCING 3.
           MOVE 0 TO HX.
       SHORT-PUB-LOOP.
           ADD 1 TO HX.
           IF HX GREATER WS-SHT-CNT GO TO END-JOB.
           IF WS-SHT-DONE-FL (HX) = "Y" GO TO SHORT-PUB-LOOP.
           MOVE WS-SHT-PUB-NO (HX) TO WS-CUR-PUB.
           MOVE WS-CUR-PUB TO SH2-PUB-NO.
           MOVE WS-SHT-TITLE-NO (HX) TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY
              MOVE "NO PUBLISHER ON FILE" TO PUB-PUB-NAME.
           MOVE PUB-PUB-NAME TO SH2-PUB-NAME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SHT-HEAD-2 AFTER ADVANCING 2.
           MOVE 0 TO WS-PUB-SHORT WS-PUB-AMT.
           MOVE HX TO SX.
           SUBTRACT 1 FROM SX.
       SHORT-LINE-LOOP.
           ADD 1 TO SX.
           IF SX GREATER WS-SHT-CNT GO TO SHORT-PUB-TOTAL.
           IF WS-SHT-DONE-FL (SX) = "Y"
              OR WS-SHT-PUB-NO (SX) NOT = WS-CUR-PUB
              GO TO SHORT-LINE-LOOP.
           MOVE "Y" TO WS-SHT-DONE-FL (SX).
           MOVE SPACES TO SHT-LINE.
           MOVE WS-SHT-TITLE-NO (SX) TO SHL-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE "INVALID TITLE" TO WNX-TITLE.
           MOVE WNX-TITLE TO SHL-TITLE.
           MOVE WS-DAY-NAME (WS-SHT-DAY-NO (SX)) TO SHL-DAY.
           MOVE WS-SHT-DRAW (SX) TO SHL-DRAW.
           MOVE WS-SHT-RECV (SX) TO SHL-RECV.
           MOVE WS-SHT-SHORT (SX) TO SHL-SHORT.
           MOVE WS-SHT-COST (SX) TO SHL-COST.
           COMPUTE WS-AMT ROUNDED =
               WS-SHT-SHORT (SX) * WS-SHT-COST (SX).
           MOVE WS-AMT TO SHL-AMT.
           ADD WS-SHT-SHORT (SX) TO WS-PUB-SHORT.
           ADD WS-AMT TO WS-PUB-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SHT-LINE AFTER ADVANCING 1.
           GO TO SHORT-LINE-LOOP.
       SHORT-PUB-TOTAL.
           MOVE SPACES TO SHT-TOTAL.
           MOVE "  PUBLISHER SHORTFALL" TO SHT-LABEL.
           MOVE WS-PUB-SHORT TO SHT-SHORT.
           MOVE WS-PUB-AMT TO SHT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SHT-TOTAL AFTER ADVANCING 1.
           ADD WS-PUB-SHORT TO WS-ALL-SHORT.
           ADD WS-PUB-AMT TO WS-ALL-AMT.
           GO TO SHORT-PUB-LOOP.

       END-JOB.
           MOVE SPACES TO SHT-TOTAL.
           MOVE "ALL PUBLISHERS SHORTFALL" TO SHT-LABEL.
           MOVE WS-ALL-SHORT TO SHT-SHORT.
           MOVE WS-ALL-AMT TO SHT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM SHT-TOTAL AFTER ADVANCING 2.
           DISPLAY "RECEIPTS READ:         " WS-READ-CNT.
           DISPLAY "RECEIPTS POSTED:       " WS-POST-CNT.
           DISPLAY "RECEIPTS REJECTED:     " WS-REJ-CNT.
           DISPLAY "TITLE/DAYS SHORT:      " WS-SHORT-CNT.
           DISPLAY "DEALER QUANTITIES CUT: " WS-ADJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           IF WS-TSP-OPEN-FL = "Y"
              CLOSE TSPFILE.
           CLOSE WNAFILE WNKFILE WNRFILE WNXFILE PUBFILE TRNFILE
                 ADJFILE RCHFILE PRLINE.
           STOP RUN.

       COPY TSPCHK.
