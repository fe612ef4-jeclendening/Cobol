       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBMATCH.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: THREE-WAY MATCH OF PUBLISHER INVOICES.
      * PUBSETTLE WORKS OUT WHAT WE THINK WE OWE EACH PUBLISHER
      * BUT THE PUBLISHER'S OWN BILL WAS CHECKED BY EYE, IF AT
      * ALL.  THE INVOICE DETAIL IS KEYED INTO PUBINV.TRN --
      * PUBLISHER, TITLE, ISSUE (WEEK) DATE, COPIES BILLED,
      * RETURNS CREDITED AND AMOUNT -- AND EACH LINE IS MATCHED
      * THREE WAYS:
      *     - TO THE COPIES WE ACTUALLY RECEIVED THAT WEEK, OFF
      *       THE PUBRECV RECEIVING HISTORY (RECVHIST.DAT);
      *     - TO THE PUBSETTLE NET FOR THE TITLE AND WEEK --
      *       WNK DRAW LESS RETURNS PRICED AT PUB-PUB-COST;
      *     - TO THE PUBLISHER COST ON FILE, PUB-PUB-COST.
      * ANY LINE BILLED FOR COPIES NEVER RECEIVED, CREDITING
      * FEWER RETURNS THAN OUR DEALERS SENT BACK, BILLED AT A
      * RATE OTHER THAN PUB-PUB-COST, OR BILLING MORE THAN THE
      * SETTLEMENT PRINTS ON THE DISCREPANCY REPORT UNDER ITS
      * PUBLISHER.  ONLY A PUBLISHER WHOSE EVERY LINE MATCHES IS
      * RELEASED FOR PAYMENT, ON PUBREL.DAT; THE REST ARE HELD.
      *
      * THE ISSUE DATE IS THE MMDD WEEK DATE THE WNR WEEK TABLE
      * CARRIES, SO ONLY THE SIX WEEKS STILL ON WNKFILE CAN BE
      * MATCHED.
      *
      *  REJECT REASON CODES:
      *     01 PUBLISHER, TITLE, DATE, QUANTITY OR AMOUNT NOT
      *        NUMERIC
      *     02 ISSUE DATE NOT ONE OF THE SIX WEEKS ON FILE
      *     03 TITLE NOT ON PUBFILE
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
       COPY WNKSEL.
       COPY WNRSEL.
       COPY WNXSEL.
       COPY PUBSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/PUBINV.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT RCHFILE ASSIGN "/u/prb/f/trenton/RECVHIST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT RELFILE ASSIGN "/home/prb/f/send/PUBREL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/PUBMATCH.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-PUB-NO      PIC 999.
           05  TRN-TITLE-NO    PIC 999.
           05  TRN-ISS-DATE    PIC 9(4).
           05  TRN-BILLED      PIC 9(7).
           05  TRN-CREDITED    PIC 9(7).
           05  TRN-AMT         PIC 9(7)V99.
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
       FD  RELFILE LABEL RECORD STANDARD DATA RECORD REL.
       01  REL.
           05  REL-PUB-NO      PIC 999.
           05  REL-PUB-NAME    PIC X(30).
           05  REL-LINE-CNT    PIC 9(5).
           05  REL-AMT         PIC 9(9)V99.
           05  REL-RUN-DATE    PIC 9(6).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE  PIC 9(6)  VALUE 0.
      * the six week dates on file, newest first, as WNR has them.
       01  WS-WK-TABLE.
           05  WS-WK-DATE OCCURS 6 TIMES PIC 9(4).
       01  WX           PIC 9     VALUE 0.
       01  WS-WEEK      PIC 9     VALUE 0.
       01  WS-READ-CNT  PIC 9(5)  VALUE 0.
       01  WS-REJ-CNT   PIC 9(5)  VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
      * copies received by title and week, off the receiving
      * history.
       01  WS-RCV-MAX   PIC 9(4) VALUE 3000.
       01  WS-RCV-CNT   PIC 9(4) VALUE 0.
       01  RX           PIC 9(4) VALUE 0.
       01  WS-RCV-TABLE.
           05  WS-RCV-ENT OCCURS 3000 TIMES.
               10  WS-RCV-TITLE-NO  PIC 999.
               10  WS-RCV-DATE      PIC 9(4).
               10  WS-RCV-QTY       PIC 9(9).
      * every invoice line with what it was matched against, held
      * so the report can print publisher by publisher.
       01  WS-LIN-MAX   PIC 9(4) VALUE 2000.
       01  WS-LIN-CNT   PIC 9(4) VALUE 0.
       01  LX           PIC 9(4) VALUE 0.
       01  LY           PIC 9(4) VALUE 0.
       01  WS-LIN-TABLE.
           05  WS-LIN-ENT OCCURS 2000 TIMES.
               10  WS-LIN-PUB-NO    PIC 999.
               10  WS-LIN-TITLE-NO  PIC 999.
               10  WS-LIN-DATE      PIC 9(4).
               10  WS-LIN-BILLED    PIC 9(7).
               10  WS-LIN-CREDITED  PIC 9(7).
               10  WS-LIN-AMT       PIC 9(7)V99.
               10  WS-LIN-RECV      PIC 9(9).
               10  WS-LIN-RET       PIC 9(7).
               10  WS-LIN-SETTLE    PIC S9(7)V99.
               10  WS-LIN-COST      PIC 99V999.
               10  WS-LIN-FILE-PUB  PIC 999.
               10  WS-LIN-REJ       PIC 99.
               10  WS-LIN-RCV-FL    PIC X.
               10  WS-LIN-DONE-FL   PIC X.
       01  WS-DRAW      PIC 9(7)  VALUE 0.
       01  WS-RET       PIC 9(7)  VALUE 0.
       01  WS-NET       PIC S9(7) VALUE 0.
       01  WS-EXPECT    PIC S9(7)V99 VALUE 0.
       01  WS-DIFF      PIC S9(7)V99 VALUE 0.
       01  WS-RATE      PIC 99V999 VALUE 0.
       01  WS-FIND-CNT  PIC 9(3)  VALUE 0.
       01  WS-FINDING   PIC X(50) VALUE SPACE.
       01  WS-CUR-PUB   PIC 999   VALUE 0.
       01  WS-PUB-LINES PIC 9(5)  VALUE 0.
       01  WS-PUB-FINDS PIC 9(5)  VALUE 0.
       01  WS-PUB-AMT   PIC 9(9)V99 VALUE 0.
       01  WS-PUB-NAME  PIC X(30) VALUE SPACE.
       01  WS-REL-CNT   PIC 9(5)  VALUE 0.
       01  WS-HELD-CNT  PIC 9(5)  VALUE 0.
       01  WS-REL-AMT   PIC 9(11)V99 VALUE 0.
       01  WS-HELD-AMT  PIC 9(11)V99 VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(36) VALUE
               "PUBLISHER INVOICE THREE-WAY MATCH  ".
           05  FILLER PIC X(4) VALUE "RUN ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  PUB-HEAD.
           05  FILLER PIC X(10) VALUE "PUBLISHER ".
           05  PH-PUB-NO PIC 999.
           05  FILLER PIC X(2) VALUE SPACE.
           05  PH-PUB-NAME PIC X(30).
       01  HEAD-2.
           05  FILLER PIC X(32) VALUE
               "TITLE                    WEEK  ".
           05  FILLER PIC X(40) VALUE
               " BILLED RECEIVED CREDITED RETURNED      ".
           05  FILLER PIC X(30) VALUE
               "AMOUNT   SETTLEMENT".
       01  DETAIL-LINE.
           05  DET-TITLE-NO PIC 999.
           05  FILLER       PIC X VALUE SPACE.
           05  DET-TITLE    PIC X(21).
           05  FILLER       PIC X VALUE SPACE.
           05  DET-MM       PIC 99.
           05  DET-SLASH    PIC X.
           05  DET-DD       PIC 99.
           05  FILLER       PIC X VALUE SPACE.
           05  DET-BILLED   PIC ZZZZZZ9.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-RECV     PIC ZZZZZZ9.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-CREDITED PIC ZZZZZZ9.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-RET      PIC ZZZZZZ9.
           05  FILLER       PIC X VALUE SPACE.
           05  DET-AMT      PIC ZZZZZZ9.99.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-SETTLE   PIC -ZZZZZZ9.99.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-RESULT   PIC X(20).
       01  FINDING-LINE.
           05  FILLER       PIC X(8) VALUE SPACE.
           05  FND-FLAG     PIC X(4) VALUE "*** ".
           05  FND-TEXT     PIC X(50).
       01  PUB-TOTAL.
           05  FILLER       PIC X(6) VALUE SPACE.
           05  PT-LABEL     PIC X(24).
           05  PT-LINES     PIC ZZZZ9.
           05  FILLER       PIC X(8) VALUE " LINES  ".
           05  PT-AMT       PIC ZZZ,ZZZ,ZZ9.99.
       01  GRAND-LINE.
           05  GL-LABEL     PIC X(30).
           05  GL-CNT       PIC ZZZZ9.
           05  FILLER       PIC X(3) VALUE SPACE.
           05  GL-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           OPEN INPUT WNKFILE WNRFILE WNXFILE PUBFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE 0 TO WX.
       LOAD-WEEKS.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO LOAD-RECEIPTS.
           MOVE WNR-ISS-DATE (WX) TO WS-WK-DATE (WX).
           GO TO LOAD-WEEKS.
       LOAD-RECEIPTS.
           OPEN INPUT RCHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "RECVHIST.DAT NOT FOUND - NOTHING RECEIVED"
              GO TO OPEN-INVOICES.
       READ-RCH.
           READ RCHFILE AT END
              CLOSE RCHFILE
              GO TO OPEN-INVOICES.
           MOVE 0 TO WX.
       RCH-WEEK-SCAN.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO READ-RCH.
           IF WS-WK-DATE (WX) NOT = RCH-WEEK-DATE
              GO TO RCH-WEEK-SCAN.
           MOVE 0 TO RX.
       RCH-SCAN.
           ADD 1 TO RX.
           IF RX GREATER WS-RCV-CNT GO TO RCH-ADD.
           IF WS-RCV-TITLE-NO (RX) = RCH-TITLE-NO
              AND WS-RCV-DATE (RX) = RCH-WEEK-DATE
              ADD RCH-RECV-QTY TO WS-RCV-QTY (RX)
              GO TO READ-RCH.
           GO TO RCH-SCAN.
       RCH-ADD.
           IF WS-RCV-CNT NOT LESS WS-RCV-MAX
              DISPLAY "RECEIPT TABLE FULL - TITLE " RCH-TITLE-NO
                  " WEEK " RCH-WEEK-DATE " NOT LOADED"
              GO TO READ-RCH.
           ADD 1 TO WS-RCV-CNT.
           MOVE RCH-TITLE-NO TO WS-RCV-TITLE-NO (WS-RCV-CNT).
           MOVE RCH-WEEK-DATE TO WS-RCV-DATE (WS-RCV-CNT).
           MOVE RCH-RECV-QTY TO WS-RCV-QTY (WS-RCV-CNT).
           GO TO READ-RCH.

       OPEN-INVOICES.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "PUBINV.TRN NOT FOUND - NOTHING TO MATCH"
              CLOSE WNKFILE WNRFILE WNXFILE PUBFILE
              STOP RUN.
       READ-TRN.
           READ TRNFILE AT END GO TO PRINT-REPORT.
           ADD 1 TO WS-READ-CNT.
           IF WS-LIN-CNT NOT LESS WS-LIN-MAX
              DISPLAY "INVOICE TABLE FULL - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-LIN-CNT.
           MOVE WS-LIN-CNT TO LX.
           INITIALIZE WS-LIN-ENT (LX).
           MOVE "N" TO WS-LIN-DONE-FL (LX) WS-LIN-RCV-FL (LX).
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-PUB-NO NUMERIC
              MOVE TRN-PUB-NO TO WS-LIN-PUB-NO (LX).
           IF TRN-PUB-NO NOT NUMERIC OR TRN-TITLE-NO NOT NUMERIC
              OR TRN-ISS-DATE NOT NUMERIC
              OR TRN-BILLED NOT NUMERIC
              OR TRN-CREDITED NOT NUMERIC
              OR TRN-AMT NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO WS-LIN-TITLE-NO (LX).
           MOVE TRN-ISS-DATE TO WS-LIN-DATE (LX).
           MOVE TRN-BILLED TO WS-LIN-BILLED (LX).
           MOVE TRN-CREDITED TO WS-LIN-CREDITED (LX).
           MOVE TRN-AMT TO WS-LIN-AMT (LX).
           MOVE 0 TO WS-WEEK WX.
       TRN-WEEK-SCAN.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO TRN-WEEK-DONE.
           IF WS-WK-DATE (WX) = TRN-ISS-DATE
              MOVE WX TO WS-WEEK
              GO TO TRN-WEEK-DONE.
           GO TO TRN-WEEK-SCAN.
       TRN-WEEK-DONE.
           IF WS-WEEK = 0
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE PUB-PUB-NO TO WS-LIN-FILE-PUB (LX).
           MOVE PUB-PUB-COST TO WS-LIN-COST (LX).
      * what we received that week.
           MOVE 0 TO RX.
       TRN-RCV-SCAN.
           ADD 1 TO RX.
           IF RX GREATER WS-RCV-CNT GO TO TRN-SETTLE.
           IF WS-RCV-TITLE-NO (RX) NOT = TRN-TITLE-NO
              OR WS-RCV-DATE (RX) NOT = TRN-ISS-DATE
              GO TO TRN-RCV-SCAN.
           MOVE WS-RCV-QTY (RX) TO WS-LIN-RECV (LX).
           MOVE "Y" TO WS-LIN-RCV-FL (LX).
      * the settlement for the title and week, figured the way
      * pubsettle figures it.
       TRN-SETTLE.
           MOVE 0 TO WS-DRAW WS-RET.
           INITIALIZE WNK.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO-TWO.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-TWO
               INVALID KEY GO TO TRN-SETTLE-DONE.
       TRN-WNK-LOOP.
           READ WNKFILE NEXT AT END GO TO TRN-SETTLE-DONE.
           IF WNK-TITLE-NO-TWO NOT = TRN-TITLE-NO
              GO TO TRN-SETTLE-DONE.
           ADD WNK-ISS-DRAW-MON (WS-WEEK)
               WNK-ISS-DRAW-TUE (WS-WEEK)
               WNK-ISS-DRAW-WED (WS-WEEK)
               WNK-ISS-DRAW-THU (WS-WEEK)
               WNK-ISS-DRAW-FRI (WS-WEEK)
               WNK-ISS-DRAW-SAT (WS-WEEK)
               WNK-ISS-DRAW-SUN (WS-WEEK) TO WS-DRAW.
           ADD WNK-ISS-RET-MON (WS-WEEK)
               WNK-ISS-RET-TUE (WS-WEEK)
               WNK-ISS-RET-WED (WS-WEEK)
               WNK-ISS-RET-THU (WS-WEEK)
               WNK-ISS-RET-FRI (WS-WEEK)
               WNK-ISS-RET-SAT (WS-WEEK)
               WNK-ISS-RET-SUN (WS-WEEK) TO WS-RET.
           GO TO TRN-WNK-LOOP.
       TRN-SETTLE-DONE.
           MOVE WS-RET TO WS-LIN-RET (LX).
           SUBTRACT WS-RET FROM WS-DRAW GIVING WS-NET.
           COMPUTE WS-LIN-SETTLE (LX) = WS-NET * PUB-PUB-COST.
           GO TO READ-TRN.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE WS-REJ-REASON TO WS-LIN-REJ (LX).

      * one block per publisher, in the order first billed.  each
      * line prints with what it was matched against and a line
      * for every way it fails to match.
       PRINT-REPORT.
           OPEN OUTPUT RELFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE 0 TO LX.
       PRINT-PUB-LOOP.
           ADD 1 TO LX.
           IF LX GREATER WS-LIN-CNT GO TO END-JOB.
           IF WS-LIN-DONE-FL (LX) = "Y" GO TO PRINT-PUB-LOOP.
           MOVE WS-LIN-PUB-NO (LX) TO WS-CUR-PUB.
           MOVE "NO PUBLISHER ON FILE" TO WS-PUB-NAME.
           MOVE LX TO LY.
           PERFORM FIND-PUB-NAME THRU END-FIND-PUB-NAME.
           MOVE WS-CUR-PUB TO PH-PUB-NO.
           MOVE WS-PUB-NAME TO PH-PUB-NAME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM PUB-HEAD AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE 0 TO WS-PUB-LINES WS-PUB-FINDS WS-PUB-AMT.
           MOVE LX TO LY.
           SUBTRACT 1 FROM LY.
       PRINT-LINE-LOOP.
           ADD 1 TO LY.
           IF LY GREATER WS-LIN-CNT GO TO PRINT-PUB-TOTAL.
           IF WS-LIN-DONE-FL (LY) = "Y"
              OR WS-LIN-PUB-NO (LY) NOT = WS-CUR-PUB
              GO TO PRINT-LINE-LOOP.
           MOVE "Y" TO WS-LIN-DONE-FL (LY).
           ADD 1 TO WS-PUB-LINES.
           ADD WS-LIN-AMT (LY) TO WS-PUB-AMT.
           PERFORM MATCH-LINE THRU END-MATCH-LINE.
           ADD WS-FIND-CNT TO WS-PUB-FINDS.
           GO TO PRINT-LINE-LOOP.
       PRINT-PUB-TOTAL.
           MOVE SPACES TO PUB-TOTAL.
           MOVE WS-PUB-LINES TO PT-LINES.
           MOVE WS-PUB-AMT TO PT-AMT.
           IF WS-PUB-FINDS = 0
              MOVE "RELEASED FOR PAYMENT" TO PT-LABEL
              ADD 1 TO WS-REL-CNT
              ADD WS-PUB-AMT TO WS-REL-AMT
              MOVE WS-CUR-PUB TO REL-PUB-NO
              MOVE WS-PUB-NAME TO REL-PUB-NAME
              MOVE WS-PUB-LINES TO REL-LINE-CNT
              MOVE WS-PUB-AMT TO REL-AMT
              MOVE WS-RUN-DATE TO REL-RUN-DATE
              WRITE REL
           ELSE
              MOVE "HELD - NOT MATCHED" TO PT-LABEL
              ADD 1 TO WS-HELD-CNT
              ADD WS-PUB-AMT TO WS-HELD-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM PUB-TOTAL AFTER ADVANCING 2.
           GO TO PRINT-PUB-LOOP.

       FIND-PUB-NAME.
           IF LY GREATER WS-LIN-CNT GO TO END-FIND-PUB-NAME.
           IF WS-LIN-PUB-NO (LY) NOT = WS-CUR-PUB
              OR WS-LIN-REJ (LY) NOT = 0
              ADD 1 TO LY
              GO TO FIND-PUB-NAME.
           MOVE WS-LIN-TITLE-NO (LY) TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY GO TO END-FIND-PUB-NAME.
           IF PUB-PUB-NO = WS-CUR-PUB
              MOVE PUB-PUB-NAME TO WS-PUB-NAME
              GO TO END-FIND-PUB-NAME.
           ADD 1 TO LY.
           GO TO FIND-PUB-NAME.
       END-FIND-PUB-NAME. EXIT.

      * print the line and every way it fails to match.
       MATCH-LINE.
           MOVE 0 TO WS-FIND-CNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-LIN-TITLE-NO (LY) TO DET-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE "INVALID TITLE" TO WNX-TITLE.
           MOVE WNX-TITLE TO DET-TITLE.
           MOVE WS-LIN-DATE (LY) (1:2) TO DET-MM.
           MOVE "/" TO DET-SLASH.
           MOVE WS-LIN-DATE (LY) (3:2) TO DET-DD.
           MOVE WS-LIN-BILLED (LY) TO DET-BILLED.
           MOVE WS-LIN-CREDITED (LY) TO DET-CREDITED.
           MOVE WS-LIN-AMT (LY) TO DET-AMT.
           IF WS-LIN-REJ (LY) NOT = 0
              MOVE 1 TO WS-FIND-CNT
              MOVE "REJECTED - REASON " TO DET-RESULT
              MOVE WS-LIN-REJ (LY) TO DET-RESULT (19:2)
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1
              GO TO END-MATCH-LINE.
           MOVE WS-LIN-RECV (LY) TO DET-RECV.
           MOVE WS-LIN-RET (LY) TO DET-RET.
           MOVE WS-LIN-SETTLE (LY) TO DET-SETTLE.
           MOVE "MATCHED" TO DET-RESULT.
           IF WS-LIN-FILE-PUB (LY) NOT = WS-CUR-PUB
              ADD 1 TO WS-FIND-CNT.
           IF WS-LIN-RCV-FL (LY) NOT = "Y"
              OR WS-LIN-BILLED (LY) GREATER WS-LIN-RECV (LY)
              ADD 1 TO WS-FIND-CNT.
           IF WS-LIN-CREDITED (LY) LESS WS-LIN-RET (LY)
              ADD 1 TO WS-FIND-CNT.
           SUBTRACT WS-LIN-CREDITED (LY) FROM WS-LIN-BILLED (LY)
               GIVING WS-NET.
           COMPUTE WS-EXPECT ROUNDED = WS-NET * WS-LIN-COST (LY).
           COMPUTE WS-DIFF = WS-LIN-AMT (LY) - WS-EXPECT.
           IF WS-DIFF GREATER 0.01 OR WS-DIFF LESS -0.01
              ADD 1 TO WS-FIND-CNT.
           COMPUTE WS-DIFF = WS-LIN-AMT (LY) - WS-LIN-SETTLE (LY).
           IF WS-DIFF GREATER 0.01
              ADD 1 TO WS-FIND-CNT.
           IF WS-FIND-CNT GREATER 0
              MOVE "NOT MATCHED" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           IF WS-FIND-CNT = 0 GO TO END-MATCH-LINE.
           IF WS-LIN-FILE-PUB (LY) NOT = WS-CUR-PUB
              MOVE "TITLE IS ON FILE UNDER PUBLISHER " TO WS-FINDING
              MOVE WS-LIN-FILE-PUB (LY) TO WS-FINDING (34:3)
              PERFORM WRITE-FINDING THRU END-WRITE-FINDING.
           IF WS-LIN-RCV-FL (LY) NOT = "Y"
              MOVE "BILLED - NO RECEIPT ON FILE FOR THE WEEK"
                  TO WS-FINDING
              PERFORM WRITE-FINDING THRU END-WRITE-FINDING
           ELSE
              IF WS-LIN-BILLED (LY) GREATER WS-LIN-RECV (LY)
                 MOVE "BILLED FOR COPIES NEVER RECEIVED"
                     TO WS-FINDING
                 PERFORM WRITE-FINDING THRU END-WRITE-FINDING.
           IF WS-LIN-CREDITED (LY) LESS WS-LIN-RET (LY)
              MOVE "RETURNS NOT CREDITED" TO WS-FINDING
              PERFORM WRITE-FINDING THRU END-WRITE-FINDING.
           COMPUTE WS-DIFF = WS-LIN-AMT (LY) - WS-EXPECT.
           IF WS-DIFF GREATER 0.01 OR WS-DIFF LESS -0.01
              MOVE 0 TO WS-RATE
              IF WS-NET GREATER 0
                 COMPUTE WS-RATE ROUNDED = WS-LIN-AMT (LY) / WS-NET
              END-IF
              MOVE "RATE DIFFERS FROM PUB-PUB-COST - BILLED AT"
                  TO WS-FINDING
              MOVE WS-RATE (1:2) TO WS-FINDING (44:2)
              MOVE "." TO WS-FINDING (46:1)
              MOVE WS-RATE (3:3) TO WS-FINDING (47:3)
              PERFORM WRITE-FINDING THRU END-WRITE-FINDING.
           COMPUTE WS-DIFF = WS-LIN-AMT (LY) - WS-LIN-SETTLE (LY).
           IF WS-DIFF GREATER 0.01
              MOVE "AMOUNT OVER THE PUBSETTLE NET AT PUB-PUB-COST"
                  TO WS-FINDING
              PERFORM WRITE-FINDING THRU END-WRITE-FINDING.
       END-MATCH-LINE. EXIT.

       WRITE-FINDING.
           MOVE WS-FINDING TO FND-TEXT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM FINDING-LINE AFTER ADVANCING 1.
           MOVE SPACES TO WS-FINDING.
       END-WRITE-FINDING. EXIT.

       END-JOB.
           MOVE SPACES TO GRAND-LINE.
           MOVE "PUBLISHERS RELEASED" TO GL-LABEL.
           MOVE WS-REL-CNT TO GL-CNT.
           MOVE WS-REL-AMT TO GL-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM GRAND-LINE AFTER ADVANCING 3.
           MOVE SPACES TO GRAND-LINE.
           MOVE "PUBLISHERS HELD" TO GL-LABEL.
           MOVE WS-HELD-CNT TO GL-CNT.
           MOVE WS-HELD-AMT TO GL-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM GRAND-LINE AFTER ADVANCING 1.
           DISPLAY "INVOICE LINES READ:    " WS-READ-CNT.
           DISPLAY "INVOICE LINES REJECTED:" WS-REJ-CNT.
           DISPLAY "PUBLISHERS RELEASED:   " WS-REL-CNT.
           DISPLAY "PUBLISHERS HELD:       " WS-HELD-CNT.
           IF WS-REJ-CNT GREATER 0 OR WS-HELD-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNKFILE WNRFILE WNXFILE PUBFILE TRNFILE RELFILE
                 PRLINE.
           STOP RUN.
