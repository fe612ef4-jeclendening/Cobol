       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCCHG.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: EFFECTIVE-DATED TITLE PRICE CHANGES.  A COVER
      * PRICE CHANGE USED TO BE KEYED BY HAND INTO EVERY DEALER
      * ROW THE MORNING AFTER THE ROLLOVER, AND THE SPECIAL
      * PRICES AND CHAIN PRICES WERE CAUGHT WHEN A DEALER CALLED.
      * THE OFFICE NOW KEYS EACH CHANGE INTO PRCCHG.TRN -- TITLE,
      * THE WEEK-ENDING DATE IT TAKES EFFECT (MMDD, THE DATE THE
      * ROLLOVER WILL PUT IN WNR-ISS-DATE (1)), AND THE NEW
      * DEALER COST, PUBLISHER COST AND CHAIN (DOLLAR TREE)
      * PRICE.  A COST LEFT ZERO IS NOT CHANGED.
      *
      * THE FIRST PASS IS THE PROOF LISTING: FOR EACH CHANGE THE
      * PUBLISHER COST, THE WNT CHAIN PRICE AND EVERY WNB BANNER
      * PRICE FOR THE TITLE, EVERY WNK DEALER ROW, AND EVERY WNO
      * SPECIAL PRICE, OLD AND NEW SIDE BY SIDE -- A SPECIAL
      * PRICE THAT WOULD END UP ABOVE THE NEW DEALER COST IS
      * FLAGGED.  EACH PROOFED CHANGE IS HELD ON PRCFL.KEY AS
      * PROOFED ("P").  RERUN WITH "CONF" IN COLUMNS 1-4 AFTER
      * SIGN-OFF, WITH THE OPERATOR ID IN COLUMNS 6-13: A CHANGE
      * IS CONFIRMED ("C") ONLY IF IT WAS PROOFED WITH THE SAME
      * FIGURES, AND CARRIES THE CONFIRMING OPERATOR, WHO MUST BE
      * ACTIVE ON OPRFILE WITH A ROLE THAT MAY RUN PRCCHG.
      * WNKROLL APPLIES THE
      * CONFIRMED CHANGES WHEN IT ROLLS TO THE EFFECTIVE DATE
      * AND MARKS THEM APPLIED ("A").
      *
      *  REJECT REASON CODES:
      *     01 TITLE, DATE OR A COST NOT NUMERIC / DATE NOT MMDD
      *     02 TITLE NOT ON WNXFILE
      *     03 EFFECTIVE DATE ALREADY ROLLED ONTO THE WEEK TABLE
      *     04 NO NEW COST GIVEN
      *     05 CHANGE ALREADY CONFIRMED OR APPLIED
      *     06 CONFIRM WITHOUT A PROOF OF THE SAME FIGURES
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
      *           the confirm run takes the operator id in columns
      *           6-13, checked against the OPRFILE operator master,
      *           and stamps it on each confirmed change on PRCFL.KEY.
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
       COPY WNTSEL.
       COPY WNBSEL.
       COPY WNOSEL.
       COPY PRCSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/PRCCHG.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/PRCCHG.PRT"
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
       FD  WNTFILE LABEL RECORD STANDARD DATA RECORD WNT.
       01  WNT.
       COPY WNT.
       FD  WNBFILE LABEL RECORD STANDARD DATA RECORD WNB.
       01  WNB.
       COPY WNB.
       FD  WNOFILE LABEL RECORD STANDARD DATA RECORD WNO.
       01  WNO.
       COPY WNO.
       FD  PRCFILE LABEL RECORD STANDARD DATA RECORD PRC.
       01  PRC.
       COPY PRC.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-TITLE-NO    PIC 999.
           05  TRN-EFF-DATE.
               10  TRN-EFF-MM  PIC 99.
               10  TRN-EFF-DD  PIC 99.
           05  TRN-COST-DLR    PIC 99V999.
           05  TRN-COST-PUB    PIC 99V999.
           05  TRN-TREE-PRICE  PIC 99V999.
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
       01  WS-PARM-CMD  PIC X(13) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE PIC X(4).
           05  FILLER       PIC X.
           05  WS-PARM-OPERATOR PIC X(8).
       01  WS-CONF-FL   PIC X     VALUE "N".
       01  WX           PIC 9     VALUE 0.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-ROW-CNT    PIC 9(7) VALUE 0.
       01  WS-FLAG-CNT   PIC 9(5) VALUE 0.
       01  WS-TTL-ROWS   PIC 9(5) VALUE 0.
       01  WS-TTL-FLAGS  PIC 9(5) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "TITLE PRICE CHANGE           ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(2) VALUE SPACE.
           05  H1-MODE PIC X(12).
       01  HEAD-2.
           05  FILLER PIC X(30) VALUE "TITLE                    EFF ".
           05  FILLER PIC X(30) VALUE
               "   ITEM                   DLR ".
           05  FILLER PIC X(30) VALUE
               "       OLD      NEW  NOTE".
       01  TITLE-LINE.
           05  TTL-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  TTL-TITLE     PIC X(21).
           05  FILLER        PIC X VALUE SPACE.
           05  TTL-EFF-MM    PIC 99.
           05  TTL-SLASH     PIC X VALUE "/".
           05  TTL-EFF-DD    PIC 99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  TTL-RESULT    PIC X(40).
       01  ITEM-LINE.
           05  FILLER        PIC X(33) VALUE SPACE.
           05  ITM-WHAT      PIC X(22).
           05  FILLER        PIC X VALUE SPACE.
           05  ITM-DEALER-NO PIC ZZZZZ.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  ITM-OLD       PIC Z9.999.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  ITM-NEW       PIC Z9.999.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  ITM-NOTE      PIC X(30).
       01  COUNT-LINE.
           05  FILLER        PIC X(33) VALUE SPACE.
           05  CNT-ROWS      PIC ZZZZ9.
           05  FILLER        PIC X(16) VALUE " DEALER ROWS    ".
           05  CNT-FLAGS     PIC ZZZZ9.
           05  FILLER        PIC X(30) VALUE
               " SPECIAL PRICES FLAGGED".
       COPY OPRWS.
       01  SIGNOFF-LINE.
           05  FILLER PIC X(44) VALUE
               "APPROVED BY: ______________  RERUN WITH CONF".

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-MODE = "CONF"
              MOVE "Y" TO WS-CONF-FL
              MOVE "PRCCHG" TO WS-OPR-PROGRAM
              MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN INPUT WNKFILE WNRFILE WNXFILE PUBFILE
                      WNTFILE WNBFILE WNOFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "PRCCHG.TRN NOT FOUND - NO PRICE CHANGES"
              CLOSE WNKFILE WNRFILE WNXFILE PUBFILE
                    WNTFILE WNBFILE WNOFILE
              STOP RUN.
           OPEN I-O PRCFILE.
           IF FL-STATUS NOT = "00"
              CLOSE PRCFILE
              OPEN OUTPUT PRCFILE
              CLOSE PRCFILE
              OPEN I-O PRCFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           IF WS-CONF-FL = "Y"
              MOVE "CONFIRMATION" TO H1-MODE
           ELSE
              MOVE "PROOF" TO H1-MODE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-TITLE-NO NOT NUMERIC OR TRN-EFF-DATE NOT NUMERIC
              OR TRN-COST-DLR NOT NUMERIC OR TRN-COST-PUB NOT NUMERIC
              OR TRN-TREE-PRICE NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-EFF-MM LESS 1 OR TRN-EFF-MM GREATER 12
              OR TRN-EFF-DD LESS 1 OR TRN-EFF-DD GREATER 31
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
      * a week already on the table has been rolled; the change
      * could never be picked up by the rollover.
           MOVE 0 TO WX.
       ROLLED-SCAN.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO ROLLED-DONE.
           IF WNR-ISS-DATE (WX) = TRN-EFF-DATE
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           GO TO ROLLED-SCAN.
       ROLLED-DONE.
           IF TRN-COST-DLR = 0 AND TRN-COST-PUB = 0
              AND TRN-TREE-PRICE = 0
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-EFF-DATE TO PRC-EFF-DATE.
           MOVE TRN-TITLE-NO TO PRC-TITLE-NO.
           READ PRCFILE INVALID KEY GO TO CHECK-NEW.
           IF PRC-STATUS = "C" OR PRC-STATUS = "A"
              MOVE 05 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF WS-CONF-FL = "Y"
              IF PRC-NEW-COST-DLR NOT = TRN-COST-DLR
                 OR PRC-NEW-COST-PUB NOT = TRN-COST-PUB
                 OR PRC-NEW-TREE-PRICE NOT = TRN-TREE-PRICE
                 MOVE 06 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           GO TO LIST-CHANGE.
       CHECK-NEW.
           IF WS-CONF-FL = "Y"
              MOVE 06 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           INITIALIZE PRC.
           MOVE TRN-EFF-DATE TO PRC-EFF-DATE.
           MOVE TRN-TITLE-NO TO PRC-TITLE-NO.
       LIST-CHANGE.
           ADD 1 TO WS-POST-CNT.
           MOVE SPACES TO TITLE-LINE.
           MOVE "/" TO TTL-SLASH.
           MOVE TRN-TITLE-NO TO TTL-TITLE-NO.
           MOVE WNX-TITLE TO TTL-TITLE.
           MOVE TRN-EFF-MM TO TTL-EFF-MM.
           MOVE TRN-EFF-DD TO TTL-EFF-DD.
           IF WS-CONF-FL = "Y"
              MOVE "CONFIRMED FOR ROLLOVER" TO TTL-RESULT
           ELSE
              MOVE "PROOFED - AWAITING CONFIRMATION" TO TTL-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TITLE-LINE AFTER ADVANCING 2.
           PERFORM LIST-MASTERS THRU END-LIST-MASTERS.
           MOVE 0 TO WS-ROW-CNT WS-FLAG-CNT.
           IF TRN-COST-DLR NOT = 0
              PERFORM LIST-DEALERS THRU END-LIST-DEALERS
              PERFORM LIST-SPECIALS THRU END-LIST-SPECIALS.
           MOVE WS-ROW-CNT TO CNT-ROWS.
           MOVE WS-FLAG-CNT TO CNT-FLAGS.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM COUNT-LINE AFTER ADVANCING 1.
           ADD WS-ROW-CNT TO WS-TTL-ROWS.
           ADD WS-FLAG-CNT TO WS-TTL-FLAGS.
           PERFORM HOLD-CHANGE THRU END-HOLD-CHANGE.
           GO TO READ-TRN.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO TITLE-LINE.
           IF TRN-TITLE-NO NUMERIC
              MOVE TRN-TITLE-NO TO TTL-TITLE-NO.
           IF TRN-EFF-DATE NUMERIC
              MOVE TRN-EFF-MM TO TTL-EFF-MM
              MOVE "/" TO TTL-SLASH
              MOVE TRN-EFF-DD TO TTL-EFF-DD.
           MOVE "REJECTED - REASON " TO TTL-RESULT.
           MOVE WS-REJ-REASON TO TTL-RESULT (19:2).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TITLE-LINE AFTER ADVANCING 2.

      * the title-level prices: publisher cost, the WNT chain
      * price and every WNB banner price carrying the title.
       LIST-MASTERS.
           IF TRN-COST-PUB = 0 GO TO LIST-CHAIN.
           MOVE SPACES TO ITEM-LINE.
           MOVE "PUBLISHER COST" TO ITM-WHAT.
           MOVE TRN-TITLE-NO TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY
              MOVE 0 TO PUB-PUB-COST
              MOVE "NO PUBFILE ROW - NOT CHANGED" TO ITM-NOTE.
           MOVE PUB-PUB-COST TO ITM-OLD.
           MOVE TRN-COST-PUB TO ITM-NEW.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ITEM-LINE AFTER ADVANCING 1.
       LIST-CHAIN.
           IF TRN-TREE-PRICE = 0 GO TO END-LIST-MASTERS.
           MOVE SPACES TO ITEM-LINE.
           MOVE "CHAIN PRICE" TO ITM-WHAT.
           MOVE TRN-TITLE-NO TO WNT-TITLE-NO.
           READ WNTFILE INVALID KEY
              MOVE 0 TO WNT-TREE-PRICE
              MOVE "NO WNTFILE ROW - NOT CHANGED" TO ITM-NOTE.
           MOVE WNT-TREE-PRICE TO ITM-OLD.
           MOVE TRN-TREE-PRICE TO ITM-NEW.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ITEM-LINE AFTER ADVANCING 1.
           INITIALIZE WNB.
           START WNBFILE KEY NOT LESS WNB-PRIMARY-KEY
               INVALID KEY GO TO END-LIST-MASTERS.
       LIST-WNB-LOOP.
           READ WNBFILE NEXT AT END GO TO END-LIST-MASTERS.
           IF WNB-TITLE-NO NOT = TRN-TITLE-NO GO TO LIST-WNB-LOOP.
           MOVE SPACES TO ITEM-LINE.
           MOVE "BANNER    CHAIN PRICE" TO ITM-WHAT.
           MOVE WNB-BANNER-CODE TO ITM-WHAT (8:2).
           MOVE WNB-TREE-PRICE TO ITM-OLD.
           MOVE TRN-TREE-PRICE TO ITM-NEW.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ITEM-LINE AFTER ADVANCING 1.
           GO TO LIST-WNB-LOOP.
       END-LIST-MASTERS. EXIT.

      * every dealer row carrying the title, old cost being the
      * week-1 cost the rollover would otherwise carry forward.
       LIST-DEALERS.
           INITIALIZE WNK.
           MOVE TRN-TITLE-NO TO WNK-TITLE-NO-TWO.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-TWO
               INVALID KEY GO TO END-LIST-DEALERS.
       LIST-WNK-LOOP.
           READ WNKFILE NEXT AT END GO TO END-LIST-DEALERS.
           IF WNK-TITLE-NO NOT = TRN-TITLE-NO
              GO TO END-LIST-DEALERS.
           ADD 1 TO WS-ROW-CNT.
           MOVE SPACES TO ITEM-LINE.
           MOVE WNK-NAME TO ITM-WHAT.
           MOVE WNK-DEALER-NO TO ITM-DEALER-NO.
           MOVE WNK-ISS-COST-DLR (1) TO ITM-OLD.
           MOVE TRN-COST-DLR TO ITM-NEW.
           IF WNK-ISS-COST-DLR (1) = TRN-COST-DLR
              MOVE "NO CHANGE" TO ITM-NOTE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ITEM-LINE AFTER ADVANCING 1.
           GO TO LIST-WNK-LOOP.
       END-LIST-DEALERS. EXIT.

      * special prices are keyed dealer/title, so the whole file
      * is walked for the title.  the special price stays as it
      * is; one left above the new dealer cost is flagged for
      * the office to review.
       LIST-SPECIALS.
           INITIALIZE WNO.
           START WNOFILE KEY NOT LESS WNO-PRIMARY-KEY
               INVALID KEY GO TO END-LIST-SPECIALS.
       LIST-WNO-LOOP.
           READ WNOFILE NEXT AT END GO TO END-LIST-SPECIALS.
           IF WNO-TITLE-NO NOT = TRN-TITLE-NO GO TO LIST-WNO-LOOP.
           MOVE SPACES TO ITEM-LINE.
           MOVE "SPECIAL PRICE" TO ITM-WHAT.
           MOVE WNO-DEALER-NO TO ITM-DEALER-NO.
           MOVE WNO-SPEC-PRICE TO ITM-OLD.
           MOVE TRN-COST-DLR TO ITM-NEW.
           IF WNO-SPEC-PRICE GREATER TRN-COST-DLR
              ADD 1 TO WS-FLAG-CNT
              MOVE "*** ABOVE NEW DEALER COST" TO ITM-NOTE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM ITEM-LINE AFTER ADVANCING 1.
           GO TO LIST-WNO-LOOP.
       END-LIST-SPECIALS. EXIT.

      * the proof pass holds the change as proofed; the confirm
      * pass marks the proofed change confirmed for the rollover.
       HOLD-CHANGE.
           MOVE TRN-COST-DLR TO PRC-NEW-COST-DLR.
           MOVE TRN-COST-PUB TO PRC-NEW-COST-PUB.
           MOVE TRN-TREE-PRICE TO PRC-NEW-TREE-PRICE.
           IF WS-CONF-FL = "Y"
              MOVE "C" TO PRC-STATUS
              MOVE WS-RUN-DATE TO PRC-CONF-DATE
              MOVE WS-PARM-OPERATOR TO PRC-CONF-OPERATOR
           ELSE
              MOVE "P" TO PRC-STATUS
              MOVE WS-RUN-DATE TO PRC-PROOF-DATE.
           WRITE PRC INVALID KEY REWRITE PRC.
       END-HOLD-CHANGE. EXIT.

       END-JOB.
           IF WS-CONF-FL NOT = "Y"
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM SIGNOFF-LINE AFTER ADVANCING 3.
           DISPLAY "PRICE CHANGES READ:      " WS-READ-CNT.
           IF WS-CONF-FL = "Y"
              DISPLAY "PRICE CHANGES CONFIRMED: " WS-POST-CNT
           ELSE
              DISPLAY "PRICE CHANGES PROOFED:   " WS-POST-CNT.
           DISPLAY "PRICE CHANGES REJECTED:  " WS-REJ-CNT.
           DISPLAY "DEALER ROWS AFFECTED:    " WS-TTL-ROWS.
           DISPLAY "SPECIAL PRICES FLAGGED:  " WS-TTL-FLAGS.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNKFILE WNRFILE WNXFILE PUBFILE
                 WNTFILE WNBFILE WNOFILE PRCFILE TRNFILE PRLINE.
           STOP RUN.
       COPY OPRCHK.
