       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODTAKE.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: PROOF-OF-DELIVERY INTAKE FROM THE DRIVERS'
      * RETURNED MANIFESTS.  ROUTEMAN TELLS THE DRIVER WHAT TO
      * DROP BUT NOTHING RECORDED WHAT HAPPENED AT THE STOP, SO A
      * "MY PAPERS NEVER CAME" CALL TURNED INTO A SHORTAGE CLAIM
      * NOBODY COULD CHECK.  EACH LINE OF PODIN.TRN IS ONE STOP
      * OFF A MANIFEST: DEALER, WEEK-ENDING DATE (MMDD, AS PRINTED
      * ON THE MANIFEST HEADING), DAY 1-7 MON-SUN, DRIVER, TIME
      * DELIVERED (HHMM) AND AN EXCEPTION CODE:
      *     (BLANK) DELIVERED
      *     SC      STORE CLOSED - NOT DELIVERED
      *     RF      REFUSED BY THE DEALER
      *     MS      MISSED STOP - NOT DELIVERED
      *     SL      SHORT-LOADED - DELIVERED SHORT
      *     WT      WRONG TITLE DELIVERED
      *     LD      LEFT AT DOOR
      * EVERY STOP LANDS ON PODFILE KEYED BY DEALER, WEEK AND DAY
      * FOR PODRPT (ON-TIME AND EXCEPTIONS BY ROUTE AND DRIVER)
      * AND FOR THE SHORTAGE RECAP.  A STOP THAT WAS NOT DELIVERED
      * (SC, RF, MS) IS CREDITED: EACH TITLE'S DRAW FOR THAT DAY,
      * PRICED AS DLRINVOICE PRICES IT, GOES TO DLRCRED.DAT AS A
      * MISSED STOP CREDIT SO THE DEALER IS NOT BILLED FOR COPIES
      * THAT NEVER ARRIVED.  AS IN LATECRED, NO CREDIT IS WRITTEN
      * WHILE THE RUN DATE IS IN A MONTH MTHCLOSE HAS CLOSED.
      * THE OPERATOR ID IS REQUIRED ON THE COMMAND LINE AND IS
      * KEPT ON EVERY POD RECORD POSTED.
      *
      *  REJECT REASON CODES:
      *     01 DEALER, WEEK DATE OR DAY NOT NUMERIC, OR DAY NOT 1-7
      *     02 DEALER NOT ON WNAFILE
      *     03 WEEK DATE NOT THE CURRENT OR ONE OF THE LAST THREE
      *        WNR WEEKS
      *     04 EXCEPTION CODE NOT VALID, OR A DELIVERED STOP WITH
      *        NO VALID DELIVERY TIME
      *     05 STOP ALREADY ON FILE FOR THIS DEALER, WEEK AND DAY
      *     06 STOP NOT DELIVERED BUT THE MONTH IS CLOSED
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
      *           the operator id is taken from the command line,
      *           checked against the OPRFILE operator master, and
      *           kept on each POD record posted.
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
       COPY WNOSEL.
       COPY WOJSEL.
       COPY PODSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/PODIN.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT CREDFILE ASSIGN "/u/prb/f/trenton/DLRCRED.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/PODTAKE.PRT"
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
       FD  WNOFILE LABEL RECORD STANDARD DATA RECORD WNO.
       01  WNO.
       COPY WNO.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  PODFILE LABEL RECORD STANDARD DATA RECORD POD.
       01  POD.
       COPY POD.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-DEALER-NO   PIC 9(5).
           05  TRN-WEEK-DATE   PIC 9(4).
           05  TRN-DAY-NO      PIC 9.
           05  TRN-DRIVER      PIC X(8).
           05  TRN-DEL-TIME.
               10  TRN-DEL-HH  PIC 99.
               10  TRN-DEL-MI  PIC 99.
           05  TRN-EXC-CODE    PIC X(2).
       FD  CREDFILE LABEL RECORD STANDARD DATA RECORD CRD.
       01  CRD.
           05  CRD-DEALER-NO   PIC 9(5).
           05  CRD-TITLE-NO    PIC 999.
           05  CRD-QTY         PIC 9(7).
           05  CRD-COST        PIC 99V999.
           05  CRD-AMT         PIC 9(7)V99.
           05  CRD-ISS-MM      PIC 99.
           05  CRD-ISS-DD      PIC 99.
           05  CRD-RUN-DATE    PIC 9(6).
           05  CRD-SOURCE      PIC X.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       COPY WOJPWS.
       COPY OPRWS.
       01  WS-OPERATOR   PIC X(8) VALUE SPACES.
       01  WX            PIC 9    VALUE 0.
       01  EX            PIC 9    VALUE 0.
       01  WS-NOT-DLVD-FL PIC X   VALUE "N".
       01  WS-DEL-TIME   PIC 9(4) VALUE 0.
       01  WS-QTY        PIC 9(5) VALUE 0.
       01  WS-RATE       PIC 99V999 VALUE 0.
       01  WS-CRED-AMT   PIC 9(7)V99 VALUE 0.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-EXC-CNT    PIC 9(5) VALUE 0.
       01  WS-CRED-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-TOTAL-AMT  PIC 9(9)V99 VALUE 0.
      * the exception codes the drivers write on the manifest; the
      * first three are stops where nothing was left.
       01  WS-EXC-CODES.
           05  FILLER PIC X(22) VALUE "SCSTORE CLOSED        ".
           05  FILLER PIC X(22) VALUE "RFREFUSED             ".
           05  FILLER PIC X(22) VALUE "MSMISSED STOP         ".
           05  FILLER PIC X(22) VALUE "SLSHORT-LOADED        ".
           05  FILLER PIC X(22) VALUE "WTWRONG TITLE         ".
           05  FILLER PIC X(22) VALUE "LDLEFT AT DOOR        ".
           05  FILLER PIC X(22) VALUE "  DELIVERED           ".
       01  WS-EXC-CODES-R REDEFINES WS-EXC-CODES.
           05  WS-EXC-ENT OCCURS 7 TIMES.
               10  WS-EXC-CODE PIC X(2).
               10  WS-EXC-DESC PIC X(20).
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "PROOF-OF-DELIVERY INTAKE     ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  STOP-LINE.
           05  STL-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-NAME      PIC X(24).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-ROUTE     PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-WEEK-DATE PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-DAY       PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  STL-DRIVER    PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-TIME      PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-CODE      PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-DESC      PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-RESULT    PIC X(28).
       01  CRED-LINE.
           05  FILLER        PIC X(8) VALUE SPACES.
           05  FILLER        PIC X(7) VALUE "CREDIT ".
           05  CRL-TITLE-NO  PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  CRL-QTY       PIC ZZZZ9.
           05  FILLER        PIC X(3) VALUE " @ ".
           05  CRL-RATE      PIC Z9.999.
           05  FILLER        PIC X VALUE SPACE.
           05  CRL-AMT       PIC ZZZZZZ9.99.
       01  TOTAL-LINE.
           05  FILLER        PIC X(22) VALUE "MISSED STOP CREDITS:  ".
           05  TOT-CNT       PIC ZZZZ9.
           05  FILLER        PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-AMT       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "PODTAKE" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           MOVE WS-DATE TO WS-PERIOD-DATE.
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
           OPEN INPUT WNAFILE WNKFILE WNRFILE WNOFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O PODFILE.
           IF FL-STATUS NOT = "00"
              CLOSE PODFILE
              OPEN OUTPUT PODFILE
              CLOSE PODFILE
              OPEN I-O PODFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "PODIN.TRN NOT FOUND - NOTHING TO POST"
              CLOSE WNAFILE WNKFILE WNRFILE WNOFILE PODFILE
              STOP RUN.
           OPEN EXTEND CREDFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT CREDFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-DEALER-NO NOT NUMERIC
              OR TRN-WEEK-DATE NOT NUMERIC
              OR TRN-DAY-NO NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-DAY-NO LESS 1 OR TRN-DAY-NO GREATER 7
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
      * the stop must be in the current week or one of the three
      * before it -- weeks 1 and 2 have not been delivered yet.
           MOVE 2 TO WX.
       FIND-WEEK.
           ADD 1 TO WX.
           IF WX GREATER 6
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF WNR-ISS-DATE (WX) NOT = TRN-WEEK-DATE
              GO TO FIND-WEEK.
           MOVE 0 TO EX.
       FIND-CODE.
           ADD 1 TO EX.
           IF EX GREATER 7
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF WS-EXC-CODE (EX) NOT = TRN-EXC-CODE
              GO TO FIND-CODE.
           MOVE "N" TO WS-NOT-DLVD-FL.
           IF EX LESS 4
              MOVE "Y" TO WS-NOT-DLVD-FL.
      * a delivered stop needs the time off the manifest; on a stop
      * where nothing was left the time is optional.
           MOVE 0 TO WS-DEL-TIME.
           IF TRN-DEL-TIME = SPACES AND WS-NOT-DLVD-FL = "Y"
              GO TO CHECK-ON-FILE.
           IF TRN-DEL-TIME NOT NUMERIC
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-DEL-HH GREATER 23 OR TRN-DEL-MI GREATER 59
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-DEL-TIME TO WS-DEL-TIME.
       CHECK-ON-FILE.
           MOVE TRN-DEALER-NO TO POD-DEALER-NO.
           MOVE TRN-WEEK-DATE TO POD-WEEK-DATE.
           MOVE TRN-DAY-NO TO POD-DAY-NO.
           READ PODFILE INVALID KEY GO TO NEW-STOP.
           MOVE 05 TO WS-REJ-REASON.
           PERFORM WRITE-REJECT.
           GO TO READ-TRN.
       NEW-STOP.
           IF WS-NOT-DLVD-FL = "Y" AND WS-PERIOD-CLOSED-FL = "Y"
              MOVE 06 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           INITIALIZE POD.
           MOVE TRN-DEALER-NO TO POD-DEALER-NO.
           MOVE TRN-WEEK-DATE TO POD-WEEK-DATE.
           MOVE TRN-DAY-NO TO POD-DAY-NO.
           MOVE WNA-ROUTE-NO TO POD-ROUTE-NO.
           MOVE TRN-DRIVER TO POD-DRIVER.
           MOVE WS-DEL-TIME TO POD-DEL-TIME.
           MOVE TRN-EXC-CODE TO POD-EXC-CODE.
           MOVE WS-DATE-N TO POD-ENTRY-DATE.
           MOVE WS-OPERATOR TO POD-OPERATOR.
           PERFORM BUILD-STOP-LINE.
           MOVE "RECORDED" TO STL-RESULT.
           IF WS-NOT-DLVD-FL = "Y"
              MOVE "NOT DELIVERED - CREDITED" TO STL-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-LINE AFTER ADVANCING 1.
           IF WS-NOT-DLVD-FL = "Y"
              PERFORM CREDIT-STOP THRU END-CREDIT-STOP.
           WRITE POD INVALID KEY
              DISPLAY "PODFILE WRITE FAILED FOR " POD-DEALER-NO
                  " W/E " POD-WEEK-DATE " DAY " POD-DAY-NO
              MOVE 16 TO RETURN-CODE
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           IF TRN-EXC-CODE NOT = SPACES
              ADD 1 TO WS-EXC-CNT.
           GO TO READ-TRN.

       END-JOB.
           MOVE WS-CRED-CNT TO TOT-CNT.
           MOVE WS-TOTAL-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           DISPLAY "STOPS READ:            " WS-READ-CNT.
           DISPLAY "STOPS RECORDED:        " WS-POST-CNT.
           DISPLAY "STOPS WITH EXCEPTIONS: " WS-EXC-CNT.
           DISPLAY "MISSED STOP CREDITS:   " WS-CRED-CNT.
           DISPLAY "STOPS REJECTED:        " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0 AND RETURN-CODE LESS 8
              MOVE 8 TO RETURN-CODE.
           CLOSE WNAFILE WNKFILE WNRFILE WNOFILE PODFILE TRNFILE
                 CREDFILE PRLINE.
           STOP RUN.

      * every title the dealer drew on the day missed goes back as
      * a credit at the rate DLRINVOICE bills it: the week's
      * WNK-ISS-COST-DLR, or the WNOFILE special price.  the credit
      * lines print under the stop and the totals ride on the POD
      * record.
       CREDIT-STOP.
           INITIALIZE WNK.
           MOVE TRN-DEALER-NO TO WNK-DEALER-NO.
           START WNKFILE KEY NOT LESS WNK-PRIMARY-KEY
               INVALID KEY GO TO END-CREDIT-STOP.
       CREDIT-WNK-LOOP.
           READ WNKFILE NEXT AT END GO TO END-CREDIT-STOP.
           IF WNK-DEALER-NO NOT = TRN-DEALER-NO
              GO TO END-CREDIT-STOP.
           PERFORM GET-DAY-QTY THRU END-GET-DAY-QTY.
           IF WS-QTY = 0 GO TO CREDIT-WNK-LOOP.
           MOVE WNK-ISS-COST-DLR (WX) TO WS-RATE.
           MOVE WNK-DEALER-NO TO WNO-DEALER-NO.
           MOVE WNK-TITLE-NO TO WNO-TITLE-NO.
           READ WNOFILE INVALID KEY GO TO CREDIT-PRICED.
           MOVE WNO-SPEC-PRICE TO WS-RATE.
       CREDIT-PRICED.
           COMPUTE WS-CRED-AMT = WS-QTY * WS-RATE.
           MOVE SPACES TO CRD.
           MOVE WNK-DEALER-NO TO CRD-DEALER-NO.
           MOVE WNK-TITLE-NO TO CRD-TITLE-NO.
           MOVE WS-QTY TO CRD-QTY.
           MOVE WS-RATE TO CRD-COST.
           MOVE WS-CRED-AMT TO CRD-AMT.
           MOVE TRN-WEEK-DATE (1:2) TO CRD-ISS-MM.
           MOVE TRN-WEEK-DATE (3:2) TO CRD-ISS-DD.
           MOVE WS-DATE TO CRD-RUN-DATE.
           MOVE "P" TO CRD-SOURCE.
           WRITE CRD.
           ADD 1 TO WS-CRED-CNT.
           ADD WS-CRED-AMT TO WS-TOTAL-AMT.
           ADD WS-QTY TO POD-CRED-QTY.
           ADD WS-CRED-AMT TO POD-CRED-AMT.
           MOVE WNK-TITLE-NO TO CRL-TITLE-NO.
           MOVE WS-QTY TO CRL-QTY.
           MOVE WS-RATE TO CRL-RATE.
           MOVE WS-CRED-AMT TO CRL-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM CRED-LINE AFTER ADVANCING 1.
           GO TO CREDIT-WNK-LOOP.
       END-CREDIT-STOP. EXIT.

       GET-DAY-QTY.
           MOVE 0 TO WS-QTY.
           IF TRN-DAY-NO = 1 MOVE WNK-ISS-DRAW-MON (WX) TO WS-QTY.
           IF TRN-DAY-NO = 2 MOVE WNK-ISS-DRAW-TUE (WX) TO WS-QTY.
           IF TRN-DAY-NO = 3 MOVE WNK-ISS-DRAW-WED (WX) TO WS-QTY.
           IF TRN-DAY-NO = 4 MOVE WNK-ISS-DRAW-THU (WX) TO WS-QTY.
           IF TRN-DAY-NO = 5 MOVE WNK-ISS-DRAW-FRI (WX) TO WS-QTY.
           IF TRN-DAY-NO = 6 MOVE WNK-ISS-DRAW-SAT (WX) TO WS-QTY.
           IF TRN-DAY-NO = 7 MOVE WNK-ISS-DRAW-SUN (WX) TO WS-QTY.
       END-GET-DAY-QTY. EXIT.

      * the register line for a stop; its credit lines, if any,
      * print under it.
       BUILD-STOP-LINE.
           MOVE SPACES TO STOP-LINE.
           MOVE TRN-DEALER-NO TO STL-DEALER-NO.
           MOVE WNA-NAME TO STL-NAME.
           MOVE WNA-ROUTE-NO TO STL-ROUTE.
           MOVE TRN-WEEK-DATE TO STL-WEEK-DATE.
           MOVE TRN-DAY-NO TO STL-DAY.
           MOVE TRN-DRIVER TO STL-DRIVER.
           MOVE TRN-DEL-TIME TO STL-TIME.
           MOVE TRN-EXC-CODE TO STL-CODE.
           MOVE WS-EXC-DESC (EX) TO STL-DESC.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO STOP-LINE.
           IF TRN-DEALER-NO NUMERIC
              MOVE TRN-DEALER-NO TO STL-DEALER-NO.
           MOVE TRN-WEEK-DATE TO STL-WEEK-DATE.
           MOVE TRN-DAY-NO TO STL-DAY.
           MOVE TRN-DRIVER TO STL-DRIVER.
           MOVE TRN-DEL-TIME TO STL-TIME.
           MOVE TRN-EXC-CODE TO STL-CODE.
           MOVE "REJECTED - REASON " TO STL-RESULT.
           MOVE WS-REJ-REASON TO STL-RESULT (19:2).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STOP-LINE AFTER ADVANCING 1.

       COPY WOJPLOCK.
       COPY OPRCHK.
