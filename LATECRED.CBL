      * STATEMENT.  EACH AFFIDAVIT CREDITED IS FLAGGED WITH
      * LATE-CREDITED-FL AND THE RUN DATE SO IT CAN NEVER PAY
      * TWICE.  A REGISTER LISTS EVERYTHING CREDITED AND
      * EVERYTHING REFUSED.  THE OPERATOR ID IS REQUIRED ON THE
      * COMMAND LINE, AND EVERY AFFIDAVIT CREDITED GOES TO THE
      * JRNFILE CHANGE JOURNAL UNDER THAT OPERATOR.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           when the run date falls in a month MTHCLOSE has
      *           closed, no credit is priced: each uncredited
      *           affidavit is listed as refused and stays
      *           uncredited for the first run in an open month.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           credit records are marked with source "L" now
      *           that PODTAKE also writes to DLRCRED.DAT.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id is taken from the command line,
      *           checked against the OPRFILE operator master, and each
      *           affidavit credited is posted to the JRNFILE change
      *           journal under it.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           STATUS FL-STATUS.

           COPY WNKSEL.
           COPY WOJSEL.
           COPY JRNSEL.
           COPY OPRSEL.
           COPY WNLSEL.

           SELECT CREDFILE ASSIGN "/u/prb/f/trenton/DLRCRED.DAT"
           ORGANIZATION LINE SEQUENTIAL
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  CREDFILE LABEL RECORD STANDARD DATA RECORD CRD.
       01  CRD.
           05  CRD-DEALER-NO   PIC 9(5).
           05  CRD-ISS-MM      PIC 99.
           05  CRD-ISS-DD      PIC 99.
           05  CRD-RUN-DATE    PIC 9(6).
           05  CRD-SOURCE      PIC X.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

       01  WS-CRED-AMT   PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-AMT  PIC 9(9)V99 VALUE 0.
       01  WS-OVERAGE-FL PIC X VALUE "N".
       COPY WOJPWS.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-OPERATOR   PIC X(8) VALUE SPACES.
      * the affidavit day quantities, the posted WNK returns and
      * the draw line up day for day, same as LATERECON.
       01  WS-DAY-TABLES.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "LATECRED" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           MOVE WS-DATE TO WS-PERIOD-DATE.
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
           OPEN I-O LATEFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO LATEFL AFFIDAVIT FILE ON HAND"
           OPEN EXTEND CREDFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT CREDFILE.
           MOVE "LATECRED" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           IF WS-CRED-QTY = 0
              ADD 1 TO WS-SKIP-CNT
              GO TO READ-LATE.
           IF WS-PERIOD-CLOSED-FL = "Y"
              ADD 1 TO WS-REFUSE-CNT
              PERFORM BUILD-DETAIL
              MOVE "REFUSED - PERIOD CLOSED" TO DET-RESULT
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1
              GO TO READ-LATE.
           PERFORM RECON-CHECK THRU END-RECON-CHECK.
           IF WS-OVERAGE-FL = "Y"
              ADD 1 TO WS-REFUSE-CNT
           MOVE LATE-ISS-MM TO CRD-ISS-MM.
           MOVE LATE-ISS-DD TO CRD-ISS-DD.
           MOVE WS-DATE TO CRD-RUN-DATE.
           MOVE "L" TO CRD-SOURCE.
           WRITE CRD.
           MOVE LATE-CREDITED-FL TO WS-JRN-BEFORE.
           MOVE "Y" TO LATE-CREDITED-FL.
           MOVE WS-DATE TO LATE-CRED-DATE.
           REWRITE LATE INVALID KEY
                  LATE-DEALER-NO " TITLE " LATE-TITLE-NO
              MOVE 16 TO RETURN-CODE
              GO TO READ-LATE.
           PERFORM JRN-CREDIT.
           ADD 1 TO WS-CRED-CNT.
           ADD WS-CRED-AMT TO WS-TOTAL-AMT.
           PERFORM BUILD-DETAIL.
           GO TO RECON-DAY-LOOP.
       END-RECON-CHECK. EXIT.

      * the affidavit flipped to credited goes to the change
      * journal under the operator who ran the credit.
       JRN-CREDIT.
           MOVE "LATEFL" TO WS-JRN-FILE.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE SPACES TO WS-JRN-KEY.
           STRING LATE-DEALER-NO " " LATE-TITLE-NO
               DELIMITED SIZE INTO WS-JRN-KEY.
           MOVE LATE-DEALER-NO-ONE TO WS-JRN-DEALER-NO.
           MOVE LATE-TITLE-NO-ONE TO WS-JRN-TITLE-NO.
           MOVE "CREDITED-FL" TO WS-JRN-FIELD.
           MOVE "Y" TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.

       BUILD-DETAIL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE LATE-DEALER-NO-ONE TO DET-DEALER-NO.
           DISPLAY "AFFIDAVITS READ:      " WS-AFF-CNT.
           DISPLAY "AFFIDAVITS CREDITED:  " WS-CRED-CNT.
           DISPLAY "ALREADY CREDITED/NIL: " WS-SKIP-CNT.
           DISPLAY "REFUSED (RECON/PERIOD):" WS-REFUSE-CNT.
           DISPLAY "CREDIT DOLLARS OUT:   " WS-TOTAL-AMT.
           IF WS-REFUSE-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE LATEFILE WNKFILE CREDFILE JRNFILE PRLINE.
           STOP RUN.

       COPY WOJPLOCK.
       COPY OPRCHK.
       COPY JRNPOST.
