       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNMAINT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: CHAIN STORE MASTER MAINTENANCE FOR THE DOLLAR
      * TREE / FAMILY DOLLAR STORES.  WNKTREEFILE KNOWS A STORE
      * ONLY BY NUMBER AND BNRFILE ONLY GIVES A BANNER BY NUMBER
      * RANGE, SO SCANS FROM A CLOSED OR NEVER-SET-UP STORE WENT
      * STRAIGHT INTO THE TREE-UP.  CHNFILE NOW HOLDS ONE RECORD
      * PER STORE: BANNER, NAME, ADDRESS, CHAIN DISTRICT, OPEN
      * AND CLOSE DATES AND AN ACTIVE FLAG.  UPCREPORTTREE-NEW AND
      * SCANTAKE REJECT FEED ROWS FOR A STORE NOT ON FILE OR NOT
      * ACTIVE, TREESETTLE AND TREETREND PRINT THE STORE NAME, AND
      * A STORE WHOSE CLOSE DATE HAS COME GETS ITS FINAL
      * SETTLEMENT FROM TREESETTLE, WHICH THEN DROPS IT TO
      * INACTIVE AND STAMPS THE FINAL-SETTLEMENT DATE.
      *
      * TRANSACTIONS COME FROM CHNMAINT.TRN: ACTION A=ADD
      * C=CHANGE D=DELETE, STORE NUMBER, BANNER CODE, NAME, TWO
      * ADDRESS LINES, ZIP, DISTRICT, OPEN DATE AND CLOSE DATE
      * (YYMMDD, CLOSE BLANK OR ZERO WHILE THE STORE IS OPEN) AND
      * ACTIVE FLAG (Y/N, BLANK = Y).  A CHANGE CARRIES THE FULL
      * REPLACEMENT RECORD, AS IN WNAMAINT; A DELETE NEEDS ONLY THE
      * STORE.  EVERY CHANGE PRINTS A BEFORE/AFTER AUDIT AND POSTS
      * TO THE JRNFILE CHANGE JOURNAL.  THE OPERATOR ID COMES FROM
      * THE COMMAND LINE AND IS KEPT ON THE RECORD.
      *
      *  REJECT REASON CODES:
      *     01 ACTION NOT A/C/D OR STORE NOT NUMERIC
      *     02 ADD BUT STORE ALREADY ON FILE
      *     03 CHANGE/DELETE BUT STORE NOT ON FILE
      *     04 BANNER CODE NOT ON BNRFILE
      *     05 STORE NAME BLANK
      *     06 OPEN DATE NOT A VALID YYMMDD, OR CLOSE DATE NOT
      *        BLANK/ZERO OR A VALID YYMMDD AFTER THE OPEN DATE
      *     07 ACTIVE FLAG NOT Y, N OR BLANK
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
       COPY CHNSEL.
       COPY BNRSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/CHNMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/CHNMAINT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHNFILE LABEL RECORD STANDARD DATA RECORD CHN.
       01  CHN.
       COPY CHN.
       FD  BNRFILE LABEL RECORD STANDARD DATA RECORD BNR.
       01  BNR.
       COPY BNR.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-ACTION      PIC X.
           05  TRN-STORE-NO    PIC 9(5).
           05  TRN-BANNER-CODE PIC X(2).
           05  TRN-NAME        PIC X(30).
           05  TRN-ADDR-LINE-2 PIC X(30).
           05  TRN-ADDR-LINE-3 PIC X(30).
           05  TRN-ZIP         PIC X(5).
           05  TRN-DISTRICT    PIC X(4).
           05  TRN-OPEN-DATE.
               10  TRN-OPEN-YY  PIC 99.
               10  TRN-OPEN-MM  PIC 99.
               10  TRN-OPEN-DD  PIC 99.
           05  TRN-CLOSE-DATE.
               10  TRN-CLOSE-YY PIC 99.
               10  TRN-CLOSE-MM PIC 99.
               10  TRN-CLOSE-DD PIC 99.
           05  TRN-ACTIVE-FL   PIC X.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
      * the store's record as it stood before a change or delete,
      * for the field-by-field journal entries.
       01  WS-CHN-OLD.
           05  OLD-STORE-NO       PIC 9(5).
           05  OLD-BANNER-CODE    PIC X(2).
           05  OLD-NAME           PIC X(30).
           05  OLD-ADDR-LINE-2    PIC X(30).
           05  OLD-ADDR-LINE-3    PIC X(30).
           05  OLD-ZIP            PIC X(5).
           05  OLD-DISTRICT       PIC X(4).
           05  OLD-OPEN-DATE      PIC 9(6).
           05  OLD-CLOSE-DATE     PIC 9(6).
           05  OLD-ACTIVE-FL      PIC X.
           05  OLD-FINAL-DATE     PIC 9(6).
           05  FILLER             PIC X(35).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-OPEN-N     PIC 9(6) VALUE 0.
       01  WS-CLOSE-N    PIC 9(6) VALUE 0.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
      * the banner codes on BNRFILE, loaded once for the edit.
       01  WS-BNR-MAX   PIC 99 VALUE 20.
       01  WS-BNR-CNT   PIC 99 VALUE 0.
       01  BX           PIC 99 VALUE 0.
       01  WS-BNR-TABLE.
           05  WS-BNR-CODE OCCURS 20 TIMES PIC X(2).
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "CHAIN STORE MASTER MAINTENANCE".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(10) VALUE "  OPERATOR".
           05  FILLER PIC X VALUE SPACE.
           05  H1-OPERATOR PIC X(8).
       01  AUDIT-LINE.
           05  AUD-TAG       PIC X(7).
           05  AUD-ACTION    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-STORE-NO  PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-BANNER    PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-NAME      PIC X(30).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-ZIP       PIC X(5).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-DISTRICT  PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-OPEN      PIC X(6).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-CLOSE     PIC X(6).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-ACTIVE    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-RESULT    PIC X(30).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "CHNMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           PERFORM LOAD-BANNER-CODES THRU END-LOAD-BANNER-CODES.
           OPEN I-O CHNFILE.
           IF FL-STATUS NOT = "00"
              CLOSE CHNFILE
              OPEN OUTPUT CHNFILE
              CLOSE CHNFILE
              OPEN I-O CHNFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "CHNMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE CHNFILE
              STOP RUN.
           MOVE "CHNMAINT" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-OPERATOR TO H1-OPERATOR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-STORE-NO NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-ACTION = "A" GO TO ADD-STORE.
           IF TRN-ACTION = "C" GO TO CHANGE-STORE.
           IF TRN-ACTION = "D" GO TO DELETE-STORE.
           MOVE 01 TO WS-REJ-REASON.
           PERFORM WRITE-REJECT.
           GO TO READ-TRN.

       ADD-STORE.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-STORE-NO TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY GO TO ADD-STORE-WRITE.
           MOVE 02 TO WS-REJ-REASON.
           PERFORM WRITE-REJECT.
           GO TO READ-TRN.
       ADD-STORE-WRITE.
           MOVE SPACES TO WS-CHN-OLD.
           MOVE 0 TO OLD-FINAL-DATE.
           PERFORM BUILD-CHN.
           WRITE CHN INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           PERFORM JRN-CHN-KEY.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE CHN-NAME TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO READ-TRN.

       CHANGE-STORE.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-STORE-NO TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE CHN TO WS-CHN-OLD.
           PERFORM BUILD-CHN.
           REWRITE CHN INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           PERFORM JRN-CHN-CHANGE THRU END-JRN-CHN-CHANGE.
           GO TO READ-TRN.

       DELETE-STORE.
           MOVE TRN-STORE-NO TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE CHN TO WS-CHN-OLD.
           DELETE CHNFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM JRN-CHN-KEY.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE OLD-NAME TO WS-JRN-BEFORE.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE TRN-STORE-NO TO AUD-STORE-NO.
           MOVE "DELETED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           GO TO READ-TRN.

      * field-level edits shared by add and change.
       EDIT-FIELDS.
           MOVE 0 TO BX.
       EDIT-BANNER-LOOP.
           ADD 1 TO BX.
           IF BX GREATER WS-BNR-CNT
              MOVE 04 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF WS-BNR-CODE (BX) NOT = TRN-BANNER-CODE
              GO TO EDIT-BANNER-LOOP.
           IF TRN-NAME = SPACES
              MOVE 05 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-OPEN-DATE NOT NUMERIC
              MOVE 06 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-OPEN-MM LESS 1 OR TRN-OPEN-MM GREATER 12
              OR TRN-OPEN-DD LESS 1 OR TRN-OPEN-DD GREATER 31
              MOVE 06 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           MOVE TRN-OPEN-DATE TO WS-OPEN-N.
           MOVE 0 TO WS-CLOSE-N.
           IF TRN-CLOSE-DATE = SPACES OR TRN-CLOSE-DATE = "000000"
              GO TO EDIT-ACTIVE.
           IF TRN-CLOSE-DATE NOT NUMERIC
              MOVE 06 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-CLOSE-MM LESS 1 OR TRN-CLOSE-MM GREATER 12
              OR TRN-CLOSE-DD LESS 1 OR TRN-CLOSE-DD GREATER 31
              MOVE 06 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           MOVE TRN-CLOSE-DATE TO WS-CLOSE-N.
           IF WS-CLOSE-N NOT GREATER WS-OPEN-N
              MOVE 06 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
       EDIT-ACTIVE.
           IF TRN-ACTIVE-FL NOT = "Y" AND TRN-ACTIVE-FL NOT = "N"
              AND TRN-ACTIVE-FL NOT = SPACE
              MOVE 07 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
       END-EDIT-FIELDS. EXIT.

      * the final-settlement date belongs to TREESETTLE -- a change
      * carries it across, unless the close date comes off (the
      * store reopened), which clears it.
       BUILD-CHN.
           MOVE SPACES TO CHN.
           MOVE TRN-STORE-NO TO CHN-STORE-NO.
           MOVE TRN-BANNER-CODE TO CHN-BANNER-CODE.
           MOVE TRN-NAME TO CHN-NAME.
           MOVE TRN-ADDR-LINE-2 TO CHN-ADDR-LINE-2.
           MOVE TRN-ADDR-LINE-3 TO CHN-ADDR-LINE-3.
           MOVE TRN-ZIP TO CHN-ZIP.
           MOVE TRN-DISTRICT TO CHN-DISTRICT.
           MOVE WS-OPEN-N TO CHN-OPEN-DATE.
           MOVE WS-CLOSE-N TO CHN-CLOSE-DATE.
           MOVE TRN-ACTIVE-FL TO CHN-ACTIVE-FL.
           IF TRN-ACTIVE-FL = SPACE
              MOVE "Y" TO CHN-ACTIVE-FL.
           MOVE 0 TO CHN-FINAL-DATE.
           IF TRN-ACTION = "C" AND WS-CLOSE-N NOT = 0
              MOVE OLD-FINAL-DATE TO CHN-FINAL-DATE.
           MOVE WS-OPERATOR TO CHN-OPERATOR.
           MOVE WS-DATE-N TO CHN-ENTRY-DATE.

       WRITE-BEFORE-AUDIT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "BEFORE " TO AUD-TAG.
           PERFORM FILL-AUDIT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

       WRITE-AFTER-AUDIT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           PERFORM FILL-AUDIT.
           MOVE "POSTED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

       FILL-AUDIT.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE CHN-STORE-NO TO AUD-STORE-NO.
           MOVE CHN-BANNER-CODE TO AUD-BANNER.
           MOVE CHN-NAME TO AUD-NAME.
           MOVE CHN-ZIP TO AUD-ZIP.
           MOVE CHN-DISTRICT TO AUD-DISTRICT.
           MOVE CHN-OPEN-DATE TO AUD-OPEN.
           MOVE CHN-CLOSE-DATE TO AUD-CLOSE.
           MOVE CHN-ACTIVE-FL TO AUD-ACTIVE.

      * the journal entries for a change: one per field that moved
      * (JRN-POST-RTN skips the ones that did not).
       JRN-CHN-CHANGE.
           PERFORM JRN-CHN-KEY.
           MOVE "BANNER" TO WS-JRN-FIELD.
           MOVE OLD-BANNER-CODE TO WS-JRN-BEFORE.
           MOVE CHN-BANNER-CODE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "NAME" TO WS-JRN-FIELD.
           MOVE OLD-NAME TO WS-JRN-BEFORE.
           MOVE CHN-NAME TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ADDR-LINE-2" TO WS-JRN-FIELD.
           MOVE OLD-ADDR-LINE-2 TO WS-JRN-BEFORE.
           MOVE CHN-ADDR-LINE-2 TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ADDR-LINE-3" TO WS-JRN-FIELD.
           MOVE OLD-ADDR-LINE-3 TO WS-JRN-BEFORE.
           MOVE CHN-ADDR-LINE-3 TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ZIP" TO WS-JRN-FIELD.
           MOVE OLD-ZIP TO WS-JRN-BEFORE.
           MOVE CHN-ZIP TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "DISTRICT" TO WS-JRN-FIELD.
           MOVE OLD-DISTRICT TO WS-JRN-BEFORE.
           MOVE CHN-DISTRICT TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "OPEN-DATE" TO WS-JRN-FIELD.
           MOVE OLD-OPEN-DATE TO WS-JRN-BEFORE.
           MOVE CHN-OPEN-DATE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "CLOSE-DATE" TO WS-JRN-FIELD.
           MOVE OLD-CLOSE-DATE TO WS-JRN-BEFORE.
           MOVE CHN-CLOSE-DATE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ACTIVE-FL" TO WS-JRN-FIELD.
           MOVE OLD-ACTIVE-FL TO WS-JRN-BEFORE.
           MOVE CHN-ACTIVE-FL TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-CHN-CHANGE. EXIT.

       JRN-CHN-KEY.
           MOVE "CHNFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE TRN-STORE-NO TO WS-JRN-KEY.
           MOVE 0 TO WS-JRN-DEALER-NO WS-JRN-TITLE-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "REJECT " TO AUD-TAG.
           MOVE TRN-ACTION TO AUD-ACTION.
           IF TRN-STORE-NO NUMERIC
              MOVE TRN-STORE-NO TO AUD-STORE-NO.
           MOVE TRN-BANNER-CODE TO AUD-BANNER.
           MOVE TRN-NAME TO AUD-NAME.
           MOVE TRN-OPEN-DATE TO AUD-OPEN.
           MOVE TRN-CLOSE-DATE TO AUD-CLOSE.
           MOVE TRN-ACTIVE-FL TO AUD-ACTIVE.
           MOVE "REASON " TO AUD-RESULT.
           MOVE WS-REJ-REASON TO AUD-RESULT (8:2).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

       END-JOB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           DISPLAY "TRANSACTIONS READ:     " WS-READ-CNT.
           DISPLAY "TRANSACTIONS POSTED:   " WS-POST-CNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE CHNFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

      * the banner codes a store may carry are the ones on the
      * BNRFILE banner master.
       LOAD-BANNER-CODES.
           OPEN INPUT BNRFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO BNRFILE BANNER MASTER - EVERY STORE WILL "
                  "REJECT ON BANNER"
              GO TO END-LOAD-BANNER-CODES.
           INITIALIZE BNR.
           START BNRFILE KEY NOT LESS BNR-PRIMARY-KEY
               INVALID KEY GO TO LOAD-BANNER-DONE.
       LOAD-BANNER-LOOP.
           READ BNRFILE NEXT AT END GO TO LOAD-BANNER-DONE.
           MOVE 0 TO BX.
       LOAD-BANNER-FIND.
           ADD 1 TO BX.
           IF BX NOT GREATER WS-BNR-CNT
              IF WS-BNR-CODE (BX) = BNR-CODE
                 GO TO LOAD-BANNER-LOOP
              ELSE
                 GO TO LOAD-BANNER-FIND.
           IF WS-BNR-CNT NOT LESS WS-BNR-MAX
              DISPLAY "BANNER TABLE FULL - REST OF BNRFILE SKIPPED"
              GO TO LOAD-BANNER-DONE.
           ADD 1 TO WS-BNR-CNT.
           MOVE BNR-CODE TO WS-BNR-CODE (WS-BNR-CNT).
           GO TO LOAD-BANNER-LOOP.
       LOAD-BANNER-DONE.
           CLOSE BNRFILE.
       END-LOAD-BANNER-CODES. EXIT.

       COPY OPRCHK.
       COPY JRNPOST.
