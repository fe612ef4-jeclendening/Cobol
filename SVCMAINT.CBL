       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCMAINT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: DEALER SERVICE-CALL LOG.  DEALER CALLS ABOUT
      * MISSED DROPS, WRONG TITLES, BILLING AND HOLDS USED TO GO
      * ON PAPER, SO NOBODY KNEW WHEN THE SAME DEALER HAD CALLED
      * THREE TIMES.  SVCFILE NOW HOLDS EVERY CALL, KEYED BY
      * DEALER AND A CALL NUMBER RUNNING 1 UP WITHIN THE DEALER,
      * WITH THE DATE/TIME, OPERATOR, CATEGORY, TITLE (IF ANY),
      * DESCRIPTION, STATUS, RESOLUTION, AND THE RPTFL1.KEY
      * SHORTAGE CLAIM AND/OR INVOICE RAISED FROM THE CALL.
      *
      * TRANSACTIONS COME FROM SVCMAINT.TRN:
      *     A  LOG A NEW CALL.  THE CALL NUMBER IS ASSIGNED; THE
      *        DATE/TIME DEFAULT TO THE RUN'S WHEN LEFT BLANK.
      *        THE CALL OPENS AS STATUS "O" (OR "P" IF KEYED).
      *     C  UPDATE AN OPEN CALL.  ANY FIELD LEFT BLANK KEEPS
      *        WHAT IS ON FILE; STATUS MAY GO "O" OPEN OR "P"
      *        PENDING (WAITING ON A CLAIM, CREDIT OR ANOTHER
      *        DEPARTMENT).
      *     R  RESOLVE AN OPEN CALL: THE TEXT IS THE RESOLUTION,
      *        THE STATUS GOES "C" CLOSED WITH THE RUN DATE.
      * CATEGORIES: MD MISSED DROP, WT WRONG TITLE, SH SHORTAGE,
      * BQ BILLING QUESTION, HD HOLD DISPUTE, OT OTHER.  A
      * CLAIM LINK MUST BE ON RPTFL1.KEY AND AN INVOICE ON
      * OINFILE, BOTH FOR THE CALLING DEALER.  A NEW CALL FROM A
      * DEALER WITH THREE OR MORE CALLS IN 30 DAYS IS FLAGGED
      * "REPEAT CALLER" ON THE AUDIT.  THE OPERATOR ID COMES FROM
      * THE COMMAND LINE; EVERY CHANGE PRINTS A BEFORE/AFTER
      * AUDIT AND POSTS TO THE JRNFILE CHANGE JOURNAL.  SVCAGE
      * AGES THE OPEN CALLS AND DLRINQ SHOWS THEM.
      *
      *  REJECT REASON CODES:
      *     01 ACTION NOT A/C/R, DEALER OR CALL NUMBER NOT NUMERIC
      *     02 DEALER NOT ON WNAFILE
      *     03 CHANGE/RESOLVE WITH NO CALL ON FILE
      *     04 CATEGORY NOT MD/WT/SH/BQ/HD/OT OR STATUS NOT O/P
      *     05 TITLE NOT NUMERIC OR NOT ON WNXFILE
      *     06 CLAIM NOT ON RPTFL1.KEY OR INVOICE NOT ON OINFILE
      *        FOR THE DEALER
      *     07 DESCRIPTION OR RESOLUTION BLANK, OR CALL DATE/TIME
      *        NOT NUMERIC
      *     08 CALL ALREADY CLOSED
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
       COPY SVCSEL.
       COPY WNASEL.
       COPY WNXSEL.
       COPY OINSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT RPTFILE ASSIGN RANDOM "/home/prb/f/RPTFL1.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD RPT-PRIMARY-KEY OF RPT
           ALTERNATE RECORD RPT-ALTERNATE-KEY-ONE OF RPT DUPLICATES
           ALTERNATE RECORD RPT-ALTERNATE-KEY-TWO OF RPT DUPLICATES
           STATUS FL-STATUS.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/SVCMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/SVCMAINT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SVCFILE LABEL RECORD STANDARD DATA RECORD SVC.
       01  SVC.
       COPY SVC.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  RPTFILE LABEL RECORD STANDARD DATA RECORD RPT.
       01  RPT.
           COPY RPT.
      * the optional numbers come in as text so a blank can mean
      * "none" on an add and "no change" on an update.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-ACTION        PIC X.
           05  TRN-DEALER-NO     PIC 9(5).
           05  TRN-CALL-NO-X     PIC X(5).
           05  TRN-CALL-NO REDEFINES TRN-CALL-NO-X PIC 9(5).
           05  TRN-CALL-DATE-X   PIC X(6).
           05  TRN-CALL-DATE REDEFINES TRN-CALL-DATE-X PIC 9(6).
           05  TRN-CALL-TIME-X   PIC X(4).
           05  TRN-CALL-TIME REDEFINES TRN-CALL-TIME-X PIC 9(4).
           05  TRN-CATEGORY      PIC XX.
           05  TRN-TITLE-X       PIC X(3).
           05  TRN-TITLE-NO REDEFINES TRN-TITLE-X PIC 999.
           05  TRN-STATUS        PIC X.
           05  TRN-RPT-LINK-X.
               10  TRN-RPT-DATE-X    PIC X(6).
               10  TRN-RPT-TITLE-X   PIC X(5).
               10  TRN-RPT-SEQ-X     PIC X(3).
           05  TRN-RPT-LINK REDEFINES TRN-RPT-LINK-X.
               10  TRN-RPT-DATE      PIC 9(6).
               10  TRN-RPT-TITLE-NO  PIC 9(5).
               10  TRN-RPT-SEQ       PIC 999.
           05  TRN-INVNO-X       PIC X(7).
           05  TRN-INVNO REDEFINES TRN-INVNO-X PIC 9(7).
           05  TRN-TEXT          PIC X(60).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
      * the call as it stood before an update or resolve, for the
      * field-by-field journal entries.
       01  WS-SVC-OLD.
           05  OLD-DEALER-NO      PIC 9(5).
           05  OLD-CALL-NO        PIC 9(5).
           05  OLD-CALL-DATE      PIC 9(6).
           05  OLD-CALL-TIME      PIC 9(4).
           05  OLD-OPERATOR       PIC X(8).
           05  OLD-CATEGORY       PIC XX.
           05  OLD-TITLE-NO       PIC 999.
           05  OLD-DESC           PIC X(60).
           05  OLD-STATUS         PIC X.
           05  OLD-RESOLUTION     PIC X(60).
           05  OLD-CLOSE-DATE     PIC 9(6).
           05  OLD-CLOSE-OPERATOR PIC X(8).
           05  OLD-RPT-LINK       PIC X(14).
           05  OLD-INVNO          PIC 9(7).
           05  OLD-UPD-DATE       PIC 9(6).
           05  OLD-UPD-OPERATOR   PIC X(8).
           05  FILLER             PIC X(20).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-TIME-X.
           05  WS-TIME   PIC 9(4).
           05  FILLER    PIC X(4).
       01  WS-CALL-DATE PIC 9(6)  VALUE 0.
       01  WS-CALL-DATE-R REDEFINES WS-CALL-DATE.
           05  WS-CALL-YY PIC 99.
           05  WS-CALL-MM PIC 99.
           05  WS-CALL-DD PIC 99.
       01  WS-SCAN-DATE PIC 9(6)  VALUE 0.
       01  WS-SCAN-DATE-R REDEFINES WS-SCAN-DATE.
           05  WS-SCAN-YY PIC 99.
           05  WS-SCAN-MM PIC 99.
           05  WS-SCAN-DD PIC 99.
       01  WS-SCAN-DAYS PIC 9(6)  VALUE 0.
       01  WS-NEW-DAYS  PIC 9(6)  VALUE 0.
       01  WS-LAST-CALL PIC 9(5)  VALUE 0.
       01  WS-RECENT-CNT PIC 99   VALUE 0.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REPEAT-CNT PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "SERVICE-CALL LOG MAINTENANCE ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(10) VALUE "  OPERATOR".
           05  FILLER PIC X VALUE SPACE.
           05  H1-OPERATOR PIC X(8).
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "         DEALR CALL  DATE   CT TTL S DES".
           05  FILLER PIC X(40) VALUE
               "CRIPTION / RESOLUTION                   ".
           05  FILLER PIC X(24) VALUE
               "                  RESULT".
       01  AUDIT-LINE.
           05  AUD-TAG       PIC X(7).
           05  AUD-ACTION    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-DEALER-NO PIC X(5).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-CALL-NO   PIC X(5).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-CALL-DATE PIC X(6).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-CATEGORY  PIC XX.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-TITLE-NO  PIC X(3).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-STATUS    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-TEXT      PIC X(60).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-RESULT    PIC X(30).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "SVCMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME-X FROM TIME.
           OPEN INPUT WNAFILE WNXFILE OINFILE RPTFILE.
           OPEN I-O SVCFILE.
           IF FL-STATUS NOT = "00"
              CLOSE SVCFILE
              OPEN OUTPUT SVCFILE
              CLOSE SVCFILE
              OPEN I-O SVCFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "SVCMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE SVCFILE WNAFILE WNXFILE OINFILE RPTFILE
              STOP RUN.
           MOVE "SVCMAINT" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-OPERATOR TO H1-OPERATOR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-DEALER-NO NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-ACTION = "A" GO TO LOG-CALL.
           IF TRN-ACTION NOT = "C" AND TRN-ACTION NOT = "R"
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-CALL-NO-X NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-DEALER-NO TO SVC-DEALER-NO.
           MOVE TRN-CALL-NO TO SVC-CALL-NO.
           READ SVCFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF SVC-STATUS = "C"
              MOVE 08 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-ACTION = "C" GO TO UPDATE-CALL.
           GO TO RESOLVE-CALL.

       LOG-CALL.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON = 0
              IF TRN-CATEGORY = SPACES
                 MOVE 04 TO WS-REJ-REASON
              ELSE
                 IF TRN-TEXT = SPACES
                    MOVE 07 TO WS-REJ-REASON.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE WS-DATE-N TO WS-CALL-DATE.
           IF TRN-CALL-DATE-X NOT = SPACES
              MOVE TRN-CALL-DATE TO WS-CALL-DATE.
           PERFORM COUNT-RECENT THRU END-COUNT-RECENT.
           MOVE SPACES TO SVC.
           MOVE TRN-DEALER-NO TO SVC-DEALER-NO.
           COMPUTE SVC-CALL-NO = WS-LAST-CALL + 1.
           MOVE WS-CALL-DATE TO SVC-CALL-DATE.
           MOVE WS-TIME TO SVC-CALL-TIME.
           IF TRN-CALL-TIME-X NOT = SPACES
              MOVE TRN-CALL-TIME TO SVC-CALL-TIME.
           MOVE WS-OPERATOR TO SVC-OPERATOR.
           MOVE TRN-CATEGORY TO SVC-CATEGORY.
           MOVE 0 TO SVC-TITLE-NO SVC-INVNO SVC-CLOSE-DATE.
           MOVE 0 TO SVC-RPT-DATE SVC-RPT-TITLE-NO SVC-RPT-SEQ.
           MOVE TRN-TEXT TO SVC-DESC.
           MOVE "O" TO SVC-STATUS.
           PERFORM APPLY-FIELDS.
           MOVE WS-DATE-N TO SVC-UPD-DATE.
           MOVE WS-OPERATOR TO SVC-UPD-OPERATOR.
           WRITE SVC INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM AUDIT-FIGURES.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE "LOGGED" TO AUD-RESULT.
      * this call makes the count three or more in 30 days.
           IF WS-RECENT-CNT NOT LESS 2
              ADD 1 TO WS-REPEAT-CNT
              MOVE "LOGGED - REPEAT CALLER" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-SVC-KEY.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE SVC-DESC TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO READ-TRN.

       UPDATE-CALL.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE SVC TO WS-SVC-OLD.
           IF TRN-CATEGORY NOT = SPACES
              MOVE TRN-CATEGORY TO SVC-CATEGORY.
           IF TRN-TEXT NOT = SPACES
              MOVE TRN-TEXT TO SVC-DESC.
           IF TRN-CALL-DATE-X NOT = SPACES
              MOVE TRN-CALL-DATE TO SVC-CALL-DATE.
           IF TRN-CALL-TIME-X NOT = SPACES
              MOVE TRN-CALL-TIME TO SVC-CALL-TIME.
           PERFORM APPLY-FIELDS.
           GO TO REWRITE-CALL.

       RESOLVE-CALL.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON = 0 AND TRN-TEXT = SPACES
              MOVE 07 TO WS-REJ-REASON.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE SVC TO WS-SVC-OLD.
           IF TRN-CATEGORY NOT = SPACES
              MOVE TRN-CATEGORY TO SVC-CATEGORY.
           PERFORM APPLY-FIELDS.
           MOVE TRN-TEXT TO SVC-RESOLUTION.
           MOVE "C" TO SVC-STATUS.
           MOVE WS-DATE-N TO SVC-CLOSE-DATE.
           MOVE WS-OPERATOR TO SVC-CLOSE-OPERATOR.
       REWRITE-CALL.
           MOVE WS-DATE-N TO SVC-UPD-DATE.
           MOVE WS-OPERATOR TO SVC-UPD-OPERATOR.
           REWRITE SVC INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM AUDIT-FIGURES.
           MOVE "AFTER  " TO AUD-TAG.
           IF TRN-ACTION = "R"
              MOVE SVC-RESOLUTION TO AUD-TEXT
              MOVE "RESOLVED" TO AUD-RESULT
           ELSE
              MOVE "UPDATED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-SVC-CHANGE THRU END-JRN-SVC-CHANGE.
           GO TO READ-TRN.

      * field-level edits shared by all three actions.  only what
      * was keyed is edited -- a blank is "none" or "no change".
       EDIT-FIELDS.
           IF TRN-CALL-DATE-X NOT = SPACES
              AND TRN-CALL-DATE-X NOT NUMERIC
              MOVE 07 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-CALL-TIME-X NOT = SPACES
              AND TRN-CALL-TIME-X NOT NUMERIC
              MOVE 07 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-CATEGORY NOT = SPACES
              AND TRN-CATEGORY NOT = "MD" AND TRN-CATEGORY NOT = "WT"
              AND TRN-CATEGORY NOT = "SH" AND TRN-CATEGORY NOT = "BQ"
              AND TRN-CATEGORY NOT = "HD" AND TRN-CATEGORY NOT = "OT"
              MOVE 04 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-STATUS NOT = SPACE
              AND TRN-STATUS NOT = "O" AND TRN-STATUS NOT = "P"
              MOVE 04 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-TITLE-X NOT = SPACES
              IF TRN-TITLE-X NOT NUMERIC
                 MOVE 05 TO WS-REJ-REASON
                 GO TO END-EDIT-FIELDS
              ELSE
                 MOVE TRN-TITLE-NO TO WNX-TITLE-NO
                 READ WNXFILE INVALID KEY
                    MOVE 05 TO WS-REJ-REASON
                    GO TO END-EDIT-FIELDS.
           IF TRN-RPT-LINK-X NOT = SPACES
              IF TRN-RPT-LINK-X NOT NUMERIC
                 MOVE 06 TO WS-REJ-REASON
                 GO TO END-EDIT-FIELDS
              ELSE
                 MOVE TRN-RPT-DATE TO RPT-DATE
                 MOVE TRN-RPT-TITLE-NO TO RPT-TITLE-NO
                 MOVE TRN-DEALER-NO TO RPT-DEALER-NO
                 MOVE TRN-RPT-SEQ TO RPT-SEQ
                 READ RPTFILE INVALID KEY
                    MOVE 06 TO WS-REJ-REASON
                    GO TO END-EDIT-FIELDS.
           IF TRN-INVNO-X NOT = SPACES
              IF TRN-INVNO-X NOT NUMERIC
                 MOVE 06 TO WS-REJ-REASON
                 GO TO END-EDIT-FIELDS
              ELSE
                 MOVE TRN-DEALER-NO TO OIN-DEALER-NO
                 MOVE TRN-INVNO TO OIN-INVNO
                 READ OINFILE INVALID KEY
                    MOVE 06 TO WS-REJ-REASON
                    GO TO END-EDIT-FIELDS.
       END-EDIT-FIELDS. EXIT.

      * the keyed title, status and links onto the call.
       APPLY-FIELDS.
           IF TRN-TITLE-X NOT = SPACES
              MOVE TRN-TITLE-NO TO SVC-TITLE-NO.
           IF TRN-STATUS NOT = SPACE
              MOVE TRN-STATUS TO SVC-STATUS.
           IF TRN-RPT-LINK-X NOT = SPACES
              MOVE TRN-RPT-DATE TO SVC-RPT-DATE
              MOVE TRN-RPT-TITLE-NO TO SVC-RPT-TITLE-NO
              MOVE TRN-RPT-SEQ TO SVC-RPT-SEQ.
           IF TRN-INVNO-X NOT = SPACES
              MOVE TRN-INVNO TO SVC-INVNO.

      * the dealer's last call number, and how many of the
      * dealer's calls fall in the 30 days before the new one.
       COUNT-RECENT.
           MOVE 0 TO WS-LAST-CALL WS-RECENT-CNT.
           COMPUTE WS-NEW-DAYS =
               WS-CALL-YY * 365 + WS-CALL-MM * 30 + WS-CALL-DD.
           MOVE TRN-DEALER-NO TO SVC-DEALER-NO.
           MOVE 0 TO SVC-CALL-NO.
           START SVCFILE KEY NOT LESS SVC-PRIMARY-KEY
               INVALID KEY GO TO END-COUNT-RECENT.
       COUNT-RECENT-LOOP.
           READ SVCFILE NEXT AT END GO TO END-COUNT-RECENT.
           IF SVC-DEALER-NO NOT = TRN-DEALER-NO
              GO TO END-COUNT-RECENT.
           MOVE SVC-CALL-NO TO WS-LAST-CALL.
           MOVE SVC-CALL-DATE TO WS-SCAN-DATE.
           COMPUTE WS-SCAN-DAYS =
               WS-SCAN-YY * 365 + WS-SCAN-MM * 30 + WS-SCAN-DD.
           IF WS-SCAN-DAYS NOT GREATER WS-NEW-DAYS
              AND WS-SCAN-DAYS + 30 NOT LESS WS-NEW-DAYS
              ADD 1 TO WS-RECENT-CNT.
           GO TO COUNT-RECENT-LOOP.
       END-COUNT-RECENT. EXIT.

       WRITE-BEFORE-AUDIT.
           PERFORM AUDIT-FIGURES.
           MOVE "BEFORE " TO AUD-TAG.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

       AUDIT-FIGURES.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE SVC-DEALER-NO TO AUD-DEALER-NO.
           MOVE SVC-CALL-NO TO AUD-CALL-NO.
           MOVE SVC-CALL-DATE TO AUD-CALL-DATE.
           MOVE SVC-CATEGORY TO AUD-CATEGORY.
           IF SVC-TITLE-NO NOT = 0
              MOVE SVC-TITLE-NO TO AUD-TITLE-NO.
           MOVE SVC-STATUS TO AUD-STATUS.
           MOVE SVC-DESC TO AUD-TEXT.

      * the journal entries for an update or resolve: one per field
      * that moved (JRN-POST-RTN skips the ones that did not).
       JRN-SVC-CHANGE.
           PERFORM JRN-SVC-KEY.
           MOVE "C" TO WS-JRN-ACTION.
           MOVE "CATEGORY" TO WS-JRN-FIELD.
           MOVE OLD-CATEGORY TO WS-JRN-BEFORE.
           MOVE SVC-CATEGORY TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "TITLE-NO" TO WS-JRN-FIELD.
           MOVE OLD-TITLE-NO TO WS-JRN-BEFORE.
           MOVE SVC-TITLE-NO TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "CALL-DATE" TO WS-JRN-FIELD.
           MOVE OLD-CALL-DATE TO WS-JRN-BEFORE.
           MOVE SVC-CALL-DATE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "CALL-TIME" TO WS-JRN-FIELD.
           MOVE OLD-CALL-TIME TO WS-JRN-BEFORE.
           MOVE SVC-CALL-TIME TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "DESC" TO WS-JRN-FIELD.
           MOVE OLD-DESC TO WS-JRN-BEFORE.
           MOVE SVC-DESC TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "STATUS" TO WS-JRN-FIELD.
           MOVE OLD-STATUS TO WS-JRN-BEFORE.
           MOVE SVC-STATUS TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "RESOLUTION" TO WS-JRN-FIELD.
           MOVE OLD-RESOLUTION TO WS-JRN-BEFORE.
           MOVE SVC-RESOLUTION TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "RPT-LINK" TO WS-JRN-FIELD.
           MOVE OLD-RPT-LINK TO WS-JRN-BEFORE.
           MOVE SVC-RPT-LINK TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "INVNO" TO WS-JRN-FIELD.
           MOVE OLD-INVNO TO WS-JRN-BEFORE.
           MOVE SVC-INVNO TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-SVC-CHANGE. EXIT.

       JRN-SVC-KEY.
           MOVE "SVCFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           STRING SVC-DEALER-NO "/" SVC-CALL-NO DELIMITED BY SIZE
              INTO WS-JRN-KEY.
           MOVE SVC-DEALER-NO TO WS-JRN-DEALER-NO.
           MOVE SVC-TITLE-NO TO WS-JRN-TITLE-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.
           MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "REJECT " TO AUD-TAG.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE TRN-DEALER-NO TO AUD-DEALER-NO.
           MOVE TRN-CALL-NO-X TO AUD-CALL-NO.
           MOVE TRN-CALL-DATE-X TO AUD-CALL-DATE.
           MOVE TRN-CATEGORY TO AUD-CATEGORY.
           MOVE TRN-TITLE-X TO AUD-TITLE-NO.
           MOVE TRN-STATUS TO AUD-STATUS.
           MOVE TRN-TEXT TO AUD-TEXT.
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
           DISPLAY "REPEAT CALLERS LOGGED: " WS-REPEAT-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE SVCFILE WNAFILE WNXFILE OINFILE RPTFILE TRNFILE
                 JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
