       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTCMAINT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: ROUTE COST MASTER MAINTENANCE.  RTCFILE HOLDS,
      * FOR EACH DELIVERY ROUTE (WNA-ROUTE-NO), WHAT IT COSTS US
      * TO RUN FOR A WEEK: THE DRIVER COST PER DAY, THE DAYS A
      * WEEK THE ROUTE RUNS, THE MILES PER DAY AND THE COST PER
      * MILE, AND THE WEEKLY VEHICLE COST (LEASE, INSURANCE).
      * RTEPROFIT CHARGES EACH ROUTE
      *     DAYS RUN X (DRIVER PER DAY + MILES X COST PER MILE)
      *     + VEHICLE PER WEEK
      * AGAINST WHAT ITS STOPS EARN.
      *
      * TRANSACTIONS COME FROM RTCMAINT.TRN: ACTION A=ADD
      * C=CHANGE D=DELETE, ROUTE NUMBER AND THE FIVE COST
      * FIGURES.  A DELETE NEEDS ONLY THE ROUTE.  THE OPERATOR
      * ID COMES FROM THE COMMAND LINE AND IS KEPT ON THE
      * RECORD.  EVERY CHANGE PRINTS A BEFORE/AFTER AUDIT AND
      * POSTS TO THE JRNFILE CHANGE JOURNAL.
      *
      *  REJECT REASON CODES:
      *     01 ACTION NOT A/C/D OR ROUTE BLANK
      *     02 ADD OVER A ROUTE ALREADY ON FILE
      *     03 CHANGE/DELETE WITH NO ROUTE ON FILE
      *     04 A COST FIGURE NOT NUMERIC
      *     05 DAYS RUN NOT 1-7
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
       COPY RTCSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/RTCMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/RTCMAINT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTCFILE LABEL RECORD STANDARD DATA RECORD RTC.
       01  RTC.
       COPY RTC.
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
           05  TRN-ACTION        PIC X.
           05  TRN-ROUTE-NO      PIC X(2).
           05  TRN-DRIVER-DAY    PIC 9(4)V99.
           05  TRN-DAYS-RUN      PIC 9.
           05  TRN-MILES-DAY     PIC 9(4).
           05  TRN-MILE-RATE     PIC 9V999.
           05  TRN-VEHICLE-WEEK  PIC 9(5)V99.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
      * the route's costs as they stood before a change or delete,
      * for the field-by-field journal entries.
       01  WS-RTC-OLD.
           05  OLD-ROUTE-NO      PIC X(2).
           05  OLD-DRIVER-DAY    PIC 9(4)V99.
           05  OLD-DAYS-RUN      PIC 9.
           05  OLD-MILES-DAY     PIC 9(4).
           05  OLD-MILE-RATE     PIC 9V999.
           05  OLD-VEHICLE-WEEK  PIC 9(5)V99.
           05  OLD-OPERATOR      PIC X(8).
           05  OLD-ENTRY-DATE    PIC 9(6).
           05  FILLER            PIC X(20).
      * the journal carries text, so the dollar figures go through
      * an edit field on the way.
       01  WS-EDIT-AMT   PIC ZZZZ9.99.
       01  WS-EDIT-RATE  PIC 9.999.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-WEEK-COST  PIC 9(7)V99 VALUE 0.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "ROUTE COST MAINTENANCE       ".
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
           05  FILLER PIC X(39) VALUE
               "         RTE  DRVR/DAY  RUN MILES /MILE".
           05  FILLER PIC X(26) VALUE
               "   VEH/WEEK      WEEK COST".
       01  AUDIT-LINE.
           05  AUD-TAG        PIC X(7).
           05  AUD-ACTION     PIC X.
           05  FILLER         PIC X VALUE SPACE.
           05  AUD-ROUTE-NO   PIC X(2).
           05  FILLER         PIC X(3) VALUE SPACE.
           05  AUD-DRIVER-DAY PIC Z,ZZ9.99.
           05  FILLER         PIC X(4) VALUE SPACE.
           05  AUD-DAYS-RUN   PIC 9.
           05  FILLER         PIC X VALUE SPACE.
           05  AUD-MILES-DAY  PIC Z,ZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  AUD-MILE-RATE  PIC Z.999.
           05  FILLER         PIC X(2) VALUE SPACE.
           05  AUD-VEHICLE-WEEK PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(3) VALUE SPACE.
           05  AUD-WEEK-COST  PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  AUD-RESULT     PIC X(20).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "RTCMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           OPEN I-O RTCFILE.
           IF FL-STATUS NOT = "00"
              CLOSE RTCFILE
              OPEN OUTPUT RTCFILE
              CLOSE RTCFILE
              OPEN I-O RTCFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "RTCMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE RTCFILE
              STOP RUN.
           MOVE "RTCMAINT" TO WS-JRN-PROGRAM.
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
           IF TRN-ROUTE-NO = SPACES
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-ACTION = "A" GO TO ADD-ROUTE.
           IF TRN-ACTION = "C" GO TO CHANGE-ROUTE.
           IF TRN-ACTION = "D" GO TO DELETE-ROUTE.
           MOVE 01 TO WS-REJ-REASON.
           PERFORM WRITE-REJECT.
           GO TO READ-TRN.

       ADD-ROUTE.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-ROUTE-NO TO RTC-ROUTE-NO.
           READ RTCFILE INVALID KEY GO TO ADD-ROUTE-WRITE.
           MOVE 02 TO WS-REJ-REASON.
           PERFORM WRITE-REJECT.
           GO TO READ-TRN.
       ADD-ROUTE-WRITE.
           PERFORM BUILD-RTC.
           WRITE RTC INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           PERFORM JRN-RTC-KEY.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE AUD-WEEK-COST TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO READ-TRN.

       CHANGE-ROUTE.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-ROUTE-NO TO RTC-ROUTE-NO.
           READ RTCFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE RTC TO WS-RTC-OLD.
           PERFORM BUILD-RTC.
           REWRITE RTC INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           PERFORM JRN-RTC-CHANGE THRU END-JRN-RTC-CHANGE.
           GO TO READ-TRN.

       DELETE-ROUTE.
           MOVE TRN-ROUTE-NO TO RTC-ROUTE-NO.
           READ RTCFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE RTC TO WS-RTC-OLD.
           DELETE RTCFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM JRN-RTC-KEY.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE AUD-WEEK-COST TO WS-JRN-BEFORE.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE TRN-ROUTE-NO TO AUD-ROUTE-NO.
           MOVE "DELETED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           GO TO READ-TRN.

      * field-level edits shared by add and change.
       EDIT-FIELDS.
           IF TRN-DRIVER-DAY NOT NUMERIC
              OR TRN-MILES-DAY NOT NUMERIC
              OR TRN-MILE-RATE NOT NUMERIC
              OR TRN-VEHICLE-WEEK NOT NUMERIC
              MOVE 04 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-DAYS-RUN NOT NUMERIC
              MOVE 05 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-DAYS-RUN LESS 1 OR TRN-DAYS-RUN GREATER 7
              MOVE 05 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
       END-EDIT-FIELDS. EXIT.

       BUILD-RTC.
           MOVE SPACES TO RTC.
           MOVE TRN-ROUTE-NO TO RTC-ROUTE-NO.
           MOVE TRN-DRIVER-DAY TO RTC-DRIVER-DAY.
           MOVE TRN-DAYS-RUN TO RTC-DAYS-RUN.
           MOVE TRN-MILES-DAY TO RTC-MILES-DAY.
           MOVE TRN-MILE-RATE TO RTC-MILE-RATE.
           MOVE TRN-VEHICLE-WEEK TO RTC-VEHICLE-WEEK.
           MOVE WS-OPERATOR TO RTC-OPERATOR.
           MOVE WS-DATE-N TO RTC-ENTRY-DATE.

      * the audit line shows the record as it stands, with the
      * weekly cost RTEPROFIT will charge the route.
       WRITE-BEFORE-AUDIT.
           PERFORM AUDIT-FIGURES.
           MOVE "BEFORE " TO AUD-TAG.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

       WRITE-AFTER-AUDIT.
           PERFORM AUDIT-FIGURES.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE "POSTED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

       AUDIT-FIGURES.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE RTC-ROUTE-NO TO AUD-ROUTE-NO.
           MOVE RTC-DRIVER-DAY TO AUD-DRIVER-DAY.
           MOVE RTC-DAYS-RUN TO AUD-DAYS-RUN.
           MOVE RTC-MILES-DAY TO AUD-MILES-DAY.
           MOVE RTC-MILE-RATE TO AUD-MILE-RATE.
           MOVE RTC-VEHICLE-WEEK TO AUD-VEHICLE-WEEK.
           COMPUTE WS-WEEK-COST ROUNDED = RTC-DAYS-RUN *
               (RTC-DRIVER-DAY + RTC-MILES-DAY * RTC-MILE-RATE)
               + RTC-VEHICLE-WEEK.
           MOVE WS-WEEK-COST TO AUD-WEEK-COST.

      * the journal entries for a change: one per field that moved
      * (JRN-POST-RTN skips the ones that did not).
       JRN-RTC-CHANGE.
           PERFORM JRN-RTC-KEY.
           MOVE "DRIVER-DAY" TO WS-JRN-FIELD.
           MOVE OLD-DRIVER-DAY TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO WS-JRN-BEFORE.
           MOVE RTC-DRIVER-DAY TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "DAYS-RUN" TO WS-JRN-FIELD.
           MOVE OLD-DAYS-RUN TO WS-JRN-BEFORE.
           MOVE RTC-DAYS-RUN TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "MILES-DAY" TO WS-JRN-FIELD.
           MOVE OLD-MILES-DAY TO WS-JRN-BEFORE.
           MOVE RTC-MILES-DAY TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "MILE-RATE" TO WS-JRN-FIELD.
           MOVE OLD-MILE-RATE TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO WS-JRN-BEFORE.
           MOVE RTC-MILE-RATE TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "VEHICLE-WEEK" TO WS-JRN-FIELD.
           MOVE OLD-VEHICLE-WEEK TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO WS-JRN-BEFORE.
           MOVE RTC-VEHICLE-WEEK TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-RTC-CHANGE. EXIT.

       JRN-RTC-KEY.
           MOVE "RTCFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE TRN-ROUTE-NO TO WS-JRN-KEY.
           MOVE 0 TO WS-JRN-DEALER-NO.
           MOVE 0 TO WS-JRN-TITLE-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.
           MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "REJECT " TO AUD-TAG.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE TRN-ROUTE-NO TO AUD-ROUTE-NO.
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
           CLOSE RTCFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
