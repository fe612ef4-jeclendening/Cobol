      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id is now required on the command
      *           line, and every posted add, change and delete
      *           also goes to the JRNFILE change journal, one
      *           entry per field changed, for the JRNRPT inquiry.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id must be active on the OPRFILE
      *           operator master with a role that may run this
      *           program; a refusal stops the run and is logged to
      *           the WNLFILE run log.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
       COPY UPCSEL.
       COPY WNXSEL.
       COPY JRNSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/UPCMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
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
       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
               10  WS-UPC-MFG      PIC 9(6).
               10  WS-UPC-BIPAD    PIC 9(5).
               10  WS-UPC-DEL-FL   PIC X.
      * the entry as it stood before a change, for the journal.
       01  WS-UPC-OLD.
           05  OLD-TITLE-NO PIC 999.
           05  OLD-TITLE    PIC X(24).
           05  OLD-CHECK    PIC 9.
           05  OLD-MFG      PIC 9(6).
           05  OLD-BIPAD    PIC 9(5).
           05  OLD-DEL-FL   PIC X.
      * mod-10 check digit over the eleven mfg+bipad digits, odd
      * positions weighted 3 -- the same arithmetic SCANTAKE
      * validates incoming scans with.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "UPCMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "UPCMAINT.TRN NOT FOUND - NOTHING TO POST"
              STOP RUN.
           OPEN INPUT WNXFILE.
           MOVE "UPCMAINT" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           PERFORM BUILD-ENTRY THRU END-BUILD-ENTRY.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           MOVE SPACES TO WS-UPC-OLD.
           PERFORM JRN-UPC-FIELDS THRU END-JRN-UPC-FIELDS.
           GO TO READ-TRN.

       CHANGE-UPC.
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE WS-UPC-DATA (UX) TO WS-UPC-OLD.
           PERFORM BUILD-ENTRY THRU END-BUILD-ENTRY.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           PERFORM JRN-UPC-FIELDS THRU END-JRN-UPC-FIELDS.
           GO TO READ-TRN.

       DELETE-UPC.
           MOVE "DELETED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-UPC-KEY.
           MOVE WS-UPC-TITLE-NO (UX) TO WS-JRN-TITLE-NO.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE WS-UPC-TITLE (UX) TO WS-JRN-BEFORE.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO READ-TRN.

      * the entry carries the recomputed check digit, never the
              SUBTRACT WS-CHECK-REM FROM 10 GIVING WS-CHECK-CALC.
       END-CHECK-DIGIT-RTN. EXIT.

      * the journal entries for an add or change: one per field
      * (an add's before values are blank; a change posts only the
      * fields that moved).
       JRN-UPC-FIELDS.
           PERFORM JRN-UPC-KEY.
           MOVE WS-UPC-TITLE-NO (UX) TO WS-JRN-TITLE-NO.
           MOVE "TITLE-NO" TO WS-JRN-FIELD.
           MOVE OLD-TITLE-NO TO WS-JRN-BEFORE.
           MOVE WS-UPC-TITLE-NO (UX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "TITLE" TO WS-JRN-FIELD.
           MOVE OLD-TITLE TO WS-JRN-BEFORE.
           MOVE WS-UPC-TITLE (UX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "MFG" TO WS-JRN-FIELD.
           MOVE OLD-MFG TO WS-JRN-BEFORE.
           MOVE WS-UPC-MFG (UX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "CHECK-DIGIT" TO WS-JRN-FIELD.
           MOVE OLD-CHECK TO WS-JRN-BEFORE.
           MOVE WS-UPC-CHECK (UX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-UPC-FIELDS. EXIT.

       JRN-UPC-KEY.
           MOVE "UPCFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE TRN-BIPAD TO WS-JRN-KEY.
           MOVE 0 TO WS-JRN-DEALER-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.

       FIND-BIPAD.
           MOVE 0 TO UX.
           MOVE 0 TO X1.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNXFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
