      *     05 ZIP NOT NUMERIC
      *     06 ROUTE DIGITS MISSING
      *     07 TAXABLE FLAG NOT Y, N OR BLANK
      *     08 E-INVOICE FLAG NOT Y, N OR BLANK, OR Y WITH NO
      *        DELIVERY ID
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *           flag HOLDMAINT owns -- the hold rides across
      *           the rebuilt record.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           every add, change and delete also posts to the
      *           JRNFILE change journal -- one entry per field
      *           changed, with the before and after values and
      *           the operator -- for the JRNRPT inquiry.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id must be active on the OPRFILE
      *           operator master with a role that may run this
      *           program, and FORCE past the batch-active lock needs
      *           a supervisor role; a refusal stops the run and is
      *           logged to the WNLFILE run log.  the override record
      *           now carries the operator.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the transaction now carries the dealer's
      *           electronic-invoice opt-in flag and delivery id
      *           (reason 08 when the flag is not Y/N/blank or is
      *           Y with no id) for the INVEXPORT invoice export;
      *           both are journaled like the other fields.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNASEL.
       COPY WNMSEL.
       COPY WNLSEL.
       COPY JRNSEL.
       COPY OPRSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/WNAMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-ACTION      PIC X.
           05  TRN-FSI         PIC X(5).
           05  TRN-ROUTE-NO    PIC X(2).
           05  TRN-TAXABLE-FL  PIC X.
           05  TRN-EINV-FL     PIC X.
           05  TRN-EINV-ID     PIC X(15).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

           05  FILLER       PIC X.
           05  WS-PARM-FORCE PIC X(5).
       COPY WNLQWS.
       COPY JRNWS.
       COPY OPRWS.
      * the dealer's record as it stood before a change or delete,
      * for the field-by-field journal entries.
       01  WS-WNA-OLD.
           05  OLD-DEALER-NO      PIC 9(5).
           05  OLD-NAME           PIC X(30).
           05  OLD-ADDR-LINE-2    PIC X(30).
           05  OLD-ADDR-LINE-3    PIC X(30).
           05  OLD-ZIP-HI-5       PIC X(5).
           05  OLD-TELE-AREA-CODE PIC X(3).
           05  OLD-TELE-NUMBER    PIC X(7).
           05  OLD-SEQ-NSP-DAY    PIC 9(5).
           05  OLD-SEQ-MISC-D     PIC 9.
           05  OLD-FSI            PIC X(5).
           05  OLD-ROUTE-NO       PIC X(2).
           05  OLD-CREDIT-HOLD-FL PIC X.
           05  OLD-TAXABLE-FL     PIC X.
           05  OLD-EINV-FL        PIC X.
           05  OLD-EINV-ID        PIC X(15).
           05  FILLER             PIC X(32).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "WNAMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "Y" TO WS-OPR-SUPV-REQ.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE "WNAMAINT" TO WS-QUIESCE-PROGRAM.
           MOVE WS-OPERATOR TO WS-QUIESCE-OPERATOR.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
              DISPLAY "WNAMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE WNAFILE WNMFILE
              STOP RUN.
           MOVE "WNAMAINT" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           PERFORM JRN-WNA-KEY.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE WNA-NAME TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO READ-TRN.

       CHANGE-DEALER.
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE WNA TO WS-WNA-OLD.
           PERFORM BUILD-WNA.
           REWRITE WNA INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AFTER-AUDIT.
           PERFORM JRN-WNA-CHANGE THRU END-JRN-WNA-CHANGE.
           GO TO READ-TRN.

       DELETE-DEALER.
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM WRITE-BEFORE-AUDIT.
           MOVE WNA TO WS-WNA-OLD.
           DELETE WNAFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           PERFORM JRN-WNA-KEY.
           MOVE "RECORD" TO WS-JRN-FIELD.
           MOVE OLD-NAME TO WS-JRN-BEFORE.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE TRN-ACTION TO AUD-ACTION.
              AND TRN-TAXABLE-FL NOT = SPACE
              MOVE 07 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-EINV-FL NOT = "Y" AND TRN-EINV-FL NOT = "N"
              AND TRN-EINV-FL NOT = SPACE
              MOVE 08 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-EINV-FL = "Y" AND TRN-EINV-ID = SPACES
              MOVE 08 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
       END-EDIT-FIELDS. EXIT.

      * the credit-hold flag belongs to HOLDMAINT -- a change
           IF TRN-ACTION = "C"
              MOVE REPLYX TO WNA-CREDIT-HOLD-FL.
           MOVE TRN-TAXABLE-FL TO WNA-TAXABLE-FL.
           MOVE TRN-EINV-FL TO WNA-EINV-FL.
           MOVE TRN-EINV-ID TO WNA-EINV-ID.
           MOVE TRN-DEALER-NO TO WNA-DEALER-NO.
           MOVE TRN-NAME TO WNA-NAME.
           MOVE TRN-ADDR-LINE-2 TO WNA-ADDR-LINE-2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.

      * the journal entries for a change: one per field that moved
      * (JRN-POST-RTN skips the ones that did not).
       JRN-WNA-CHANGE.
           PERFORM JRN-WNA-KEY.
           MOVE "NAME" TO WS-JRN-FIELD.
           MOVE OLD-NAME TO WS-JRN-BEFORE.
           MOVE WNA-NAME TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ADDR-LINE-2" TO WS-JRN-FIELD.
           MOVE OLD-ADDR-LINE-2 TO WS-JRN-BEFORE.
           MOVE WNA-ADDR-LINE-2 TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ADDR-LINE-3" TO WS-JRN-FIELD.
           MOVE OLD-ADDR-LINE-3 TO WS-JRN-BEFORE.
           MOVE WNA-ADDR-LINE-3 TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ZIP" TO WS-JRN-FIELD.
           MOVE OLD-ZIP-HI-5 TO WS-JRN-BEFORE.
           MOVE WNA-ZIP-HI-5 TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "TELEPHONE" TO WS-JRN-FIELD.
           STRING OLD-TELE-AREA-CODE " " OLD-TELE-NUMBER
               DELIMITED SIZE INTO WS-JRN-BEFORE.
           STRING WNA-TELE-AREA-CODE " " WNA-TELE-NUMBER
               DELIMITED SIZE INTO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "SEQ-NSP-DAY" TO WS-JRN-FIELD.
           MOVE OLD-SEQ-NSP-DAY TO WS-JRN-BEFORE.
           MOVE WNA-SEQ-NSP-DAY TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "REGION" TO WS-JRN-FIELD.
           MOVE OLD-SEQ-MISC-D TO WS-JRN-BEFORE.
           MOVE WNA-SEQ-MISC-D TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "FSI" TO WS-JRN-FIELD.
           MOVE OLD-FSI TO WS-JRN-BEFORE.
           MOVE WNA-FSI TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ROUTE-NO" TO WS-JRN-FIELD.
           MOVE OLD-ROUTE-NO TO WS-JRN-BEFORE.
           MOVE WNA-ROUTE-NO TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "TAXABLE-FL" TO WS-JRN-FIELD.
           MOVE OLD-TAXABLE-FL TO WS-JRN-BEFORE.
           MOVE WNA-TAXABLE-FL TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "EINV-FL" TO WS-JRN-FIELD.
           MOVE OLD-EINV-FL TO WS-JRN-BEFORE.
           MOVE WNA-EINV-FL TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "EINV-ID" TO WS-JRN-FIELD.
           MOVE OLD-EINV-ID TO WS-JRN-BEFORE.
           MOVE WNA-EINV-ID TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-WNA-CHANGE. EXIT.

       JRN-WNA-KEY.
           MOVE "WNAFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE TRN-DEALER-NO TO WS-JRN-KEY.
           MOVE TRN-DEALER-NO TO WS-JRN-DEALER-NO.
           MOVE 0 TO WS-JRN-TITLE-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO AUDIT-LINE.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNAFILE WNMFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

       COPY WNLQUIES.
       COPY OPRCHK.
       COPY JRNPOST.
