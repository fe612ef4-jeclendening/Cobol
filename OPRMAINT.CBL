       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: OPERATOR MASTER MAINTENANCE.  EVERY MAINTENANCE
      * AND POSTING PROGRAM TOOK ITS OPERATOR ID AS FREE TEXT,
      * AND ANYONE COULD TYPE FORCE PAST THE BATLOCK QUIESCE
      * LOCK.  OPRFILE NOW HOLDS TWO KINDS OF RECORD:
      *     - OPERATOR ("O"): ID, NAME, ROLE AND ACTIVE FLAG,
      *     - ROLE ("R"): ID, DESCRIPTION, SUPERVISOR FLAG (MAY
      *       FORCE, MAY REOPEN A CLOSED MONTH) AND UP TO 12
      *       PROGRAM NAMES THE ROLE MAY RUN ("*" = ALL).
      * THE PROGRAMS CHECK THEIR OPERATOR AGAINST IT (SEE OPRCHK)
      * AND LOG EVERY REFUSAL TO THE WNLFILE RUN LOG.
      *
      * TRANSACTIONS COME FROM OPRMAINT.TRN: ACTION A=ADD
      * C=CHANGE D=DELETE, RECORD TYPE O OR R, ID, NAME, ROLE,
      * ACTIVE FLAG, SUPERVISOR FLAG AND THE 12 PROGRAM NAMES.  A
      * CHANGE CARRIES THE FULL REPLACEMENT RECORD; A DELETE NEEDS
      * ONLY THE TYPE AND ID.  LOAD THE ROLES BEFORE THE OPERATORS
      * WHO HOLD THEM.  THE OPERATOR ID COMES FROM THE COMMAND
      * LINE AND MUST ITSELF PASS THE CHECK FOR OPRMAINT -- EXCEPT
      * ON THE FIRST LOAD, WHILE NO OPERATOR IS ON FILE YET.
      *
      *  REJECT REASON CODES:
      *     01 ACTION NOT A/C/D, TYPE NOT O/R OR ID BLANK
      *     02 ADD BUT ALREADY ON FILE
      *     03 CHANGE/DELETE BUT NOT ON FILE
      *     04 OPERATOR'S ROLE NOT ON FILE
      *     05 DELETE OF A ROLE STILL HELD BY AN OPERATOR
      *     06 ACTIVE OR SUPERVISOR FLAG NOT Y/N, OR A ROLE
      *        WITH NO PROGRAMS
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
       COPY OPRSEL.
       COPY WNLSEL.
       COPY JRNSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/OPRMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/OPRMAINT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-ACTION      PIC X.
           05  TRN-REC-TYPE    PIC X.
           05  TRN-ID          PIC X(8).
           05  TRN-NAME        PIC X(30).
           05  TRN-ROLE        PIC X(8).
           05  TRN-ACTIVE-FL   PIC X.
           05  TRN-SUPV-FL     PIC X.
           05  TRN-PROGRAMS.
               10  TRN-PROGRAM PIC X(10) OCCURS 12 TIMES.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       COPY OPRWS.
       COPY JRNWS.
      * the record as it stood before the transaction, for the
      * journal.
       01  WS-OPR-OLD.
           05  OLD-REC-TYPE    PIC X.
           05  OLD-ID          PIC X(8).
           05  OLD-NAME        PIC X(30).
           05  OLD-ROLE        PIC X(8).
           05  OLD-ACTIVE-FL   PIC X.
           05  OLD-SUPV-FL     PIC X.
           05  OLD-PROGRAM     PIC X(10) OCCURS 12 TIMES.
           05  FILLER          PIC X(31).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-FIRST-LOAD-FL PIC X VALUE "N".
       01  WS-ON-FILE-FL PIC X   VALUE "N".
       01  WS-SAVE-KEY   PIC X(9) VALUE SPACES.
       01  WS-HELD-FL    PIC X   VALUE "N".
       01  PX            PIC 99  VALUE 0.
       01  WS-PGM-CNT    PIC 99  VALUE 0.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "OPERATOR MASTER MAINTENANCE  ".
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
           05  AUD-ACTION    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-REC-TYPE  PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-ID        PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-NAME      PIC X(30).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-ROLE      PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-ACTIVE-FL PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-SUPV-FL   PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  AUD-RESULT    PIC X(28).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ACCEPT WS-DATE FROM DATE.
           OPEN I-O OPRFILE.
           IF FL-STATUS NOT = "00"
              CLOSE OPRFILE
              OPEN OUTPUT OPRFILE
              CLOSE OPRFILE
              OPEN I-O OPRFILE.
      * the first load is the one run made while no operator is on
      * file -- there is nobody yet to check the operator against.
           MOVE "Y" TO WS-FIRST-LOAD-FL.
           MOVE "O" TO OPR-REC-TYPE.
           MOVE SPACES TO OPR-ID.
           START OPRFILE KEY NOT LESS OPR-PRIMARY-KEY
               INVALID KEY GO TO FIRST-LOAD-CHECKED.
           READ OPRFILE NEXT AT END GO TO FIRST-LOAD-CHECKED.
           IF OPR-REC-TYPE = "O"
              MOVE "N" TO WS-FIRST-LOAD-FL.
       FIRST-LOAD-CHECKED.
           CLOSE OPRFILE.
           IF WS-FIRST-LOAD-FL = "Y"
              DISPLAY "NO OPERATORS ON FILE - FIRST LOAD BY "
                  WS-OPERATOR
           ELSE
              MOVE "OPRMAINT" TO WS-OPR-PROGRAM
              MOVE WS-OPERATOR TO WS-OPR-OPERATOR
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN I-O OPRFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "OPRMAINT.TRN NOT FOUND - NOTHING TO POST"
              CLOSE OPRFILE
              STOP RUN.
           MOVE "OPRMAINT" TO WS-JRN-PROGRAM.
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
           IF TRN-ID = SPACES
              OR (TRN-REC-TYPE NOT = "O" AND TRN-REC-TYPE NOT = "R")
              OR (TRN-ACTION NOT = "A" AND TRN-ACTION NOT = "C"
                  AND TRN-ACTION NOT = "D")
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE "Y" TO WS-ON-FILE-FL.
           MOVE TRN-REC-TYPE TO OPR-REC-TYPE.
           MOVE TRN-ID TO OPR-ID.
           READ OPRFILE INVALID KEY
              MOVE "N" TO WS-ON-FILE-FL.
           MOVE SPACES TO WS-OPR-OLD.
           IF WS-ON-FILE-FL = "Y"
              MOVE OPR TO WS-OPR-OLD.
           IF TRN-ACTION = "D"
              GO TO DELETE-OPR.
           IF TRN-ACTION = "C" AND WS-ON-FILE-FL = "N"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-ACTION = "A" AND WS-ON-FILE-FL = "Y"
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM EDIT-FIELDS THRU END-EDIT-FIELDS.
           IF WS-REJ-REASON NOT = 0
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE SPACES TO OPR.
           MOVE TRN-REC-TYPE TO OPR-REC-TYPE.
           MOVE TRN-ID TO OPR-ID.
           MOVE TRN-NAME TO OPR-NAME.
           IF TRN-REC-TYPE = "O"
              MOVE TRN-ROLE TO OPR-ROLE
              MOVE TRN-ACTIVE-FL TO OPR-ACTIVE-FL
              MOVE "N" TO OPR-SUPV-FL
           ELSE
              MOVE "Y" TO OPR-ACTIVE-FL
              MOVE TRN-SUPV-FL TO OPR-SUPV-FL
              MOVE TRN-PROGRAMS TO OPR-PROGRAMS.
           MOVE WS-OPERATOR TO OPR-ENTRY-OPERATOR.
           MOVE WS-DATE-N TO OPR-ENTRY-DATE.
           IF WS-ON-FILE-FL = "Y"
              GO TO REWRITE-OPR.
           WRITE OPR INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           GO TO OPR-POSTED.
       REWRITE-OPR.
           REWRITE OPR INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
       OPR-POSTED.
           ADD 1 TO WS-POST-CNT.
           PERFORM WRITE-AUDIT.
           IF TRN-ACTION = "A"
              MOVE "ADDED" TO AUD-RESULT
           ELSE
              MOVE "CHANGED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-OPR-FIELDS THRU END-JRN-OPR-FIELDS.
           GO TO READ-TRN.

       DELETE-OPR.
           IF WS-ON-FILE-FL = "N"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-REC-TYPE = "R"
              PERFORM ROLE-HELD-CHECK THRU END-ROLE-HELD-CHECK
              IF WS-HELD-FL = "Y"
                 MOVE 05 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           DELETE OPRFILE INVALID KEY
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           MOVE SPACES TO OPR.
           PERFORM WRITE-AUDIT.
           MOVE OLD-NAME TO AUD-NAME.
           MOVE "DELETED" TO AUD-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           PERFORM JRN-OPR-FIELDS THRU END-JRN-OPR-FIELDS.
           GO TO READ-TRN.

      * field edits shared by add and change.  an operator's role
      * must already be on file; a role must list at least one
      * program.
       EDIT-FIELDS.
           IF TRN-REC-TYPE = "R"
              GO TO EDIT-ROLE.
           IF TRN-ACTIVE-FL = SPACE
              MOVE "Y" TO TRN-ACTIVE-FL.
           IF TRN-ACTIVE-FL NOT = "Y" AND TRN-ACTIVE-FL NOT = "N"
              MOVE 06 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           MOVE "R" TO OPR-REC-TYPE.
           MOVE TRN-ROLE TO OPR-ID.
           READ OPRFILE INVALID KEY
              MOVE 04 TO WS-REJ-REASON.
           GO TO END-EDIT-FIELDS.
       EDIT-ROLE.
           IF TRN-SUPV-FL = SPACE
              MOVE "N" TO TRN-SUPV-FL.
           IF TRN-SUPV-FL NOT = "Y" AND TRN-SUPV-FL NOT = "N"
              MOVE 06 TO WS-REJ-REASON
              GO TO END-EDIT-FIELDS.
           IF TRN-PROGRAMS = SPACES
              MOVE 06 TO WS-REJ-REASON.
       END-EDIT-FIELDS. EXIT.

      * a role may not be deleted while an operator still holds it:
      * read through the operator records looking for one.
       ROLE-HELD-CHECK.
           MOVE "N" TO WS-HELD-FL.
           MOVE OPR-PRIMARY-KEY TO WS-SAVE-KEY.
           MOVE "O" TO OPR-REC-TYPE.
           MOVE SPACES TO OPR-ID.
           START OPRFILE KEY NOT LESS OPR-PRIMARY-KEY
               INVALID KEY GO TO ROLE-HELD-RESTORE.
       ROLE-HELD-LOOP.
           READ OPRFILE NEXT AT END GO TO ROLE-HELD-RESTORE.
           IF OPR-REC-TYPE NOT = "O" GO TO ROLE-HELD-RESTORE.
           IF OPR-ROLE NOT = TRN-ID GO TO ROLE-HELD-LOOP.
           MOVE "Y" TO WS-HELD-FL.
       ROLE-HELD-RESTORE.
           MOVE WS-SAVE-KEY TO OPR-PRIMARY-KEY.
           READ OPRFILE INVALID KEY
              MOVE "Y" TO WS-HELD-FL.
       END-ROLE-HELD-CHECK. EXIT.

       WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE TRN-REC-TYPE TO AUD-REC-TYPE.
           MOVE TRN-ID TO AUD-ID.
           MOVE OPR-NAME TO AUD-NAME.
           MOVE OPR-ROLE TO AUD-ROLE.
           MOVE OPR-ACTIVE-FL TO AUD-ACTIVE-FL.
           MOVE OPR-SUPV-FL TO AUD-SUPV-FL.

      * the journal entries for a posted record: the before values
      * from the record that was on file, the after values from the
      * record as posted (blank for a delete -- OPR is cleared).
       JRN-OPR-FIELDS.
           MOVE "OPRFL" TO WS-JRN-FILE.
           MOVE SPACES TO WS-JRN-KEY.
           STRING TRN-REC-TYPE " " TRN-ID DELIMITED SIZE
               INTO WS-JRN-KEY.
           MOVE 0 TO WS-JRN-DEALER-NO WS-JRN-TITLE-NO.
           MOVE TRN-ACTION TO WS-JRN-ACTION.
           MOVE "NAME" TO WS-JRN-FIELD.
           MOVE OLD-NAME TO WS-JRN-BEFORE.
           MOVE OPR-NAME TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           IF TRN-REC-TYPE = "R"
              GO TO JRN-OPR-ROLE.
           MOVE "ROLE" TO WS-JRN-FIELD.
           MOVE OLD-ROLE TO WS-JRN-BEFORE.
           MOVE OPR-ROLE TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE "ACTIVE-FL" TO WS-JRN-FIELD.
           MOVE OLD-ACTIVE-FL TO WS-JRN-BEFORE.
           MOVE OPR-ACTIVE-FL TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO END-JRN-OPR-FIELDS.
       JRN-OPR-ROLE.
           MOVE "SUPV-FL" TO WS-JRN-FIELD.
           MOVE OLD-SUPV-FL TO WS-JRN-BEFORE.
           MOVE OPR-SUPV-FL TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           MOVE 0 TO PX.
       JRN-OPR-PGM-LOOP.
           ADD 1 TO PX.
           IF PX GREATER 12 GO TO END-JRN-OPR-FIELDS.
           IF OLD-PROGRAM (PX) = SPACES
              AND OPR-PROGRAM (PX) = SPACES
              GO TO JRN-OPR-PGM-LOOP.
           MOVE "PROGRAM(  )" TO WS-JRN-FIELD.
           MOVE PX TO WS-JRN-FIELD (9:2).
           MOVE OLD-PROGRAM (PX) TO WS-JRN-BEFORE.
           MOVE OPR-PROGRAM (PX) TO WS-JRN-AFTER.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
           GO TO JRN-OPR-PGM-LOOP.
       END-JRN-OPR-FIELDS. EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE TRN-REC-TYPE TO AUD-REC-TYPE.
           MOVE TRN-ID TO AUD-ID.
           MOVE TRN-NAME TO AUD-NAME.
           MOVE TRN-ROLE TO AUD-ROLE.
           MOVE "REJECTED - REASON " TO AUD-RESULT.
           MOVE WS-REJ-REASON TO AUD-RESULT (19:2).
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
           CLOSE OPRFILE TRNFILE JRNFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
       COPY JRNPOST.
