      * THE CLAIM KEY, STAMPS THE RUN DATE, AND PRINTS A
      * REGISTER OF EVERYTHING POSTED AND REJECTED.
      *
      * A TRANSACTION MAY ALSO CARRY WHO DECIDED IT AND A REASON
      * CODE, KEPT ON THE CLAIM AS RPT-STATUS-BY/RPT-STATUS-RSN.
      * ONE KEYED WITHOUT A DECIDED-BY IS CREDITED TO THE
      * OPERATOR RUNNING THE POST.
      * THE CLMADJ ADJUDICATION RUN APPENDS ITS DECISIONS HERE
      * MARKED "AUTO"; AN AUTO DECISION ONLY POSTS TO A CLAIM THAT
      * IS STILL NEW, SO IT NEVER OVERRIDES A PERSON'S DECISION
      * KEYED THE SAME DAY.
      *
      * THE COMMAND LINE CARRIES THE OPERATOR ID IN POSITIONS 1-8
      * AND, WHEN THE NIGHTLY CHAIN IS ACTIVE, FORCE IN 10-14.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *           FORCE is on the command line, and the override
      *           is logged for the morning page.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           decided-by and reason code carried onto the
      *           claim; auto decisions post to new claims only.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the command line now carries the operator id
      *           (positions 1-8) ahead of FORCE (10-14).  the
      *           operator must be active on the OPRFILE operator
      *           master with a role that may run RPTSTAT, and FORCE
      *           needs a supervisor role; a refusal stops the run and
      *           is logged to the WNLFILE run log.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a transaction with no decided-by takes the operator id
      *           from the command line, so every posted status carries
      *           who set it.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           STATUS FL-STATUS.

       COPY WNLSEL.
       COPY OPRSEL.

       DATA DIVISION.
       FILE SECTION.
           05  TRN-DEALER-NO   PIC 9(5).
           05  TRN-SEQ         PIC 999.
           05  TRN-STATUS      PIC X.
           05  TRN-BY          PIC X(8).
           05  TRN-RSN         PIC XX.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * the operator id, then FORCE on the command line to
      * override the batch-active quiesce lock.
       01  WS-PARM-CMD  PIC X(14) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-OPERATOR   PIC X(8).
           05  FILLER        PIC X.
           05  WS-PARM-FORCE PIC X(5).
       COPY WNLQWS.
       COPY OPRWS.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  FILLER        PIC X(2) VALUE "->".
           05  DET-NEW-STAT  PIC X.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-BY        PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RSN       PIC XX.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(40).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "RPTSTAT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "Y" TO WS-OPR-SUPV-REQ.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE "RPTSTAT" TO WS-QUIESCE-PROGRAM.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           MOVE WS-OPERATOR TO WS-QUIESCE-OPERATOR.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           OPEN I-O RPTFILE.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
      * a transaction keyed without a decided-by is the operator
      * running the post.
           IF TRN-BY = SPACES
              MOVE WS-OPERATOR TO TRN-BY.
           MOVE TRN-DATE TO DET-DATE.
           MOVE TRN-TITLE-NO TO DET-TITLE-NO.
           MOVE TRN-DEALER-NO TO DET-DEALER-NO.
           MOVE TRN-SEQ TO DET-SEQ.
           MOVE SPACE TO DET-OLD-STAT.
           MOVE TRN-STATUS TO DET-NEW-STAT.
           MOVE TRN-BY TO DET-BY.
           MOVE TRN-RSN TO DET-RSN.
           IF TRN-DATE NOT NUMERIC OR TRN-TITLE-NO NOT NUMERIC
              OR TRN-DEALER-NO NOT NUMERIC OR TRN-SEQ NOT NUMERIC
              MOVE "REJECTED - CLAIM KEY NOT NUMERIC" TO DET-RESULT
              MOVE "REJECTED - CLAIM ALREADY CREDITED" TO DET-RESULT
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
      * an automatic decision stands only on a claim nobody has
      * touched yet.
           IF TRN-BY = "AUTO" AND RPT-STATUS NOT = SPACE
              MOVE "REJECTED - AUTO, CLAIM ALREADY DECIDED"
                  TO DET-RESULT
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-STATUS TO RPT-STATUS.
           MOVE WS-DATE TO RPT-STATUS-DATE.
           MOVE TRN-BY TO RPT-STATUS-BY.
           MOVE TRN-RSN TO RPT-STATUS-RSN.
           REWRITE RPT INVALID KEY
              MOVE "REJECTED - REWRITE FAILED" TO DET-RESULT
              PERFORM WRITE-REJECT
           STOP RUN.

       COPY WNLQUIES.
       COPY OPRCHK.
