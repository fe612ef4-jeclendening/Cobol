       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNRPT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: CHANGE JOURNAL INQUIRY.  LISTS THE JRNFILE
      * ENTRIES THE MAINTENANCE PROGRAMS POST FOR EVERY MASTER
      * FIELD THEY ADD, CHANGE OR DELETE: DATE AND TIME, PROGRAM,
      * OPERATOR, FILE, KEY, ACTION, FIELD AND THE VALUE BEFORE
      * AND AFTER.  THIS PROGRAM ONLY READS THE JOURNAL.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE
      * SELECTION (DLR, TTL, OPR, PGM OR BLANK/ALL), A SPACE, THE
      * VALUE TO SELECT ON (DEALER OR TITLE NUMBER AS 5 DIGITS,
      * OPERATOR ID OR PROGRAM NAME), A SPACE, THE FROM DATE AND,
      * AFTER A SPACE, THE TO DATE (YYMMDD, BLANK = NO LIMIT).
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
      *           the program, file and key columns print the full
      *           journal fields so long program names, file names and
      *           keys are no longer cut short; the print line is
      *           widened to take them.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY JRNSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/JRNRPT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(160).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(28) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-SEL-TYPE   PIC X(3).
           05  FILLER        PIC X.
           05  WS-SEL-VALUE  PIC X(10).
           05  WS-SEL-NUM-R REDEFINES WS-SEL-VALUE.
               10  WS-SEL-NUM   PIC 9(5).
               10  FILLER       PIC X(5).
           05  FILLER        PIC X.
           05  WS-PARM-FROM  PIC X(6).
           05  FILLER        PIC X.
           05  WS-PARM-TO    PIC X(6).
       01  WS-FROM-DATE  PIC 9(6) VALUE 0.
       01  WS-TO-DATE    PIC 9(6) VALUE 999999.
       01  WS-READ-CNT   PIC 9(7) VALUE 0.
       01  WS-LIST-CNT   PIC 9(7) VALUE 0.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-TIME.
           05  WS-HH PIC 99.
           05  WS-MN PIC 99.
           05  FILLER PIC 9(4).
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "CHANGE JOURNAL INQUIRY       ".
           05  FILLER PIC X(7) VALUE "SELECT ".
           05  H1-SEL-TYPE  PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  H1-SEL-VALUE PIC X(10).
           05  FILLER PIC X(6) VALUE " FROM ".
           05  H1-FROM PIC 9(6).
           05  FILLER PIC X(4) VALUE " TO ".
           05  H1-TO   PIC 9(6).
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "DATE     TIME  PROGRAM    OPERATOR FILE     ".
           05  FILLER PIC X(36) VALUE
               "KEY                  A FIELD        ".
           05  FILLER PIC X(40) VALUE
               "BEFORE                         AFTER".
       01  JRN-LINE.
           05  JRL-MM        PIC 99.
           05  FILLER        PIC X VALUE "/".
           05  JRL-DD        PIC 99.
           05  FILLER        PIC X VALUE "/".
           05  JRL-YY        PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-HH        PIC 99.
           05  FILLER        PIC X VALUE ":".
           05  JRL-MN        PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-PROGRAM   PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-OPERATOR  PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-FILE      PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-KEY       PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-ACTION    PIC X.
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-FIELD     PIC X(12).
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-BEFORE    PIC X(30).
           05  FILLER        PIC X VALUE SPACE.
           05  JRL-AFTER     PIC X(30).
       01  TOTAL-LINE.
           05  FILLER PIC X(20) VALUE "ENTRIES LISTED".
           05  TOT-LIST-CNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-SEL-TYPE = SPACES
              MOVE "ALL" TO WS-SEL-TYPE.
           IF WS-SEL-TYPE NOT = "ALL" AND WS-SEL-TYPE NOT = "DLR"
              AND WS-SEL-TYPE NOT = "TTL" AND WS-SEL-TYPE NOT = "OPR"
              AND WS-SEL-TYPE NOT = "PGM"
              DISPLAY "SELECTION MUST BE DLR, TTL, OPR, PGM OR ALL"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF (WS-SEL-TYPE = "DLR" OR WS-SEL-TYPE = "TTL")
              AND WS-SEL-NUM NOT NUMERIC
              DISPLAY "DEALER OR TITLE NUMBER MUST BE 5 DIGITS"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF (WS-SEL-TYPE = "OPR" OR WS-SEL-TYPE = "PGM")
              AND WS-SEL-VALUE = SPACES
              DISPLAY "OPERATOR ID OR PROGRAM NAME REQUIRED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PARM-FROM NOT = SPACES
              IF WS-PARM-FROM NUMERIC
                 MOVE WS-PARM-FROM TO WS-FROM-DATE
              ELSE
                 DISPLAY "FROM DATE MUST BE YYMMDD"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           IF WS-PARM-TO NOT = SPACES
              IF WS-PARM-TO NUMERIC
                 MOVE WS-PARM-TO TO WS-TO-DATE
              ELSE
                 DISPLAY "TO DATE MUST BE YYMMDD"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT JRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO CHANGE JOURNAL ON HAND"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT PRLINE.
           MOVE WS-SEL-TYPE TO H1-SEL-TYPE.
           MOVE WS-SEL-VALUE TO H1-SEL-VALUE.
           MOVE WS-FROM-DATE TO H1-FROM.
           MOVE WS-TO-DATE TO H1-TO.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
      * the journal is keyed by date and time, so start at the from
      * date and stop at the first entry past the to date.
           MOVE SPACES TO JRN.
           MOVE WS-FROM-DATE TO JRN-DATE.
           MOVE 0 TO JRN-TIME JRN-SEQ.
           MOVE LOW-VALUES TO JRN-PROGRAM.
           START JRNFILE KEY NOT LESS JRN-PRIMARY-KEY
               INVALID KEY GO TO END-JOB.
       READ-JRN.
           READ JRNFILE NEXT AT END GO TO END-JOB.
           IF JRN-DATE GREATER WS-TO-DATE GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           IF WS-SEL-TYPE = "DLR" AND JRN-DEALER-NO NOT = WS-SEL-NUM
              GO TO READ-JRN.
           IF WS-SEL-TYPE = "TTL" AND JRN-TITLE-NO NOT = WS-SEL-NUM
              GO TO READ-JRN.
           IF WS-SEL-TYPE = "OPR" AND JRN-OPERATOR NOT = WS-SEL-VALUE
              GO TO READ-JRN.
           IF WS-SEL-TYPE = "PGM" AND JRN-PROGRAM NOT = WS-SEL-VALUE
              GO TO READ-JRN.
           PERFORM PRINT-ENTRY THRU END-PRINT-ENTRY.
           GO TO READ-JRN.

       END-JOB.
           MOVE WS-LIST-CNT TO TOT-LIST-CNT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           DISPLAY "JOURNAL ENTRIES READ:   " WS-READ-CNT.
           DISPLAY "JOURNAL ENTRIES LISTED: " WS-LIST-CNT.
           CLOSE JRNFILE PRLINE.
           STOP RUN.

       PRINT-ENTRY.
           MOVE JRN-DATE TO WS-DATE.
           MOVE JRN-TIME TO WS-TIME.
           MOVE WS-MM TO JRL-MM.
           MOVE WS-DD TO JRL-DD.
           MOVE WS-YY TO JRL-YY.
           MOVE WS-HH TO JRL-HH.
           MOVE WS-MN TO JRL-MN.
           MOVE JRN-PROGRAM TO JRL-PROGRAM.
           MOVE JRN-OPERATOR TO JRL-OPERATOR.
           MOVE JRN-FILE TO JRL-FILE.
           MOVE JRN-KEY TO JRL-KEY.
           MOVE JRN-ACTION TO JRL-ACTION.
           MOVE JRN-FIELD TO JRL-FIELD.
           MOVE JRN-BEFORE TO JRL-BEFORE.
           MOVE JRN-AFTER TO JRL-AFTER.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM JRN-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-LIST-CNT.
       END-PRINT-ENTRY. EXIT.
