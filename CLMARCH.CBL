       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMARCH.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: ARCHIVE AND PURGE OF SETTLED SHORTAGE CLAIMS AND
      * CREDITED AFFIDAVITS.  RPTFL1.KEY AND LATEFL ONLY EVER
      * GREW, SO RPTAGE, RPTFREQ, SHORTTRENTON-NW, LATERECON AND
      * LATEAGE GROUND THROUGH YEARS OF SETTLED HISTORY EVERY RUN.
      *
      * ARCH MOVES EVERY CLAIM CREDITED OR DENIED (RPT-STATUS C
      * OR D) MORE THAN THE RETENTION PERIOD AGO BY ITS STATUS
      * DATE, AND EVERY AFFIDAVIT CREDITED (LATE-CREDITED-FL)
      * MORE THAN THAT LONG AGO BY ITS CREDIT DATE, TO DATED
      * ARCHIVE FILES UNDER /home/prb/f/archive/ -- RPT-ARCH-
      * YYMMDD.DAT AND LAT-ARCH-YYMMDD.DAT.  FOR EACH FILE:
      *     1. THE RECORDS TO GO ARE WRITTEN TO THE ARCHIVE AND
      *        LISTED ON CLMARCH.PRT, WITH A COUNT AND QUANTITY
      *        CONTROL TOTAL,
      *     2. THE ARCHIVE IS RE-READ AND PROVED AGAINST THOSE
      *        TOTALS -- A SHORT ARCHIVE DELETES NOTHING,
      *     3. EACH ARCHIVED RECORD IS DELETED FROM THE LIVE FILE
      *        AND THE DELETIONS PROVED AGAINST THE ARCHIVE.
      * EVERY ARCHIVE FILE WRITTEN IS ENTERED ON THE ARCFL.KEY
      * ARCHIVE INDEX, WHICH IS HOW RPTFREQ (RUN WITH ARCH) AND THE
      * LIST INQUIRY FIND THE HISTORY AGAIN.  ANY MISMATCH ENDS
      * WITH RETURN CODE 16.
      *
      * THE RETENTION IN MONTHS COMES FROM THE COMMAND LINE OR, IF
      * BLANK THERE, THE WOJ "ARCRT" ENTRY (SEE CTLMAINT); UNDER
      * TWELVE MONTHS IS REFUSED SO THE CLMADJ TWELVE-MONTH CLAIM
      * COUNT NEVER LOSES A CLAIM.  ONE ARCHIVE RUN A DAY.
      *
      * LIST IS THE ARCHIVE INQUIRY: EVERY ARCHIVED CLAIM AND
      * AFFIDAVIT FOR ONE DEALER, ACROSS ALL ARCHIVE FILES ON THE
      * INDEX, PRINTED TO CLMARCH.PRT.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE MODE
      * (ARCH OR LIST), A SPACE, THE RETENTION MONTHS (ARCH, 3
      * DIGITS) OR DEALER NUMBER (LIST, 5 DIGITS), A SPACE, FORCE
      * (PAST THE BATCH-ACTIVE LOCK) AND, AFTER A SPACE, THE
      * SUPERVISOR'S OPERATOR ID WHEN FORCE IS GIVEN.
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
       COPY WOJSEL.
       COPY WNLSEL.
       COPY OPRSEL.
       COPY ARCSEL.
           SELECT RPTFILE ASSIGN RANDOM "/home/prb/f/RPTFL1.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD RPT-PRIMARY-KEY OF RPT
           ALTERNATE RECORD RPT-ALTERNATE-KEY-ONE OF RPT DUPLICATES
           ALTERNATE RECORD RPT-ALTERNATE-KEY-TWO OF RPT DUPLICATES
           STATUS FL-STATUS.
           SELECT LATEFILE ASSIGN RANDOM "LATEFL"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD LATE-PRIMARY-KEY OF LATE
           ALTERNATE RECORD LATE-ALTERNATE-KEY-ONE OF LATE DUPLICATES
           STATUS FL-STATUS.
           SELECT RPTARCHFILE ASSIGN WS-RPT-ARCH-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT LATARCHFILE ASSIGN WS-LAT-ARCH-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/CLMARCH.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  ARCFILE LABEL RECORD STANDARD DATA RECORD ARC.
       01  ARC.
       COPY ARC.
       FD  RPTFILE LABEL RECORD STANDARD DATA RECORD RPT.
       01  RPT.
           COPY RPT.
       FD  LATEFILE LABEL RECORD STANDARD DATA RECORD LATE.
       01  LATE.
       COPY LATE.
       FD  RPTARCHFILE LABEL RECORD STANDARD DATA RECORD RPTARCH-LINE.
       01  RPTARCH-LINE PIC X(150).
       FD  LATARCHFILE LABEL RECORD STANDARD DATA RECORD LATARCH-LINE.
       01  LATARCH-LINE PIC X(100).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(25) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE      PIC X(4).
           05  FILLER            PIC X.
           05  WS-PARM-VALUE     PIC X(5).
           05  WS-PARM-MONTHS-R REDEFINES WS-PARM-VALUE.
               10  WS-PARM-MONTHS PIC X(3).
               10  FILLER         PIC X(2).
           05  FILLER            PIC X.
           05  WS-PARM-FORCE     PIC X(5).
           05  FILLER            PIC X.
           05  WS-PARM-OPERATOR  PIC X(8).
       01  WS-RPT-ARCH-FILENAME.
           05  FILLER PIC X(20) VALUE "/home/prb/f/archive/".
           05  FILLER PIC X(9) VALUE "RPT-ARCH-".
           05  WS-RPT-ARCH-DATE PIC 9(6).
           05  FILLER PIC X(4) VALUE ".DAT".
       01  WS-LAT-ARCH-FILENAME.
           05  FILLER PIC X(20) VALUE "/home/prb/f/archive/".
           05  FILLER PIC X(9) VALUE "LAT-ARCH-".
           05  WS-LAT-ARCH-DATE PIC 9(6).
           05  FILLER PIC X(4) VALUE ".DAT".
      * the WOJ "ARCRT" text: retention months (see CTLMAINT).
       01  WS-ARC-TEXT.
           05  WS-ARC-MONTHS PIC 999.
           05  FILLER        PIC X(17).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-TIME-X.
           05  WS-TIME PIC 9(4).
           05  FILLER  PIC X(4).
       01  WS-CUTOFF.
           05  WS-CUT-YY PIC 99.
           05  WS-CUT-MM PIC 99.
           05  WS-CUT-DD PIC 99.
       01  WS-CUTOFF-N REDEFINES WS-CUTOFF PIC 9(6).
       01  WS-MONTHS    PIC 999  VALUE 0.
       01  WS-BACK-YY   PIC 999  VALUE 0.
       01  WS-BACK-MM   PIC 99   VALUE 0.
       01  WS-LIST-DEALER PIC 9(5) VALUE 0.
       01  WS-SETTLE-DATE PIC 9(6) VALUE 0.
       01  WS-QTY       PIC 9(7) VALUE 0.
       01  WS-ARC-CNT   PIC 9(7) VALUE 0.
       01  WS-ARC-QTY   PIC 9(11) VALUE 0.
       01  WS-CHK-CNT   PIC 9(7) VALUE 0.
       01  WS-CHK-QTY   PIC 9(11) VALUE 0.
       01  WS-DEL-CNT   PIC 9(7) VALUE 0.
       01  WS-DEL-QTY   PIC 9(11) VALUE 0.
       01  WS-MOVED-CNT PIC 9(7) VALUE 0.
       01  WS-LIST-CNT  PIC 9(7) VALUE 0.
       01  WS-ARC-TYPE  PIC X(3) VALUE SPACE.
       COPY WNLWS.
       COPY WNLQWS.
       COPY OPRWS.
       01  HEAD-1.
           05  FILLER PIC X(40) VALUE
               "CLAIM AND AFFIDAVIT ARCHIVE".
           05  FILLER PIC X(8) VALUE "CUTOFF ".
           05  H1-CUTOFF PIC 9(6).
           05  FILLER PIC X(10) VALUE "  RETAIN ".
           05  H1-MONTHS PIC ZZ9.
           05  FILLER PIC X(7) VALUE " MONTHS".
       01  HEAD-1L.
           05  FILLER PIC X(40) VALUE
               "ARCHIVED CLAIMS AND AFFIDAVITS, DEALER".
           05  H1L-DEALER-NO PIC 9(5).
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "ARCHIVE  TYPE DATE   DEALER TITLE        QTY".
           05  FILLER PIC X(30) VALUE
               "      AMOUNT ST SETTLED".
       01  DETAIL-LINE.
           05  DET-ARCH-DATE PIC 9(6).
           05  FILLER        PIC X(3) VALUE SPACE.
           05  DET-TYPE      PIC X(4).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DATE      PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TITLE-NO  PIC 9(5).
           05  FILLER        PIC X(3) VALUE SPACE.
           05  DET-QTY       PIC ZZZZZZ9.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-AMT       PIC ZZZZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-STATUS    PIC X.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-SETTLED   PIC 9(6).
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(30).
           05  TOT-CNT       PIC ZZZZZZ9.
           05  FILLER        PIC X(6) VALUE "  QTY ".
           05  TOT-QTY       PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-MODE = "LIST" GO TO LIST-MODE.
           IF WS-PARM-MODE NOT = "ARCH"
              DISPLAY "MODE (ARCH OR LIST) REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      * the scheduled archive runs unattended; a forced run is an
      * operator's, and is checked.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "CLMARCH" TO WS-OPR-PROGRAM
              MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR
              MOVE "Y" TO WS-OPR-SUPV-REQ
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE "CLMARCH" TO WS-QUIESCE-PROGRAM.
           MOVE WS-PARM-OPERATOR TO WS-QUIESCE-OPERATOR.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           PERFORM GET-RETENTION THRU END-GET-RETENTION.
           MOVE "CLMARCH" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME-X FROM TIME.
           PERFORM GET-CUTOFF THRU END-GET-CUTOFF.
           MOVE WS-DATE-N TO WS-RPT-ARCH-DATE WS-LAT-ARCH-DATE.
           OPEN I-O ARCFILE.
           IF FL-STATUS NOT = "00"
              CLOSE ARCFILE
              OPEN OUTPUT ARCFILE
              CLOSE ARCFILE
              OPEN I-O ARCFILE.
      * the archive files are named by today's date, so a second
      * run today would overwrite the first run's archive after
      * its records had left the live files.
           MOVE "RPT" TO ARC-TYPE.
           MOVE WS-DATE-N TO ARC-DATE.
           READ ARCFILE INVALID KEY GO TO START-LAT-CHECK.
           GO TO START-ALREADY.
       START-LAT-CHECK.
           MOVE "LAT" TO ARC-TYPE.
           MOVE WS-DATE-N TO ARC-DATE.
           READ ARCFILE INVALID KEY GO TO START-ARCHIVE.
       START-ALREADY.
           DISPLAY "ARCHIVE ALREADY TAKEN TODAY - RUN REFUSED".
           MOVE 16 TO RETURN-CODE.
           CLOSE ARCFILE.
           GO TO END-JOB.
       START-ARCHIVE.
           OPEN OUTPUT PRLINE.
           MOVE WS-CUTOFF-N TO H1-CUTOFF.
           MOVE WS-MONTHS TO H1-MONTHS.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           PERFORM ARCHIVE-RPT THRU END-ARCHIVE-RPT.
           PERFORM ARCHIVE-LATE THRU END-ARCHIVE-LATE.
           CLOSE ARCFILE PRLINE.
           MOVE WS-MOVED-CNT TO WS-RUNLOG-CNT.
       END-JOB.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           STOP RUN.

      * retention months: the command line, else the WOJ "ARCRT"
      * entry.  under twelve would take claims CLMADJ still counts.
       GET-RETENTION.
           IF WS-PARM-MONTHS NOT = SPACES
              IF WS-PARM-MONTHS IS NUMERIC
                 MOVE WS-PARM-MONTHS TO WS-MONTHS
                 GO TO GET-RETENTION-CHECK
              ELSE
                 DISPLAY "RETENTION MONTHS MUST BE 3 DIGITS"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT WOJFILE.
           MOVE "ARCRT" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY
              MOVE SPACES TO WOJ-TEXT.
           CLOSE WOJFILE.
           MOVE WOJ-TEXT TO WS-ARC-TEXT.
           IF WS-ARC-MONTHS NOT NUMERIC
              DISPLAY "NO RETENTION ON COMMAND LINE OR WOJ ARCRT "
                  "ENTRY - NOTHING ARCHIVED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ARC-MONTHS TO WS-MONTHS.
       GET-RETENTION-CHECK.
           IF WS-MONTHS LESS 12
              DISPLAY "RETENTION OF " WS-MONTHS " MONTHS IS UNDER "
                  "THE 12-MONTH MINIMUM - NOTHING ARCHIVED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
       END-GET-RETENTION. EXIT.

      * back today's yymmdd date up by the retention months; the
      * day of month stays, which is close enough for a cutoff.
       GET-CUTOFF.
           MOVE WS-DATE TO WS-CUTOFF.
           DIVIDE WS-MONTHS BY 12 GIVING WS-BACK-YY
               REMAINDER WS-BACK-MM.
           IF WS-BACK-MM NOT LESS WS-CUT-MM
              ADD 1 TO WS-BACK-YY
              ADD 12 TO WS-CUT-MM.
           SUBTRACT WS-BACK-MM FROM WS-CUT-MM.
           IF WS-BACK-YY GREATER WS-CUT-YY
              MOVE 0 TO WS-CUTOFF-N
           ELSE
              SUBTRACT WS-BACK-YY FROM WS-CUT-YY.
       END-GET-CUTOFF. EXIT.

      * claims: credited or denied before the cutoff.  a settled
      * claim carrying no status date goes by its claim date.
       ARCHIVE-RPT.
           MOVE 0 TO WS-ARC-CNT WS-ARC-QTY WS-CHK-CNT WS-CHK-QTY
               WS-DEL-CNT WS-DEL-QTY.
           OPEN I-O RPTFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "RPTFL1.KEY WOULD NOT OPEN - STATUS " FL-STATUS
              GO TO END-ARCHIVE-RPT.
           OPEN OUTPUT RPTARCHFILE.
           MOVE "CLM " TO DET-TYPE.
           MOVE 0 TO RPT-DATE RPT-TITLE-NO RPT-DEALER-NO RPT-SEQ.
           START RPTFILE KEY NOT LESS RPT-PRIMARY-KEY
               INVALID KEY GO TO ARCHIVE-RPT-WRITTEN.
       ARCHIVE-RPT-LOOP.
           READ RPTFILE NEXT AT END GO TO ARCHIVE-RPT-WRITTEN.
           IF RPT-STATUS NOT = "C" AND RPT-STATUS NOT = "D"
              GO TO ARCHIVE-RPT-LOOP.
           MOVE RPT-STATUS-DATE TO WS-SETTLE-DATE.
           IF WS-SETTLE-DATE = 0
              MOVE RPT-DATE TO WS-SETTLE-DATE.
           IF WS-SETTLE-DATE NOT LESS WS-CUTOFF-N
              GO TO ARCHIVE-RPT-LOOP.
           MOVE SPACES TO RPTARCH-LINE.
           MOVE RPT TO RPTARCH-LINE.
           WRITE RPTARCH-LINE.
           ADD 1 TO WS-ARC-CNT.
           ADD RPT-QTY TO WS-ARC-QTY.
           MOVE WS-DATE-N TO DET-ARCH-DATE.
           PERFORM PRINT-RPT THRU END-PRINT-RPT.
           GO TO ARCHIVE-RPT-LOOP.
       ARCHIVE-RPT-WRITTEN.
           CLOSE RPTARCHFILE.
           OPEN INPUT RPTARCHFILE.
       ARCHIVE-RPT-VERIFY.
           READ RPTARCHFILE AT END GO TO ARCHIVE-RPT-PROVE.
           MOVE RPTARCH-LINE TO RPT.
           ADD 1 TO WS-CHK-CNT.
           ADD RPT-QTY TO WS-CHK-QTY.
           GO TO ARCHIVE-RPT-VERIFY.
       ARCHIVE-RPT-PROVE.
           CLOSE RPTARCHFILE.
           IF WS-CHK-CNT NOT = WS-ARC-CNT
              OR WS-CHK-QTY NOT = WS-ARC-QTY
              DISPLAY "*** CLAIM ARCHIVE DOES NOT VERIFY - NO CLAIMS "
                  "DELETED ***"
              DISPLAY "ARCHIVED " WS-ARC-CNT " QTY " WS-ARC-QTY
              DISPLAY "VERIFIED " WS-CHK-CNT " QTY " WS-CHK-QTY
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              GO TO END-ARCHIVE-RPT.
           IF WS-ARC-CNT = 0
              CLOSE RPTFILE
              GO TO ARCHIVE-RPT-TOTAL.
           MOVE "RPT" TO WS-ARC-TYPE.
           PERFORM POST-INDEX THRU END-POST-INDEX.
           OPEN INPUT RPTARCHFILE.
       ARCHIVE-RPT-DELETE.
           READ RPTARCHFILE AT END GO TO ARCHIVE-RPT-DELETED.
           MOVE RPTARCH-LINE TO RPT.
           READ RPTFILE INVALID KEY
              DISPLAY "ARCHIVED CLAIM NOT ON FILE: " RPT-PRIMARY-KEY
              GO TO ARCHIVE-RPT-DELETE.
           DELETE RPTFILE RECORD INVALID KEY
              DISPLAY "CLAIM DELETE FAILED: " RPT-PRIMARY-KEY
              GO TO ARCHIVE-RPT-DELETE.
           ADD 1 TO WS-DEL-CNT.
           ADD RPT-QTY TO WS-DEL-QTY.
           GO TO ARCHIVE-RPT-DELETE.
       ARCHIVE-RPT-DELETED.
           CLOSE RPTARCHFILE RPTFILE.
           IF WS-DEL-CNT NOT = WS-ARC-CNT
              OR WS-DEL-QTY NOT = WS-ARC-QTY
              DISPLAY "*** CLAIMS DELETED DO NOT MATCH THE ARCHIVE ***"
              DISPLAY "ARCHIVED " WS-ARC-CNT " QTY " WS-ARC-QTY
              DISPLAY "DELETED  " WS-DEL-CNT " QTY " WS-DEL-QTY
              MOVE 16 TO RETURN-CODE.
       ARCHIVE-RPT-TOTAL.
           ADD WS-DEL-CNT TO WS-MOVED-CNT.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "CLAIMS ARCHIVED AND DELETED" TO TOT-LABEL.
           MOVE WS-DEL-CNT TO TOT-CNT.
           MOVE WS-DEL-QTY TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           DISPLAY "CLAIMS ARCHIVED:     " WS-DEL-CNT.
       END-ARCHIVE-RPT. EXIT.

      * affidavits: credited before the cutoff.
       ARCHIVE-LATE.
           MOVE 0 TO WS-ARC-CNT WS-ARC-QTY WS-CHK-CNT WS-CHK-QTY
               WS-DEL-CNT WS-DEL-QTY.
           OPEN I-O LATEFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "LATEFL WOULD NOT OPEN - STATUS " FL-STATUS
              GO TO END-ARCHIVE-LATE.
           OPEN OUTPUT LATARCHFILE.
           MOVE "AFF " TO DET-TYPE.
           INITIALIZE LATE.
           START LATEFILE KEY NOT LESS LATE-PRIMARY-KEY
               INVALID KEY GO TO ARCHIVE-LATE-WRITTEN.
       ARCHIVE-LATE-LOOP.
           READ LATEFILE NEXT AT END GO TO ARCHIVE-LATE-WRITTEN.
           IF LATE-CREDITED-FL NOT = "Y"
              OR LATE-CRED-DATE = 0
              OR LATE-CRED-DATE NOT LESS WS-CUTOFF-N
              GO TO ARCHIVE-LATE-LOOP.
           MOVE SPACES TO LATARCH-LINE.
           MOVE LATE TO LATARCH-LINE.
           WRITE LATARCH-LINE.
           ADD 1 TO WS-ARC-CNT.
           PERFORM LATE-QTY THRU END-LATE-QTY.
           ADD WS-QTY TO WS-ARC-QTY.
           MOVE WS-DATE-N TO DET-ARCH-DATE.
           PERFORM PRINT-LATE THRU END-PRINT-LATE.
           GO TO ARCHIVE-LATE-LOOP.
       ARCHIVE-LATE-WRITTEN.
           CLOSE LATARCHFILE.
           OPEN INPUT LATARCHFILE.
       ARCHIVE-LATE-VERIFY.
           READ LATARCHFILE AT END GO TO ARCHIVE-LATE-PROVE.
           MOVE LATARCH-LINE TO LATE.
           ADD 1 TO WS-CHK-CNT.
           PERFORM LATE-QTY THRU END-LATE-QTY.
           ADD WS-QTY TO WS-CHK-QTY.
           GO TO ARCHIVE-LATE-VERIFY.
       ARCHIVE-LATE-PROVE.
           CLOSE LATARCHFILE.
           IF WS-CHK-CNT NOT = WS-ARC-CNT
              OR WS-CHK-QTY NOT = WS-ARC-QTY
              DISPLAY "*** AFFIDAVIT ARCHIVE DOES NOT VERIFY - NO "
                  "AFFIDAVITS DELETED ***"
              DISPLAY "ARCHIVED " WS-ARC-CNT " QTY " WS-ARC-QTY
              DISPLAY "VERIFIED " WS-CHK-CNT " QTY " WS-CHK-QTY
              MOVE 16 TO RETURN-CODE
              CLOSE LATEFILE
              GO TO END-ARCHIVE-LATE.
           IF WS-ARC-CNT = 0
              CLOSE LATEFILE
              GO TO ARCHIVE-LATE-TOTAL.
           MOVE "LAT" TO WS-ARC-TYPE.
           PERFORM POST-INDEX THRU END-POST-INDEX.
           OPEN INPUT LATARCHFILE.
       ARCHIVE-LATE-DELETE.
           READ LATARCHFILE AT END GO TO ARCHIVE-LATE-DELETED.
           MOVE LATARCH-LINE TO LATE.
           READ LATEFILE INVALID KEY
              DISPLAY "ARCHIVED AFFIDAVIT NOT ON FILE: "
                  LATE-PRIMARY-KEY
              GO TO ARCHIVE-LATE-DELETE.
           DELETE LATEFILE RECORD INVALID KEY
              DISPLAY "AFFIDAVIT DELETE FAILED: " LATE-PRIMARY-KEY
              GO TO ARCHIVE-LATE-DELETE.
           ADD 1 TO WS-DEL-CNT.
           PERFORM LATE-QTY THRU END-LATE-QTY.
           ADD WS-QTY TO WS-DEL-QTY.
           GO TO ARCHIVE-LATE-DELETE.
       ARCHIVE-LATE-DELETED.
           CLOSE LATARCHFILE LATEFILE.
           IF WS-DEL-CNT NOT = WS-ARC-CNT
              OR WS-DEL-QTY NOT = WS-ARC-QTY
              DISPLAY "*** AFFIDAVITS DELETED DO NOT MATCH THE "
                  "ARCHIVE ***"
              DISPLAY "ARCHIVED " WS-ARC-CNT " QTY " WS-ARC-QTY
              DISPLAY "DELETED  " WS-DEL-CNT " QTY " WS-DEL-QTY
              MOVE 16 TO RETURN-CODE.
       ARCHIVE-LATE-TOTAL.
           ADD WS-DEL-CNT TO WS-MOVED-CNT.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "AFFIDAVITS ARCHIVED AND DELETED" TO TOT-LABEL.
           MOVE WS-DEL-CNT TO TOT-CNT.
           MOVE WS-DEL-QTY TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           DISPLAY "AFFIDAVITS ARCHIVED: " WS-DEL-CNT.
       END-ARCHIVE-LATE. EXIT.

       LATE-QTY.
           ADD LATE-ISS-RET-MON LATE-ISS-RET-TUE LATE-ISS-RET-WED
               LATE-ISS-RET-THU LATE-ISS-RET-FRI LATE-ISS-RET-SAT
               LATE-ISS-RET-SUN GIVING WS-QTY.
       END-LATE-QTY. EXIT.

      * the proved archive goes on the index before anything is
      * deleted, so the history can always be found again.
       POST-INDEX.
           INITIALIZE ARC.
           MOVE WS-ARC-TYPE TO ARC-TYPE.
           MOVE WS-DATE-N TO ARC-DATE.
           MOVE WS-TIME TO ARC-TIME.
           MOVE WS-CUTOFF-N TO ARC-CUTOFF.
           MOVE WS-MONTHS TO ARC-MONTHS.
           MOVE WS-ARC-CNT TO ARC-CNT.
           MOVE WS-ARC-QTY TO ARC-QTY.
           MOVE WS-PARM-OPERATOR TO ARC-OPERATOR.
           WRITE ARC INVALID KEY REWRITE ARC.
       END-POST-INDEX. EXIT.

       PRINT-RPT.
           MOVE "CLM " TO DET-TYPE.
           MOVE RPT-DATE TO DET-DATE.
           MOVE RPT-DEALER-NO TO DET-DEALER-NO.
           MOVE RPT-TITLE-NO TO DET-TITLE-NO.
           MOVE RPT-QTY TO DET-QTY.
           MOVE RPT-AMT TO DET-AMT.
           MOVE RPT-STATUS TO DET-STATUS.
           MOVE RPT-STATUS-DATE TO DET-SETTLED.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
       END-PRINT-RPT. EXIT.

       PRINT-LATE.
           MOVE "AFF " TO DET-TYPE.
           MOVE 0 TO DET-DATE.
           MOVE LATE-ISS-MM TO DET-DATE (3:2).
           MOVE LATE-ISS-DD TO DET-DATE (5:2).
           MOVE LATE-DEALER-NO TO DET-DEALER-NO.
           MOVE LATE-TITLE-NO TO DET-TITLE-NO.
           PERFORM LATE-QTY THRU END-LATE-QTY.
           MOVE WS-QTY TO DET-QTY.
           MOVE 0 TO DET-AMT.
           MOVE "Y" TO DET-STATUS.
           MOVE LATE-CRED-DATE TO DET-SETTLED.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
       END-PRINT-LATE. EXIT.

      * LIST: one dealer's archived claims and affidavits, read back
      * out of every archive file on the index.
       LIST-MODE.
           IF WS-PARM-VALUE NOT NUMERIC
              DISPLAY "DEALER NUMBER MUST BE 5 DIGITS"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PARM-VALUE TO WS-LIST-DEALER.
           OPEN INPUT ARCFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO ARCHIVE INDEX ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT PRLINE.
           MOVE WS-LIST-DEALER TO H1L-DEALER-NO.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1L AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO ARC.
           MOVE 0 TO ARC-DATE.
           START ARCFILE KEY NOT LESS ARC-PRIMARY-KEY
               INVALID KEY GO TO LIST-END.
       LIST-INDEX-LOOP.
           READ ARCFILE NEXT AT END GO TO LIST-END.
           IF ARC-TYPE = "RPT"
              PERFORM LIST-RPT-ARCHIVE THRU END-LIST-RPT-ARCHIVE.
           IF ARC-TYPE = "LAT"
              PERFORM LIST-LAT-ARCHIVE THRU END-LIST-LAT-ARCHIVE.
           GO TO LIST-INDEX-LOOP.
       LIST-END.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ARCHIVED ENTRIES LISTED" TO TOT-LABEL.
           MOVE WS-LIST-CNT TO TOT-CNT.
           MOVE 0 TO TOT-QTY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           DISPLAY "ARCHIVED ENTRIES LISTED: " WS-LIST-CNT.
           CLOSE ARCFILE PRLINE.
           STOP RUN.

       LIST-RPT-ARCHIVE.
           MOVE ARC-DATE TO WS-RPT-ARCH-DATE.
           OPEN INPUT RPTARCHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "ARCHIVE FILE NOT FOUND: " WS-RPT-ARCH-FILENAME
              GO TO END-LIST-RPT-ARCHIVE.
       LIST-RPT-LOOP.
           READ RPTARCHFILE AT END GO TO LIST-RPT-CLOSE.
           MOVE RPTARCH-LINE TO RPT.
           IF RPT-DEALER-NO NOT = WS-LIST-DEALER GO TO LIST-RPT-LOOP.
           MOVE ARC-DATE TO DET-ARCH-DATE.
           PERFORM PRINT-RPT THRU END-PRINT-RPT.
           ADD 1 TO WS-LIST-CNT.
           GO TO LIST-RPT-LOOP.
       LIST-RPT-CLOSE.
           CLOSE RPTARCHFILE.
       END-LIST-RPT-ARCHIVE. EXIT.

       LIST-LAT-ARCHIVE.
           MOVE ARC-DATE TO WS-LAT-ARCH-DATE.
           OPEN INPUT LATARCHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "ARCHIVE FILE NOT FOUND: " WS-LAT-ARCH-FILENAME
              GO TO END-LIST-LAT-ARCHIVE.
       LIST-LAT-LOOP.
           READ LATARCHFILE AT END GO TO LIST-LAT-CLOSE.
           MOVE LATARCH-LINE TO LATE.
           IF LATE-DEALER-NO NOT = WS-LIST-DEALER
              GO TO LIST-LAT-LOOP.
           MOVE ARC-DATE TO DET-ARCH-DATE.
           PERFORM PRINT-LATE THRU END-PRINT-LATE.
           ADD 1 TO WS-LIST-CNT.
           GO TO LIST-LAT-LOOP.
       LIST-LAT-CLOSE.
           CLOSE LATARCHFILE.
       END-LIST-LAT-ARCHIVE. EXIT.

       COPY WNLLOG.
       COPY WNLQUIES.
       COPY OPRCHK.
