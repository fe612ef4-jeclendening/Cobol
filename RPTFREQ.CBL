      * SO THE CHRONIC CLAIMERS GET A VISIT INSTEAD OF ANOTHER
      * AUTOMATIC CREDIT.  RUN IT QUARTERLY.
      *
      * RUN WITH ARCH ON THE COMMAND LINE, THE CLAIMS CLMARCH HAS
      * MOVED OFF TO THE DATED RPT-ARCH ARCHIVE FILES ROLL UP TOO,
      * FOUND THROUGH THE ARCFL.KEY ARCHIVE INDEX, SO A DEALER'S
      * WHOLE CLAIM HISTORY COUNTS AND NOT JUST WHAT IS LIVE.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           arch on the command line rolls up archived claims
      *           from the archive index and rpt-arch files too.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY WNMSEL.

           COPY ARCSEL.

           SELECT RPTARCHFILE ASSIGN WS-RPT-ARCH-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.

           SELECT PRLINE ASSIGN PRINT "/home/prb/w/RPTFREQ.PRT"
           STATUS FL-STATUS.

       FD  WNMFILE LABEL RECORD STANDARD DATA RECORD WNM.
       01  WNM.
       COPY WNM.
       FD  ARCFILE LABEL RECORD STANDARD DATA RECORD ARC.
       01  ARC.
       COPY ARC.
       FD  RPTARCHFILE LABEL RECORD STANDARD DATA RECORD RPTARCH-LINE.
       01  RPTARCH-LINE PIC X(150).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-CLAIM-CNT PIC 9(7) VALUE 0.
       01  WS-ARCH-CNT  PIC 9(7) VALUE 0.
       01  WS-PARM-CMD  PIC X(4) VALUE SPACES.
       01  WS-RPT-ARCH-FILENAME.
           05  FILLER PIC X(20) VALUE "/home/prb/f/archive/".
           05  FILLER PIC X(9) VALUE "RPT-ARCH-".
           05  WS-RPT-ARCH-DATE PIC 9(6).
           05  FILLER PIC X(4) VALUE ".DAT".
      * each dealer's claim roll-up; region fills in from WNAFILE
      * after the claim walk.
       01  WS-DLR-MAX   PIC 9(4) VALUE 2000.
       01  HEAD-1.
           05  FILLER PIC X(44) VALUE
               "SHORTAGE-CLAIM FREQUENCY AND APPROVAL MIX".
           05  H1-ARCH PIC X(30) VALUE SPACES.
       01  REGION-HEAD.
           05  FILLER PIC X(7) VALUE "REGION ".
           05  RH-REGION PIC 9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-CMD = "ARCH"
              MOVE "INCLUDING ARCHIVED CLAIMS" TO H1-ARCH.
           OPEN INPUT RPTFILE WNAFILE WNMFILE.
           OPEN OUTPUT PRLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE 0 TO RPT-DATE RPT-TITLE-NO RPT-DEALER-NO RPT-SEQ.
           START RPTFILE KEY NOT LESS RPT-PRIMARY-KEY
               INVALID KEY GO TO WALK-ARCHIVE.
       READ-RPT.
           READ RPTFILE NEXT AT END GO TO WALK-ARCHIVE.
           ADD 1 TO WS-CLAIM-CNT.
           PERFORM ROLL-UP-CLAIM THRU END-ROLL-UP-CLAIM.
           GO TO READ-RPT.
           ELSE ADD 1 TO WS-DLR-OPEN (DX).
       END-ROLL-UP-CLAIM. EXIT.

      * with ARCH, every claim archive on the index rolls up the
      * same way the live claims did.
       WALK-ARCHIVE.
           IF WS-PARM-CMD NOT = "ARCH" GO TO END-WALK.
           OPEN INPUT ARCFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO ARCHIVE INDEX ON FILE - LIVE CLAIMS ONLY"
              GO TO END-WALK.
           MOVE "RPT" TO ARC-TYPE.
           MOVE 0 TO ARC-DATE.
           START ARCFILE KEY NOT LESS ARC-PRIMARY-KEY
               INVALID KEY GO TO WALK-ARCHIVE-DONE.
       READ-ARC.
           READ ARCFILE NEXT AT END GO TO WALK-ARCHIVE-DONE.
           IF ARC-TYPE NOT = "RPT" GO TO WALK-ARCHIVE-DONE.
           MOVE ARC-DATE TO WS-RPT-ARCH-DATE.
           OPEN INPUT RPTARCHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "ARCHIVE FILE NOT FOUND: " WS-RPT-ARCH-FILENAME
              GO TO READ-ARC.
       READ-RPT-ARCH.
           READ RPTARCHFILE AT END GO TO READ-RPT-ARCH-DONE.
           MOVE RPTARCH-LINE TO RPT.
           ADD 1 TO WS-CLAIM-CNT WS-ARCH-CNT.
           PERFORM ROLL-UP-CLAIM THRU END-ROLL-UP-CLAIM.
           GO TO READ-RPT-ARCH.
       READ-RPT-ARCH-DONE.
           CLOSE RPTARCHFILE.
           GO TO READ-ARC.
       WALK-ARCHIVE-DONE.
           CLOSE ARCFILE.

      * tag each roll-up with the dealer's region off the master;
      * a dealer with no master entry reports under region 1 the
      * same way the ledger handles an out-of-domain region.

       END-JOB.
           DISPLAY "CLAIMS ROLLED UP: " WS-CLAIM-CNT.
           IF WS-PARM-CMD = "ARCH"
              DISPLAY "  FROM ARCHIVE:   " WS-ARCH-CNT.
           DISPLAY "DEALERS LISTED:   " WS-DLR-CNT.
           CLOSE RPTFILE WNAFILE WNMFILE PRLINE.
           STOP RUN.
