       IDENTIFICATION DIVISION.
       PROGRAM-ID. WNKSNAP.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: PRE-ROLLOVER SNAPSHOT OF THE LIVE MASTERS, AND
      * ONE-COMMAND ROLLBACK.  WNKROLL IS RESTARTABLE FORWARD,
      * BUT A WEEK CLOSED WITH BAD DATA (A WRONG DATE ON THE
      * COMMAND LINE, WNKHIST SKIPPED) HAD NO WAY BACK SHORT OF
      * A RESTORE FROM TAPE.
      *
      * SNAP (THE CHAIN STEP AHEAD OF WNKROLL) COPIES WNKFILE,
      * WNRFILE, WNAFILE, LATEFL, RPTFL1.KEY AND OINFILE IN KEY
      * ORDER TO ONE DATED SNAPSHOT FILE, SNAP-YYMMDD.DAT UNDER
      * /home/prb/f/archive/, EACH LINE TAGGED WITH ITS FILE.
      * THE SNAPSHOT IS RE-READ AND PROVED, THEN RECORDED ON THE
      * SNPFL.KEY MANIFEST WITH A RECORD COUNT AND THE CENSUS
      * QUANTITY HASH FOR EACH FILE (WNR, WHICH HAS NO
      * QUANTITIES, HASHES THE DEALER NUMBERS; OINFILE HASHES
      * THE INVOICE, PAID AND WRITTEN-OFF CENTS).  SNAPSHOTS
      * BEYOND THE RETENTION COUNT (COMMAND LINE, BLANK = 4) ARE
      * PRUNED OLDEST FIRST -- THE DATA FILE IS EMPTIED AND THE
      * MANIFEST ENTRY MARKED PRUNED.
      *
      * ROLL RESTORES THE WHOLE SET AS A UNIT FROM THE SNAPSHOT
      * NAMED ON THE COMMAND LINE (BLANK = THE LATEST ONE).  THE
      * SNAPSHOT IS PROVED AGAINST THE MANIFEST BEFORE ANY LIVE
      * FILE IS TOUCHED, THE SIX FILES ARE REBUILT FROM IT, AND
      * THE RESTORED COUNTS AND HASHES ARE PROVED AGAIN.  THE
      * WNKROLL CHECKPOINT IS CLEARED SO THE WEEK CAN BE ROLLED
      * AGAIN.  ROLL REFUSES IF ANY POSTING HAS REACHED THE SET
      * SINCE THE SNAPSHOT -- WNAFILE, LATEFL, RPTFL1.KEY OR
      * OINFILE NO LONGER MATCHING THE MANIFEST, A POSTING STEP
      * ON THE WNLFILE RUN LOG AFTER THE SNAPSHOT, OR A CHANGE
      * JOURNALED AGAINST ONE OF THE SIX FILES -- UNLESS FORCE IS
      * GIVEN BY A SUPERVISOR.  ROLL ALWAYS NEEDS AN OPERATOR
      * AUTHORIZED ON THE OPRFILE OPERATOR MASTER.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE MODE
      * (SNAP OR ROLL), A SPACE, THE RETENTION COUNT (SNAP, 2
      * DIGITS) OR SNAPSHOT DATE (ROLL, YYMMDD), A SPACE, FORCE,
      * A SPACE AND THE OPERATOR ID.  ANY FAILURE TO PROVE ENDS
      * WITH RETURN CODE 16.
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
      *           a CLMARCH archive run since the snapshot refuses
      *           the rollback like any other posting step.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the WNK posting steps DOCKTAKE, EVTDRAW, TTLLAUNCH,
      *           TTLRETIRE and ONBOARD now log to the run log and are
      *           on the list a ROLL checks for runs since the
      *           snapshot.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WNKSEL.
       COPY WNRSEL.
       COPY WNASEL.
       COPY OINSEL.
       COPY WNLSEL.
       COPY OPRSEL.
       COPY JRNSEL.
       COPY SNPSEL.
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
           SELECT RCKFILE ASSIGN RANDOM "/home/prb/f/ROLLCK.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD RCK-PRIMARY-KEY OF RCK
           STATUS FL-STATUS.
           SELECT SNPDATA ASSIGN WS-SNP-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  SNPFILE LABEL RECORD STANDARD DATA RECORD SNP.
       01  SNP.
       COPY SNP.
       FD  RPTFILE LABEL RECORD STANDARD DATA RECORD RPT.
       01  RPT.
           COPY RPT.
       FD  LATEFILE LABEL RECORD STANDARD DATA RECORD LATE.
       01  LATE.
       COPY LATE.
       FD  RCKFILE LABEL RECORD STANDARD DATA RECORD RCK.
       01  RCK.
           05  RCK-PRIMARY-KEY     PIC X(5).
           05  RCK-STATUS          PIC X.
           05  RCK-PHASE           PIC 9.
           05  RCK-ISS-DATE        PIC 9(4).
           05  RCK-DEALER-NO       PIC 9(5).
           05  RCK-TITLE-NO        PIC 999.
           05  RCK-WNR-CNT         PIC 9(7).
           05  RCK-WNK-CNT         PIC 9(7).
           05  FILLER              PIC X(15).
       FD  SNPDATA LABEL RECORD STANDARD DATA RECORD SNPD-LINE.
       01  SNPD-LINE.
           05  SNPD-FILE-ID        PIC X(3).
           05  SNPD-DATA           PIC X(600).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(26) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE      PIC X(4).
           05  FILLER            PIC X.
           05  WS-PARM-VALUE     PIC X(6).
           05  WS-PARM-KEEP-R REDEFINES WS-PARM-VALUE.
               10  WS-PARM-KEEP  PIC X(2).
               10  FILLER        PIC X(4).
           05  FILLER            PIC X.
           05  WS-PARM-FORCE     PIC X(5).
           05  FILLER            PIC X.
           05  WS-PARM-OPERATOR  PIC X(8).
       01  WS-SNP-FILENAME.
           05  FILLER PIC X(20) VALUE "/home/prb/f/archive/".
           05  FILLER PIC X(5) VALUE "SNAP-".
           05  WS-SNP-FILE-DATE PIC 9(6).
           05  FILLER PIC X(4) VALUE ".DAT".
       01  WS-DATE      PIC 9(6) VALUE 0.
       01  WS-TIME-X.
           05  WS-TIME  PIC 9(8).
       01  WS-SNAP-DATE PIC 9(6) VALUE 0.
       01  WS-SNAP-TIME PIC 9(8) VALUE 0.
       01  WS-SNAP-TIME-R REDEFINES WS-SNAP-TIME.
           05  WS-SNAP-HHMM PIC 9(4).
           05  FILLER       PIC 9(4).
       01  WS-KEEP-CNT  PIC 99   VALUE 4.
       01  WS-SET-CNT   PIC 9(3) VALUE 0.
       01  WS-PRUNE-CNT PIC 9(3) VALUE 0.
       01  WS-REC-CNT   PIC 9(7) VALUE 0.
       01  WS-SINCE-CNT PIC 9(3) VALUE 0.
       01  WS-JRN-CNT   PIC 9(7) VALUE 0.
       01  WS-BAD-CNT   PIC 9(3) VALUE 0.
       01  WS-FORCED-FL PIC X    VALUE "N".
      * S = a snapshot walk, copying each record out to the snapshot
      * file; C = a compare walk, only counting and hashing.
       01  WS-WALK-MODE PIC X    VALUE "S".
      * C = prove the re-read snapshot, R = prove the restored files
       01  WS-PROVE-WHAT PIC X   VALUE "C".
       01  WX           PIC 9    VALUE 0.
       01  WS-FX        PIC 9    VALUE 0.
       01  WS-PX        PIC 99   VALUE 0.
       01  WS-LINE-HASH PIC S9(13) VALUE 0.
       01  WS-PRV-CNT   PIC 9(7) VALUE 0.
       01  WS-PRV-HASH  PIC S9(13) VALUE 0.
       01  WS-DSP-HASH-1 PIC -(13)9.
       01  WS-DSP-HASH-2 PIC -(13)9.
      * the six files of the set, in snapshot order: the tag on each
      * snapshot line, the name on the manifest, and the file name
      * the maintenance programs journal changes under.
       01  WS-FILE-TABLE.
           05  FILLER PIC X(19) VALUE "WNKWNKFILE WNKFL   ".
           05  FILLER PIC X(19) VALUE "WNRWNRFILE WNRFL   ".
           05  FILLER PIC X(19) VALUE "WNAWNAFILE WNAFL   ".
           05  FILLER PIC X(19) VALUE "LATLATEFL  LATEFL  ".
           05  FILLER PIC X(19) VALUE "RPTRPTFL1  RPTFL   ".
           05  FILLER PIC X(19) VALUE "OINOINFILE OINFL   ".
       01  WS-FILE-TABLE-R REDEFINES WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 6 TIMES.
               10  WS-FILE-ID       PIC X(3).
               10  WS-FILE-NAME     PIC X(8).
               10  WS-FILE-JRN      PIC X(8).
      * run-log names of the steps that post to the set outside the
      * maintenance programs' journal.
       01  WS-POST-PROGRAM-LIST.
           05  FILLER PIC X(18) VALUE "DLRPURGE".
           05  FILLER PIC X(18) VALUE "REORG-WNK".
           05  FILLER PIC X(18) VALUE "REORG-WNA".
           05  FILLER PIC X(18) VALUE "SHORTTRENTON-NW".
           05  FILLER PIC X(18) VALUE "SHORTTRENTONRTE-NW".
           05  FILLER PIC X(18) VALUE "CLMARCH".
           05  FILLER PIC X(18) VALUE "DOCKTAKE".
           05  FILLER PIC X(18) VALUE "EVTDRAW".
           05  FILLER PIC X(18) VALUE "TTLLAUNCH".
           05  FILLER PIC X(18) VALUE "TTLRETIRE".
           05  FILLER PIC X(18) VALUE "ONBOARD".
       01  WS-POST-PROGRAM-R REDEFINES WS-POST-PROGRAM-LIST.
           05  WS-POST-PROGRAM OCCURS 11 TIMES PIC X(18).
      * per file: the manifest figures, the re-read (or live
      * compare) figures, and the restored figures.
       01  WS-TOTALS.
           05  WS-TOT OCCURS 6 TIMES.
               10  WS-MAN-CNT       PIC 9(7).
               10  WS-MAN-HASH      PIC S9(13).
               10  WS-CHK-CNT       PIC 9(7).
               10  WS-CHK-HASH      PIC S9(13).
               10  WS-RLD-CNT       PIC 9(7).
               10  WS-RLD-HASH      PIC S9(13).
       COPY WNLWS.
       COPY WNLQWS.
       COPY OPRWS.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-MODE = "ROLL" GO TO ROLL-MODE.
           IF WS-PARM-MODE NOT = "SNAP"
              DISPLAY "MODE (SNAP OR ROLL) REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      * SNAP: copy the set out, prove the copy, record it on the
      * manifest and prune the oldest sets past the retention count.
       SNAP-MODE.
           IF WS-PARM-KEEP NOT = SPACES
              IF WS-PARM-KEEP IS NUMERIC AND WS-PARM-KEEP NOT = "00"
                 MOVE WS-PARM-KEEP TO WS-KEEP-CNT
              ELSE
                 DISPLAY "INVALID RETENTION COUNT: " WS-PARM-KEEP
                     " - KEEPING 4".
           MOVE "WNKSNAP" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME-X FROM TIME.
           MOVE WS-DATE TO WS-SNP-FILE-DATE.
           INITIALIZE WS-TOTALS.
           MOVE "S" TO WS-WALK-MODE.
           OPEN OUTPUT SNPDATA.
           PERFORM WALK-WNK THRU END-WALK-WNK.
           PERFORM WALK-WNR THRU END-WALK-WNR.
           PERFORM WALK-WNA THRU END-WALK-WNA.
           PERFORM WALK-LATE THRU END-WALK-LATE.
           PERFORM WALK-RPT THRU END-WALK-RPT.
           PERFORM WALK-OIN THRU END-WALK-OIN.
           CLOSE SNPDATA.
           PERFORM VERIFY-SNAP-DATA THRU END-VERIFY-SNAP-DATA.
           MOVE "C" TO WS-PROVE-WHAT.
           PERFORM PROVE-TOTALS THRU END-PROVE-TOTALS.
           IF WS-BAD-CNT GREATER 0
              DISPLAY "*** SNAPSHOT DOES NOT VERIFY - NOT RECORDED "
                  "ON THE MANIFEST ***"
              MOVE 16 TO RETURN-CODE
              GO TO END-JOB.
           OPEN I-O SNPFILE.
           IF FL-STATUS NOT = "00"
              CLOSE SNPFILE
              OPEN OUTPUT SNPFILE
              CLOSE SNPFILE
              OPEN I-O SNPFILE.
           INITIALIZE SNP.
           MOVE WS-DATE TO SNP-DATE.
           MOVE WS-TIME TO SNP-TIME.
           MOVE "A" TO SNP-STATUS.
           MOVE WS-KEEP-CNT TO SNP-KEEP-CNT.
           MOVE 0 TO WS-FX WS-REC-CNT.
           PERFORM SNAP-MANIFEST THRU END-SNAP-MANIFEST.
           MOVE WS-REC-CNT TO SNP-REC-CNT.
           WRITE SNP INVALID KEY REWRITE SNP.
           DISPLAY "SNAPSHOT " WS-DATE " TAKEN: " WS-REC-CNT
               " RECORDS IN " WS-SNP-FILENAME.
           PERFORM PRUNE-SNAPSHOTS THRU END-PRUNE-SNAPSHOTS.
           CLOSE SNPFILE.
           MOVE WS-REC-CNT TO WS-RUNLOG-CNT.
       END-JOB.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           STOP RUN.

       SNAP-MANIFEST.
           ADD 1 TO WS-FX.
           IF WS-FX GREATER 6 GO TO END-SNAP-MANIFEST.
           MOVE WS-FILE-NAME (WS-FX) TO SNP-FILE-ID (WS-FX).
           MOVE WS-MAN-CNT (WS-FX) TO SNP-CNT (WS-FX).
           MOVE WS-MAN-HASH (WS-FX) TO SNP-HASH (WS-FX).
           ADD WS-MAN-CNT (WS-FX) TO WS-REC-CNT.
           MOVE WS-MAN-HASH (WS-FX) TO WS-DSP-HASH-1.
           DISPLAY "   " WS-FILE-NAME (WS-FX) " " WS-MAN-CNT (WS-FX)
               " RECORDS, HASH " WS-DSP-HASH-1.
           GO TO SNAP-MANIFEST.
       END-SNAP-MANIFEST. EXIT.

      * ROLL: restore the whole set from one snapshot.  nothing is
      * touched until the operator is cleared, the set is shown to
      * be untouched since the snapshot (or FORCE is given), and the
      * snapshot file itself proves against its manifest entry.
       ROLL-MODE.
           IF WS-PARM-VALUE NOT = SPACES
              AND WS-PARM-VALUE NOT NUMERIC
              DISPLAY "SNAPSHOT DATE MUST BE YYMMDD"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "WNKSNAP" TO WS-OPR-PROGRAM.
           MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "Y" TO WS-OPR-SUPV-REQ.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE "WNKSNAP" TO WS-QUIESCE-PROGRAM.
           MOVE WS-PARM-OPERATOR TO WS-QUIESCE-OPERATOR.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           OPEN I-O SNPFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO SNAPSHOT MANIFEST ON FILE - ROLLBACK "
                  "REFUSED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE 0 TO WS-SNAP-DATE.
           IF WS-PARM-VALUE = SPACES
              PERFORM FIND-LATEST THRU END-FIND-LATEST
           ELSE
              MOVE WS-PARM-VALUE TO WS-SNAP-DATE.
           MOVE WS-SNAP-DATE TO SNP-DATE.
           READ SNPFILE INVALID KEY
              DISPLAY "SNAPSHOT " WS-SNAP-DATE " NOT ON THE MANIFEST"
                  " - ROLLBACK REFUSED"
              MOVE 16 TO RETURN-CODE
              CLOSE SNPFILE
              STOP RUN.
           IF SNP-STATUS = "P"
              DISPLAY "SNAPSHOT " WS-SNAP-DATE " HAS BEEN PRUNED"
                  " - ROLLBACK REFUSED"
              MOVE 16 TO RETURN-CODE
              CLOSE SNPFILE
              STOP RUN.
           MOVE SNP-TIME TO WS-SNAP-TIME.
           INITIALIZE WS-TOTALS.
           MOVE 0 TO WS-FX.
           PERFORM LOAD-MANIFEST THRU END-LOAD-MANIFEST.
           PERFORM POSTED-SINCE-CHECK THRU END-POSTED-SINCE-CHECK.
           IF WS-SINCE-CNT GREATER 0 AND WS-PARM-FORCE NOT = "FORCE"
              DISPLAY "ROLLBACK REFUSED - THE SET HAS BEEN POSTED "
                  "SINCE SNAPSHOT " WS-SNAP-DATE
              DISPLAY "(RERUN WITH FORCE ONLY IF THOSE POSTINGS "
                  "ARE TO BE LOST)"
              MOVE 16 TO RETURN-CODE
              CLOSE SNPFILE
              STOP RUN.
           MOVE "WNKSNAP-ROLL" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           IF WS-SINCE-CNT GREATER 0
              PERFORM POST-OVERRIDE THRU END-POST-OVERRIDE.
           MOVE WS-SNAP-DATE TO WS-SNP-FILE-DATE.
           PERFORM VERIFY-SNAP-DATA THRU END-VERIFY-SNAP-DATA.
           MOVE "C" TO WS-PROVE-WHAT.
           PERFORM PROVE-TOTALS THRU END-PROVE-TOTALS.
           IF WS-BAD-CNT GREATER 0
              DISPLAY "*** SNAPSHOT " WS-SNAP-DATE " DOES NOT PROVE "
                  "AGAINST THE MANIFEST - LIVE FILES NOT TOUCHED ***"
              MOVE 16 TO RETURN-CODE
              GO TO ROLL-END.
           PERFORM RESTORE-SET THRU END-RESTORE-SET.
           MOVE "R" TO WS-PROVE-WHAT.
           PERFORM PROVE-TOTALS THRU END-PROVE-TOTALS.
           IF WS-BAD-CNT GREATER 0
              DISPLAY "*** RESTORED FILES DO NOT PROVE AGAINST THE "
                  "MANIFEST ***"
              DISPLAY "SNAPSHOT KEPT - DO NOT RUN THE CHAIN UNTIL "
                  "THIS IS RESOLVED"
              MOVE 16 TO RETURN-CODE
              GO TO ROLL-END.
           PERFORM CLEAR-CHECKPOINT THRU END-CLEAR-CHECKPOINT.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME-X FROM TIME.
           MOVE "R" TO SNP-STATUS.
           MOVE WS-DATE TO SNP-ROLL-DATE.
           MOVE WS-TIME (1:4) TO SNP-ROLL-TIME.
           MOVE WS-PARM-OPERATOR TO SNP-ROLL-OPERATOR.
           MOVE WS-FORCED-FL TO SNP-ROLL-FORCED.
           REWRITE SNP.
           MOVE SNP-REC-CNT TO WS-RUNLOG-CNT.
           DISPLAY "ROLLBACK TO SNAPSHOT " WS-SNAP-DATE " COMPLETE: "
               SNP-REC-CNT " RECORDS RESTORED AND PROVED".
       ROLL-END.
           CLOSE SNPFILE.
           GO TO END-JOB.

       LOAD-MANIFEST.
           ADD 1 TO WS-FX.
           IF WS-FX GREATER 6 GO TO END-LOAD-MANIFEST.
           MOVE SNP-CNT (WS-FX) TO WS-MAN-CNT (WS-FX).
           MOVE SNP-HASH (WS-FX) TO WS-MAN-HASH (WS-FX).
           GO TO LOAD-MANIFEST.
       END-LOAD-MANIFEST. EXIT.

      * the latest snapshot not yet pruned is the default rollback.
       FIND-LATEST.
           MOVE 0 TO SNP-DATE.
           START SNPFILE KEY NOT LESS SNP-PRIMARY-KEY
               INVALID KEY GO TO END-FIND-LATEST.
       FIND-LATEST-LOOP.
           READ SNPFILE NEXT AT END GO TO END-FIND-LATEST.
           IF SNP-STATUS NOT = "P"
              MOVE SNP-DATE TO WS-SNAP-DATE.
           GO TO FIND-LATEST-LOOP.
       END-FIND-LATEST. EXIT.

      * has anything posted to the set since the snapshot?  the four
      * files the rollover leaves alone must still match the
      * manifest; the posting steps that log to the WNLFILE run log
      * must not have started since; and no maintenance change may
      * be journaled against any of the six since.  the rollover's
      * own changes to WNKFILE and WNRFILE are what is being undone.
       POSTED-SINCE-CHECK.
           MOVE 0 TO WS-SINCE-CNT WS-JRN-CNT.
           MOVE "C" TO WS-WALK-MODE.
           PERFORM WALK-WNA THRU END-WALK-WNA.
           PERFORM WALK-LATE THRU END-WALK-LATE.
           PERFORM WALK-RPT THRU END-WALK-RPT.
           PERFORM WALK-OIN THRU END-WALK-OIN.
           MOVE 2 TO WS-FX.
       SINCE-LIVE-LOOP.
           ADD 1 TO WS-FX.
           IF WS-FX GREATER 6 GO TO SINCE-RUNLOG.
           IF WS-CHK-CNT (WS-FX) NOT = WS-MAN-CNT (WS-FX)
              OR WS-CHK-HASH (WS-FX) NOT = WS-MAN-HASH (WS-FX)
              DISPLAY WS-FILE-NAME (WS-FX) " HAS CHANGED SINCE THE "
                  "SNAPSHOT: " WS-MAN-CNT (WS-FX) " RECORDS THEN, "
                  WS-CHK-CNT (WS-FX) " NOW"
              ADD 1 TO WS-SINCE-CNT.
           GO TO SINCE-LIVE-LOOP.
       SINCE-RUNLOG.
           OPEN INPUT WNLFILE.
           IF FL-STATUS NOT = "00" GO TO SINCE-JOURNAL.
           MOVE 0 TO WS-PX.
       SINCE-RUNLOG-LOOP.
           ADD 1 TO WS-PX.
           IF WS-PX GREATER 11 GO TO SINCE-RUNLOG-CLOSE.
           MOVE WS-POST-PROGRAM (WS-PX) TO WNL-PROGRAM.
           READ WNLFILE INVALID KEY GO TO SINCE-RUNLOG-LOOP.
           IF WNL-RUN-DATE GREATER WS-SNAP-DATE
              OR (WNL-RUN-DATE = WS-SNAP-DATE
                  AND WNL-START-TIME NOT LESS WS-SNAP-HHMM)
              DISPLAY WS-POST-PROGRAM (WS-PX) " RAN " WNL-RUN-DATE
                  " " WNL-START-TIME " - AFTER THE SNAPSHOT"
              ADD 1 TO WS-SINCE-CNT.
           GO TO SINCE-RUNLOG-LOOP.
       SINCE-RUNLOG-CLOSE.
           CLOSE WNLFILE.
       SINCE-JOURNAL.
           OPEN INPUT JRNFILE.
           IF FL-STATUS NOT = "00" GO TO END-POSTED-SINCE-CHECK.
           MOVE SPACES TO JRN.
           MOVE WS-SNAP-DATE TO JRN-DATE.
           MOVE WS-SNAP-TIME TO JRN-TIME.
           MOVE LOW-VALUES TO JRN-PROGRAM.
           MOVE 0 TO JRN-SEQ.
           START JRNFILE KEY NOT LESS JRN-PRIMARY-KEY
               INVALID KEY GO TO SINCE-JOURNAL-CLOSE.
       SINCE-JOURNAL-LOOP.
           READ JRNFILE NEXT AT END GO TO SINCE-JOURNAL-CLOSE.
           MOVE 0 TO WS-FX.
       SINCE-JOURNAL-FILE.
           ADD 1 TO WS-FX.
           IF WS-FX GREATER 6 GO TO SINCE-JOURNAL-LOOP.
           IF JRN-FILE NOT = WS-FILE-JRN (WS-FX)
              GO TO SINCE-JOURNAL-FILE.
           ADD 1 TO WS-JRN-CNT.
           GO TO SINCE-JOURNAL-LOOP.
       SINCE-JOURNAL-CLOSE.
           CLOSE JRNFILE.
           IF WS-JRN-CNT GREATER 0
              DISPLAY WS-JRN-CNT " MASTER CHANGES JOURNALED SINCE "
                  "THE SNAPSHOT"
              ADD 1 TO WS-SINCE-CNT.
       END-POSTED-SINCE-CHECK. EXIT.

      * a forced rollback over postings is posted to the run log
      * (status "O", the supervisor in the trailing filler) the way
      * a forced run past the batch-active lock is, so the BATSTAT
      * morning page shows it.  the run log is open from
      * RUNLOG-START-RTN.
       POST-OVERRIDE.
           MOVE "Y" TO WS-FORCED-FL.
           INITIALIZE WNL.
           MOVE "OVRD WNKSNAP" TO WNL-PROGRAM.
           MOVE WS-RUNLOG-DATE TO WNL-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO WNL-START-TIME.
           MOVE "O" TO WNL-STATUS.
           MOVE WS-SINCE-CNT TO WNL-REC-CNT.
           MOVE WS-PARM-OPERATOR TO WNL (41:8).
           WRITE WNL INVALID KEY REWRITE WNL.
           DISPLAY "ROLLBACK FORCED OVER POSTINGS SINCE THE "
               "SNAPSHOT - OVERRIDE LOGGED".
       END-POST-OVERRIDE. EXIT.

      * walk each live file in primary-key order.  a snapshot walk
      * copies every record out tagged with its file; a compare walk
      * only counts and hashes.  a file not yet created (status 35)
      * is an empty file; any other open failure stops the run.
       WALK-WNK.
           OPEN INPUT WNKFILE.
           IF FL-STATUS = "35" GO TO END-WALK-WNK.
           IF FL-STATUS NOT = "00" GO TO WALK-OPEN-FAIL.
           INITIALIZE WNK.
           START WNKFILE KEY NOT LESS WNK-PRIMARY-KEY
               INVALID KEY GO TO WALK-WNK-CLOSE.
       WALK-WNK-LOOP.
           READ WNKFILE NEXT AT END GO TO WALK-WNK-CLOSE.
           MOVE SPACES TO SNPD-LINE.
           MOVE "WNK" TO SNPD-FILE-ID.
           MOVE WNK TO SNPD-DATA.
           PERFORM TALLY-LINE THRU END-TALLY-LINE.
           GO TO WALK-WNK-LOOP.
       WALK-WNK-CLOSE.
           CLOSE WNKFILE.
       END-WALK-WNK. EXIT.

       WALK-WNR.
           OPEN INPUT WNRFILE.
           IF FL-STATUS = "35" GO TO END-WALK-WNR.
           IF FL-STATUS NOT = "00" GO TO WALK-OPEN-FAIL.
           INITIALIZE WNR.
           START WNRFILE KEY NOT LESS WNR-PRIMARY-KEY
               INVALID KEY GO TO WALK-WNR-CLOSE.
       WALK-WNR-LOOP.
           READ WNRFILE NEXT AT END GO TO WALK-WNR-CLOSE.
           MOVE SPACES TO SNPD-LINE.
           MOVE "WNR" TO SNPD-FILE-ID.
           MOVE WNR TO SNPD-DATA.
           PERFORM TALLY-LINE THRU END-TALLY-LINE.
           GO TO WALK-WNR-LOOP.
       WALK-WNR-CLOSE.
           CLOSE WNRFILE.
       END-WALK-WNR. EXIT.

       WALK-WNA.
           OPEN INPUT WNAFILE.
           IF FL-STATUS = "35" GO TO END-WALK-WNA.
           IF FL-STATUS NOT = "00" GO TO WALK-OPEN-FAIL.
           INITIALIZE WNA.
           START WNAFILE KEY NOT LESS WNA-PRIMARY-KEY
               INVALID KEY GO TO WALK-WNA-CLOSE.
       WALK-WNA-LOOP.
           READ WNAFILE NEXT AT END GO TO WALK-WNA-CLOSE.
           MOVE SPACES TO SNPD-LINE.
           MOVE "WNA" TO SNPD-FILE-ID.
           MOVE WNA TO SNPD-DATA.
           PERFORM TALLY-LINE THRU END-TALLY-LINE.
           GO TO WALK-WNA-LOOP.
       WALK-WNA-CLOSE.
           CLOSE WNAFILE.
       END-WALK-WNA. EXIT.

       WALK-LATE.
           OPEN INPUT LATEFILE.
           IF FL-STATUS = "35" GO TO END-WALK-LATE.
           IF FL-STATUS NOT = "00" GO TO WALK-OPEN-FAIL.
           INITIALIZE LATE.
           START LATEFILE KEY NOT LESS LATE-PRIMARY-KEY
               INVALID KEY GO TO WALK-LATE-CLOSE.
       WALK-LATE-LOOP.
           READ LATEFILE NEXT AT END GO TO WALK-LATE-CLOSE.
           MOVE SPACES TO SNPD-LINE.
           MOVE "LAT" TO SNPD-FILE-ID.
           MOVE LATE TO SNPD-DATA.
           PERFORM TALLY-LINE THRU END-TALLY-LINE.
           GO TO WALK-LATE-LOOP.
       WALK-LATE-CLOSE.
           CLOSE LATEFILE.
       END-WALK-LATE. EXIT.

       WALK-RPT.
           OPEN INPUT RPTFILE.
           IF FL-STATUS = "35" GO TO END-WALK-RPT.
           IF FL-STATUS NOT = "00" GO TO WALK-OPEN-FAIL.
           MOVE 0 TO RPT-DATE RPT-TITLE-NO RPT-DEALER-NO RPT-SEQ.
           START RPTFILE KEY NOT LESS RPT-PRIMARY-KEY
               INVALID KEY GO TO WALK-RPT-CLOSE.
       WALK-RPT-LOOP.
           READ RPTFILE NEXT AT END GO TO WALK-RPT-CLOSE.
           MOVE SPACES TO SNPD-LINE.
           MOVE "RPT" TO SNPD-FILE-ID.
           MOVE RPT TO SNPD-DATA.
           PERFORM TALLY-LINE THRU END-TALLY-LINE.
           GO TO WALK-RPT-LOOP.
       WALK-RPT-CLOSE.
           CLOSE RPTFILE.
       END-WALK-RPT. EXIT.

       WALK-OIN.
           OPEN INPUT OINFILE.
           IF FL-STATUS = "35" GO TO END-WALK-OIN.
           IF FL-STATUS NOT = "00" GO TO WALK-OPEN-FAIL.
           INITIALIZE OIN.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO WALK-OIN-CLOSE.
       WALK-OIN-LOOP.
           READ OINFILE NEXT AT END GO TO WALK-OIN-CLOSE.
           MOVE SPACES TO SNPD-LINE.
           MOVE "OIN" TO SNPD-FILE-ID.
           MOVE OIN TO SNPD-DATA.
           PERFORM TALLY-LINE THRU END-TALLY-LINE.
           GO TO WALK-OIN-LOOP.
       WALK-OIN-CLOSE.
           CLOSE OINFILE.
       END-WALK-OIN. EXIT.

       WALK-OPEN-FAIL.
           DISPLAY "MASTER FILE WOULD NOT OPEN - STATUS " FL-STATUS
               " - RUN STOPPED".
           MOVE 16 TO RETURN-CODE.
           IF WS-WALK-MODE = "S"
              PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           STOP RUN.

       TALLY-LINE.
           PERFORM HASH-LINE THRU END-HASH-LINE.
           IF WS-WALK-MODE = "C"
              ADD 1 TO WS-CHK-CNT (WS-FX)
              ADD WS-LINE-HASH TO WS-CHK-HASH (WS-FX)
              GO TO END-TALLY-LINE.
           ADD 1 TO WS-MAN-CNT (WS-FX).
           ADD WS-LINE-HASH TO WS-MAN-HASH (WS-FX).
           WRITE SNPD-LINE.
       END-TALLY-LINE. EXIT.

      * find the line's file from its tag (WS-FX, 0 if the tag is
      * not one of the six), move the data into that file's record
      * and take the census quantity hash of it.
       HASH-LINE.
           MOVE 0 TO WS-LINE-HASH.
           MOVE 0 TO WS-FX.
       HASH-LINE-FIND.
           ADD 1 TO WS-FX.
           IF WS-FX GREATER 6
              MOVE 0 TO WS-FX
              GO TO END-HASH-LINE.
           IF WS-FILE-ID (WS-FX) NOT = SNPD-FILE-ID
              GO TO HASH-LINE-FIND.
           IF WS-FX = 2 GO TO HASH-WNR.
           IF WS-FX = 3 GO TO HASH-WNA.
           IF WS-FX = 4 GO TO HASH-LATE.
           IF WS-FX = 5 GO TO HASH-RPT.
           IF WS-FX = 6 GO TO HASH-OIN.
           MOVE SNPD-DATA TO WNK.
           MOVE 0 TO WX.
       HASH-WNK-LOOP.
           ADD 1 TO WX.
           IF WX GREATER 6 GO TO END-HASH-LINE.
           ADD WNK-ISS-DRAW-MON (WX) WNK-ISS-DRAW-TUE (WX)
               WNK-ISS-DRAW-WED (WX) WNK-ISS-DRAW-THU (WX)
               WNK-ISS-DRAW-FRI (WX) WNK-ISS-DRAW-SAT (WX)
               WNK-ISS-DRAW-SUN (WX) WNK-ISS-RET-MON (WX)
               WNK-ISS-RET-TUE (WX) WNK-ISS-RET-WED (WX)
               WNK-ISS-RET-THU (WX) WNK-ISS-RET-FRI (WX)
               WNK-ISS-RET-SAT (WX) WNK-ISS-RET-SUN (WX)
               TO WS-LINE-HASH.
           GO TO HASH-WNK-LOOP.
       HASH-WNR.
           MOVE SNPD-DATA TO WNR.
           MOVE WNR-DEALER-NO TO WS-LINE-HASH.
           GO TO END-HASH-LINE.
       HASH-WNA.
           MOVE SNPD-DATA TO WNA.
           MOVE WNA-DEALER-NO TO WS-LINE-HASH.
           GO TO END-HASH-LINE.
       HASH-LATE.
           MOVE SNPD-DATA TO LATE.
           ADD LATE-ISS-RET-MON LATE-ISS-RET-TUE LATE-ISS-RET-WED
               LATE-ISS-RET-THU LATE-ISS-RET-FRI LATE-ISS-RET-SAT
               LATE-ISS-RET-SUN TO WS-LINE-HASH.
           GO TO END-HASH-LINE.
       HASH-RPT.
           MOVE SNPD-DATA TO RPT.
           MOVE RPT-QTY TO WS-LINE-HASH.
           GO TO END-HASH-LINE.
       HASH-OIN.
           MOVE SNPD-DATA TO OIN.
           COMPUTE WS-LINE-HASH =
               (OIN-INV-AMT + OIN-PAID-AMT + OIN-WOFF-AMT) * 100.
       END-HASH-LINE. EXIT.

      * re-read the snapshot file and total it by file; a line whose
      * tag is not one of the six is counted against the proof.
       VERIFY-SNAP-DATA.
           MOVE 0 TO WS-BAD-CNT.
           OPEN INPUT SNPDATA.
           IF FL-STATUS NOT = "00"
              DISPLAY "SNAPSHOT FILE NOT FOUND: " WS-SNP-FILENAME
              ADD 1 TO WS-BAD-CNT
              GO TO END-VERIFY-SNAP-DATA.
       VERIFY-SNAP-LOOP.
           READ SNPDATA AT END GO TO VERIFY-SNAP-CLOSE.
           PERFORM HASH-LINE THRU END-HASH-LINE.
           IF WS-FX = 0
              DISPLAY "UNRECOGNIZED SNAPSHOT LINE: " SNPD-LINE (1:40)
              ADD 1 TO WS-BAD-CNT
              GO TO VERIFY-SNAP-LOOP.
           ADD 1 TO WS-CHK-CNT (WS-FX).
           ADD WS-LINE-HASH TO WS-CHK-HASH (WS-FX).
           GO TO VERIFY-SNAP-LOOP.
       VERIFY-SNAP-CLOSE.
           CLOSE SNPDATA.
       END-VERIFY-SNAP-DATA. EXIT.

      * hold the re-read (C) or restored (R) figures for each file
      * against the manifest figures; WS-BAD-CNT carries any fault
      * VERIFY-SNAP-DATA already found.
       PROVE-TOTALS.
           MOVE 0 TO WS-FX.
       PROVE-TOTALS-LOOP.
           ADD 1 TO WS-FX.
           IF WS-FX GREATER 6 GO TO END-PROVE-TOTALS.
           IF WS-PROVE-WHAT = "C"
              MOVE WS-CHK-CNT (WS-FX) TO WS-PRV-CNT
              MOVE WS-CHK-HASH (WS-FX) TO WS-PRV-HASH
           ELSE
              MOVE WS-RLD-CNT (WS-FX) TO WS-PRV-CNT
              MOVE WS-RLD-HASH (WS-FX) TO WS-PRV-HASH.
           IF WS-PRV-CNT = WS-MAN-CNT (WS-FX)
              AND WS-PRV-HASH = WS-MAN-HASH (WS-FX)
              GO TO PROVE-TOTALS-LOOP.
           MOVE WS-MAN-HASH (WS-FX) TO WS-DSP-HASH-1.
           MOVE WS-PRV-HASH TO WS-DSP-HASH-2.
           DISPLAY WS-FILE-NAME (WS-FX) " MANIFEST " WS-MAN-CNT (WS-FX)
               " HASH " WS-DSP-HASH-1 " FOUND " WS-PRV-CNT
               " HASH " WS-DSP-HASH-2.
           ADD 1 TO WS-BAD-CNT.
           GO TO PROVE-TOTALS-LOOP.
       END-PROVE-TOTALS. EXIT.

      * truncate all six files and load them from the proved
      * snapshot, which is already in key order for each file.
       RESTORE-SET.
           OPEN OUTPUT WNKFILE WNRFILE WNAFILE LATEFILE RPTFILE
               OINFILE.
           OPEN INPUT SNPDATA.
       RESTORE-LOOP.
           READ SNPDATA AT END GO TO RESTORE-DONE.
           PERFORM HASH-LINE THRU END-HASH-LINE.
           IF WS-FX = 0 GO TO RESTORE-LOOP.
           IF WS-FX = 2 GO TO RESTORE-WNR.
           IF WS-FX = 3 GO TO RESTORE-WNA.
           IF WS-FX = 4 GO TO RESTORE-LATE.
           IF WS-FX = 5 GO TO RESTORE-RPT.
           IF WS-FX = 6 GO TO RESTORE-OIN.
           WRITE WNK INVALID KEY GO TO RESTORE-DUP.
           GO TO RESTORE-TALLY.
       RESTORE-WNR.
           WRITE WNR INVALID KEY GO TO RESTORE-DUP.
           GO TO RESTORE-TALLY.
       RESTORE-WNA.
           WRITE WNA INVALID KEY GO TO RESTORE-DUP.
           GO TO RESTORE-TALLY.
       RESTORE-LATE.
           WRITE LATE INVALID KEY GO TO RESTORE-DUP.
           GO TO RESTORE-TALLY.
       RESTORE-RPT.
           WRITE RPT INVALID KEY GO TO RESTORE-DUP.
           GO TO RESTORE-TALLY.
       RESTORE-OIN.
           WRITE OIN INVALID KEY GO TO RESTORE-DUP.
       RESTORE-TALLY.
           ADD 1 TO WS-RLD-CNT (WS-FX).
           ADD WS-LINE-HASH TO WS-RLD-HASH (WS-FX).
           GO TO RESTORE-LOOP.
       RESTORE-DUP.
           DISPLAY "DUPLICATE KEY ON RESTORE: " WS-FILE-NAME (WS-FX)
               " " SNPD-DATA (1:20).
           GO TO RESTORE-LOOP.
       RESTORE-DONE.
           CLOSE SNPDATA WNKFILE WNRFILE WNAFILE LATEFILE RPTFILE
               OINFILE.
       END-RESTORE-SET. EXIT.

      * the rolled-back week must be able to roll again: drop the
      * WNKROLL checkpoint, which otherwise refuses a date it shows
      * completed (or resumes one it shows half-rolled).
       CLEAR-CHECKPOINT.
           OPEN I-O RCKFILE.
           IF FL-STATUS NOT = "00" GO TO END-CLEAR-CHECKPOINT.
           MOVE "ROLL " TO RCK-PRIMARY-KEY.
           READ RCKFILE INVALID KEY GO TO CLEAR-CHECKPOINT-CLOSE.
           DELETE RCKFILE RECORD INVALID KEY
              GO TO CLEAR-CHECKPOINT-CLOSE.
           DISPLAY "WNKROLL CHECKPOINT FOR DATE " RCK-ISS-DATE
               " CLEARED".
       CLEAR-CHECKPOINT-CLOSE.
           CLOSE RCKFILE.
       END-CLEAR-CHECKPOINT. EXIT.

      * keep the newest WS-KEEP-CNT snapshots (rolled back or not);
      * each older one has its data file emptied and its manifest
      * entry marked pruned, oldest first.
       PRUNE-SNAPSHOTS.
           MOVE 0 TO WS-SET-CNT.
           MOVE 0 TO SNP-DATE.
           START SNPFILE KEY NOT LESS SNP-PRIMARY-KEY
               INVALID KEY GO TO END-PRUNE-SNAPSHOTS.
       PRUNE-COUNT-LOOP.
           READ SNPFILE NEXT AT END GO TO PRUNE-COUNT-DONE.
           IF SNP-STATUS NOT = "P"
              ADD 1 TO WS-SET-CNT.
           GO TO PRUNE-COUNT-LOOP.
       PRUNE-COUNT-DONE.
           IF WS-SET-CNT NOT GREATER WS-KEEP-CNT
              GO TO END-PRUNE-SNAPSHOTS.
           SUBTRACT WS-KEEP-CNT FROM WS-SET-CNT GIVING WS-PRUNE-CNT.
           MOVE 0 TO SNP-DATE.
           START SNPFILE KEY NOT LESS SNP-PRIMARY-KEY
               INVALID KEY GO TO END-PRUNE-SNAPSHOTS.
       PRUNE-LOOP.
           IF WS-PRUNE-CNT = 0 GO TO END-PRUNE-SNAPSHOTS.
           READ SNPFILE NEXT AT END GO TO END-PRUNE-SNAPSHOTS.
           IF SNP-STATUS = "P" GO TO PRUNE-LOOP.
           MOVE SNP-DATE TO WS-SNP-FILE-DATE.
           OPEN OUTPUT SNPDATA.
           CLOSE SNPDATA.
           MOVE "P" TO SNP-STATUS.
           REWRITE SNP.
           SUBTRACT 1 FROM WS-PRUNE-CNT.
           DISPLAY "SNAPSHOT " SNP-DATE " PRUNED".
           GO TO PRUNE-LOOP.
       END-PRUNE-SNAPSHOTS. EXIT.

       COPY WNLLOG.
       COPY WNLQUIES.
       COPY OPRCHK.
