      * THE CENSUS.KEY FILE, SHIFTING LAST NIGHT'S FIGURES INTO
      * THE PRIOR SLOTS.  A COUNT OR QUANTITY SWING BEYOND THE
      * TOLERANCE PERCENT FROM THE COMMAND LINE (BLANK = 10),
      * WITH NO DLRPURGE, WNKROLL, WNKSNAP ROLLBACK OR CLMARCH
      * ARCHIVE SHOWING ON THE WNLFILE RUN LOG FOR TONIGHT, ENDS
      * WITH RETURN CODE 8 SO THE BATSTAT MORNING REVIEW CATCHES
      * IT.  THE RUN POSTS ITS OWN START AND END RECORDS TO THE
      * RUN LOG LIKE EVERY NIGHTLY STEP.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a WNKSNAP rollback completed tonight excuses the
      *           swing it causes, as a purge or rollover does.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a CLMARCH claim and affidavit archive run tonight
      *           excuses the drop in RPTFL1.KEY and LATEFL.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              MOVE "SWING PAST TOLERANCE" TO DET-OUTCOME
              ADD 1 TO WS-PROBLEM-CNT.

      * a purge, rollover, snapshot rollback or claim archive
      * completed tonight (today's date or yesterday's for a chain
      * past midnight) excuses the swing it caused on purpose.
       CHECK-MAINT-NIGHT.
           MOVE "N" TO WS-MAINT-FL.
           PERFORM RUNLOG-PREV-DATE-RTN
              MOVE "Y" TO WS-MAINT-FL.
       CHECK-MAINT-ROLL.
           MOVE "WNKROLL" TO WNL-PROGRAM.
           READ WNLFILE INVALID KEY GO TO CHECK-MAINT-SNAP.
           IF WNL-RUN-DATE = WS-RUNLOG-DATE
              OR WNL-RUN-DATE = WS-RUNLOG-PREV-DATE
              MOVE "Y" TO WS-MAINT-FL.
       CHECK-MAINT-SNAP.
           MOVE "WNKSNAP-ROLL" TO WNL-PROGRAM.
           READ WNLFILE INVALID KEY GO TO CHECK-MAINT-ARCH.
           IF WNL-RUN-DATE = WS-RUNLOG-DATE
              OR WNL-RUN-DATE = WS-RUNLOG-PREV-DATE
              MOVE "Y" TO WS-MAINT-FL.
       CHECK-MAINT-ARCH.
           MOVE "CLMARCH" TO WNL-PROGRAM.
           READ WNLFILE INVALID KEY GO TO END-CHECK-MAINT-NIGHT.
           IF WNL-RUN-DATE = WS-RUNLOG-DATE
              OR WNL-RUN-DATE = WS-RUNLOG-PREV-DATE
