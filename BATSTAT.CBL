      * PER STEP: START TIME, END TIME, RECORD COUNT AND OUTCOME
      * -- "C" COMPLETED, "S" STARTED BUT NEVER FINISHED, "OLD"
      * WHEN THE LATEST RECORD IS NOT FROM LAST NIGHT (THE STEP
      * DID NOT RUN).  A REFUSED RUN ("D") OR A MONTH REOPEN ("R")
      * IS AN EVENT, NOT A SCHEDULED STEP: ONE FROM AN EARLIER
      * NIGHT IS LEFT OFF THE PAGE.  ANYTHING OTHER THAN A FULL
      * PAGE OF COMPLETED STEPS ENDS WITH RETURN CODE 8 SO THE
      * MORNING OPERATOR SEES IT WITHOUT READING THE PAGE.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *           so a chain that straddles midnight no longer
      *           flags half its steps "DID NOT RUN TONIGHT".
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a run refused by the operator check (status "D")
      *           prints as REFUSED with the operator and the count of
      *           attempts, and a FORCE override (status "O") as
      *           FORCED with the supervisor; both count as problems.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a MTHCLOSE month reopen (status "R") prints as
      *           REOPENED BY with the supervisor and counts as a
      *           problem, as FORCED does; a refusal or reopen logged on
      *           an earlier night is left off the page instead of
      *           showing as DID NOT RUN TONIGHT.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNLWS.
       01  WS-STEP-CNT    PIC 99 VALUE 0.
       01  WS-PROBLEM-CNT PIC 99 VALUE 0.
       01  WS-STALE-FL    PIC X  VALUE "N".
       01  HEAD-1.
           05  FILLER PIC X(28) VALUE "NIGHTLY BATCH STATUS FOR ".
           05  H1-MM PIC 99.
               INVALID KEY GO TO END-JOB.
       READ-WNL.
           READ WNLFILE NEXT AT END GO TO END-JOB.
           MOVE WNL-RUN-DATE TO WS-RUNLOG-DATE.
           PERFORM RUNLOG-PREV-DATE-RTN
               THRU END-RUNLOG-PREV-DATE-RTN.
           MOVE "N" TO WS-STALE-FL.
           IF WNL-RUN-DATE NOT = WS-RUN-DATE-CHECK
              AND WNL-RUN-DATE NOT = WS-CHK-PREV-DATE
              AND WS-RUNLOG-PREV-DATE NOT = WS-RUN-DATE-CHECK
              MOVE "Y" TO WS-STALE-FL.
      * a refusal or a reopen is an event, not a step that should
      * have run: an old one is not tonight's business.
           IF WS-STALE-FL = "Y"
              AND (WNL-STATUS = "D" OR WNL-STATUS = "R")
              GO TO READ-WNL.
           ADD 1 TO WS-STEP-CNT.
           MOVE WNL-PROGRAM TO DET-PROGRAM.
           MOVE WNL-START-TIME TO DET-START.
           MOVE WNL-END-TIME TO DET-END.
           MOVE WNL-REC-CNT TO DET-CNT.
           IF WS-STALE-FL = "Y"
              MOVE "DID NOT RUN TONIGHT" TO DET-OUTCOME
              ADD 1 TO WS-PROBLEM-CNT
           ELSE
              IF WNL-STATUS = "C"
                 MOVE "COMPLETED" TO DET-OUTCOME
              ELSE
                 PERFORM PROBLEM-OUTCOME THRU END-PROBLEM-OUTCOME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO READ-WNL.

      * a refused run's record count is the attempts that day.
       PROBLEM-OUTCOME.
           ADD 1 TO WS-PROBLEM-CNT.
           MOVE "STARTED - NO FINISH" TO DET-OUTCOME.
           IF WNL-STATUS = "D"
              MOVE "REFUSED " TO DET-OUTCOME
              MOVE WNL (41:8) TO DET-OUTCOME (9:8).
           IF WNL-STATUS = "O"
              MOVE "FORCED BY " TO DET-OUTCOME
              MOVE WNL (41:8) TO DET-OUTCOME (11:8).
           IF WNL-STATUS = "R"
              MOVE "REOPENED BY " TO DET-OUTCOME
              MOVE WNL (41:8) TO DET-OUTCOME (13:8).
       END-PROBLEM-OUTCOME. EXIT.

       END-JOB.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
