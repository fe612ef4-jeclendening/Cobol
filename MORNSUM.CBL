      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a second batch line counts the runs refused by the
      *           operator check (run-log status "D") tonight, with
      *           the attempts behind them.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a refusal or a MTHCLOSE month reopen (run-log status
      *           "D" or "R") logged on an earlier night is not counted
      *           as a step or a problem, and a reopen tonight is not a
      *           problem either, as a FORCE override is not.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-AFF-PAST    PIC 9(5) VALUE 0.
       01  WS-STEP-CNT    PIC 99 VALUE 0.
       01  WS-PROBLEM-CNT PIC 99 VALUE 0.
       01  WS-DENY-CNT    PIC 99 VALUE 0.
       01  WS-DENY-TRIES  PIC 9(7) VALUE 0.
       COPY WNLWS.
       01  HEAD-1.
           05  FILLER PIC X(28) VALUE

      * the batch outcome line, counted the way BATSTAT counts it:
      * a step dated outside tonight or left started-no-finish is
      * a problem.  a refusal or a reopen is an event, not a step:
      * an old one is skipped, and a reopen tonight is no problem.
       BATCH-OUTCOME.
           OPEN INPUT WNLFILE.
           IF FL-STATUS NOT = "00"
       BATCH-LOOP.
           READ WNLFILE NEXT AT END GO TO BATCH-CLOSE.
           IF WNL-PROGRAM = "BATCH-ACTIVE" GO TO BATCH-LOOP.
           IF (WNL-STATUS = "D" OR WNL-STATUS = "R")
              AND WNL-RUN-DATE NOT = WS-RUNLOG-DATE
              AND WNL-RUN-DATE NOT = WS-RUNLOG-PREV-DATE
              GO TO BATCH-LOOP.
           ADD 1 TO WS-STEP-CNT.
           IF WNL-STATUS = "D"
              ADD 1 TO WS-DENY-CNT
              ADD WNL-REC-CNT TO WS-DENY-TRIES.
           IF WNL-RUN-DATE NOT = WS-RUNLOG-DATE
              AND WNL-RUN-DATE NOT = WS-RUNLOG-PREV-DATE
              ADD 1 TO WS-PROBLEM-CNT
           ELSE
              IF WNL-STATUS NOT = "C" AND WNL-STATUS NOT = "O"
                 AND WNL-STATUS NOT = "R"
                 ADD 1 TO WS-PROBLEM-CNT.
           GO TO BATCH-LOOP.
       BATCH-CLOSE.
           MOVE WS-STEP-CNT TO SUM-COUNT.
           MOVE WS-PROBLEM-CNT TO SUM-COUNT2.
           PERFORM WRITE-SUM-LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE "UNAUTHORIZED RUNS / ATTEMPTS" TO SUM-LABEL.
           MOVE WS-DENY-CNT TO SUM-COUNT.
           MOVE WS-DENY-TRIES TO SUM-COUNT2.
           PERFORM WRITE-SUM-LINE.
           IF WS-PROBLEM-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
       END-BATCH-OUTCOME. EXIT.
