      * stays status "A" from chain start to chain completion, and
      * a maintenance or posting run in that window gives the
      * morning reports files that disagree with the snapshots the
      * chain took.  a supervisor who genuinely must force a run
      * passes FORCE on the command line; the override itself is
      * posted to the run log (status "O", the operator in the
      * trailing filler) where the BATSTAT morning page will show
      * it.
       QUIESCE-CHECK-RTN.
           OPEN I-O WNLFILE.
           IF FL-STATUS NOT = "00"
           MOVE WS-QUIESCE-DATE TO WNL-RUN-DATE.
           MOVE WS-QUIESCE-TIME TO WNL-START-TIME.
           MOVE "O" TO WNL-STATUS.
           MOVE WS-QUIESCE-OPERATOR TO WNL (41:8).
           WRITE WNL INVALID KEY REWRITE WNL.
           DISPLAY WS-QUIESCE-PROGRAM
               " FORCED PAST THE BATCH-ACTIVE LOCK - "
