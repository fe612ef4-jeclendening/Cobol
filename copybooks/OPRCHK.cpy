      * check the operator off the command line against the OPRFILE
      * operator master before the program touches anything: the
      * operator must be on file and active, the operator's role
      * must be on file and list this program (or "*" for every
      * program), and a run that needs a supervisor (FORCE) needs a
      * role flagged as one.  a refusal stops the run with return
      * code 16 and is posted to the WNLFILE run log -- program
      * field "DENY " and the program name, status "D", the
      * operator in the trailing filler, the count of refusals that
      * day in the record count -- where BATSTAT and MORNSUM show
      * it.
       OPR-CHECK-RTN.
           MOVE SPACES TO WS-OPR-REASON WS-OPR-NAME WS-OPR-ROLE.
           MOVE "N" TO WS-OPR-SUPV-FL.
           IF WS-OPR-OPERATOR = SPACES
              MOVE "OPERATOR ID REQUIRED" TO WS-OPR-REASON
              GO TO OPR-REFUSED-RTN.
           OPEN INPUT OPRFILE.
           IF FL-STATUS NOT = "00"
              MOVE "NO OPERATOR MASTER ON FILE" TO WS-OPR-REASON
              GO TO OPR-REFUSED-RTN.
           MOVE "O" TO OPR-REC-TYPE.
           MOVE WS-OPR-OPERATOR TO OPR-ID.
           READ OPRFILE INVALID KEY
              MOVE "UNKNOWN OPERATOR" TO WS-OPR-REASON
              GO TO OPR-REFUSED-CLOSE.
           IF OPR-ACTIVE-FL NOT = "Y"
              MOVE "OPERATOR NOT ACTIVE" TO WS-OPR-REASON
              GO TO OPR-REFUSED-CLOSE.
           MOVE OPR-NAME TO WS-OPR-NAME.
           MOVE OPR-ROLE TO WS-OPR-ROLE.
           MOVE "R" TO OPR-REC-TYPE.
           MOVE WS-OPR-ROLE TO OPR-ID.
           READ OPRFILE INVALID KEY
              MOVE "ROLE NOT ON OPERATOR MASTER" TO WS-OPR-REASON
              GO TO OPR-REFUSED-CLOSE.
           MOVE OPR-SUPV-FL TO WS-OPR-SUPV-FL.
           IF WS-OPR-SUPV-REQ = "Y" AND WS-OPR-SUPV-FL NOT = "Y"
              MOVE "SUPERVISOR ROLE REQUIRED" TO WS-OPR-REASON
              GO TO OPR-REFUSED-CLOSE.
           MOVE 0 TO WS-OPR-PX.
       OPR-PROGRAM-LOOP.
           ADD 1 TO WS-OPR-PX.
           IF WS-OPR-PX GREATER 12
              MOVE "ROLE MAY NOT RUN THIS PROGRAM" TO WS-OPR-REASON
              GO TO OPR-REFUSED-CLOSE.
           IF OPR-PROGRAM (WS-OPR-PX) NOT = "*"
              AND OPR-PROGRAM (WS-OPR-PX) NOT = WS-OPR-PROGRAM
              GO TO OPR-PROGRAM-LOOP.
           CLOSE OPRFILE.
           GO TO END-OPR-CHECK-RTN.
       OPR-REFUSED-CLOSE.
           CLOSE OPRFILE.
       OPR-REFUSED-RTN.
           DISPLAY WS-OPR-PROGRAM " REFUSED FOR OPERATOR "
               WS-OPR-OPERATOR " - " WS-OPR-REASON.
           ACCEPT WS-OPR-DATE FROM DATE.
           ACCEPT WS-OPR-TIME-X FROM TIME.
           OPEN I-O WNLFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WNLFILE
              OPEN OUTPUT WNLFILE
              CLOSE WNLFILE
              OPEN I-O WNLFILE.
           MOVE SPACES TO WNL-PROGRAM.
           MOVE "DENY " TO WNL-PROGRAM.
           MOVE WS-OPR-PROGRAM TO WNL-PROGRAM (6:13).
           READ WNLFILE INVALID KEY
              INITIALIZE WNL
              MOVE "DENY " TO WNL-PROGRAM
              MOVE WS-OPR-PROGRAM TO WNL-PROGRAM (6:13).
           IF WNL-RUN-DATE NOT = WS-OPR-DATE
              MOVE 0 TO WNL-REC-CNT.
           ADD 1 TO WNL-REC-CNT.
           MOVE WS-OPR-DATE TO WNL-RUN-DATE.
           MOVE WS-OPR-TIME TO WNL-START-TIME WNL-END-TIME.
           MOVE "D" TO WNL-STATUS.
           MOVE WS-OPR-OPERATOR TO WNL (41:8).
           WRITE WNL INVALID KEY REWRITE WNL.
           CLOSE WNLFILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END-OPR-CHECK-RTN. EXIT.
