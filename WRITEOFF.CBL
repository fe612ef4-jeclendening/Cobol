       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: BAD-DEBT WRITE-OFF OF UNCOLLECTABLE OPEN
      * INVOICES.  INVOICES FOR DEALERS WHO CLOSED OWING US SAT
      * IN ARAGE'S OVER-90 COLUMN FOREVER, EVEN AFTER DLRPURGE
      * ARCHIVED THE DEALER.  THIS READS THE APPROVED WRITE-OFF
      * TRANSACTIONS FROM WRITEOFF.TRN (DEALER, INVOICE NUMBER,
      * APPROVING OPERATOR) AND FOR EACH ONE:
      *     - WRITES THE OPEN BALANCE OFF -- OIN-STATUS GOES TO
      *       "W", THE BALANCE LANDS IN OIN-WOFF-AMT AND THE RUN
      *       DATE IN OIN-WOFF-DATE.  ARAGE, DUNNING AND THE CASH
      *       POSTERS LEAVE A WRITTEN-OFF INVOICE ALONE.
      *     - LISTS IT ON THE WRITE-OFF REGISTER.
      * THE RUN'S COUNT AND DOLLARS POST TO THE WNC CONTROL FILE
      * UNDER KEY "WOF" SO GLEXPORT JOURNALS THE BAD-DEBT EXPENSE
      * OFF THE "WOF" LINE ACCOUNTING KEEPS IN GLCHART.DAT.
      * A WRITE-OFF IS REFUSED WHEN THE DEALER HAS NO OPEN
      * INVOICE PAST THE OVER-90 BUCKET (SAME YEAR-365 / MONTH-30
      * AGING AS ARAGE) UNLESS A SUPERVISOR RUNS IT WITH FORCE ON
      * THE COMMAND LINE; OVERRIDDEN WRITE-OFFS ARE MARKED ON THE
      * REGISTER.  THE COMMAND LINE CARRIES THE RUNNING OPERATOR
      * ID IN POSITIONS 1-8 AND OPTIONALLY FORCE IN 10-14.
      *
      *  REJECT REASON CODES:
      *     01 KEY FIELDS NOT NUMERIC OR NO APPROVING OPERATOR
      *     02 INVOICE NOT ON OPEN-INVOICE FILE FOR DEALER
      *     03 INVOICE ALREADY PAID OR WRITTEN OFF
      *     04 DEALER NOT PAST OVER-90 (NO FORCE OVERRIDE)
      *     05 RUN DATE FALLS IN A CLOSED ACCOUNTING PERIOD
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
      *           a write-off dated in a month MTHCLOSE has closed
      *           rejects with reason 05.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the running operator must be active on the OPRFILE
      *           operator master with a role that may run WRITEOFF,
      *           and FORCE needs a supervisor role -- it was taken on
      *           trust before.  a refusal stops the run and is logged
      *           to the WNLFILE run log.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY OINSEL.
       COPY WNASEL.
       COPY WNCSEL.
       COPY WOJSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/WRITEOFF.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/WRITEOFF.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WNCFILE LABEL RECORD STANDARD DATA RECORD WNC.
       01  WNC.
       COPY WNC.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-DEALER-NO   PIC 9(5).
           05  TRN-INVNO       PIC 9(7).
           05  TRN-OPERATOR    PIC X(8).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * the command line carries the operator running the job and,
      * for a supervisor writing off a dealer not yet over 90,
      * FORCE in fixed position.
       01  WS-PARM-CMD  PIC X(14) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-OPERATOR    PIC X(8).
           05  FILLER         PIC X.
           05  WS-PARM-FORCE  PIC X(5).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE   PIC 9(6) VALUE 0.
       COPY WOJPWS.
       COPY OPRWS.
       01  WS-INV-DATE-R.
           05  WS-INV-YY PIC 99.
           05  WS-INV-MM PIC 99.
           05  WS-INV-DD PIC 99.
       01  WS-TODAY-DAYS PIC S9(7) VALUE 0.
       01  WS-INV-DAYS   PIC S9(7) VALUE 0.
       01  WS-AGE-DAYS   PIC S9(5) VALUE 0.
       01  WS-OLDEST-AGE PIC S9(5) VALUE 0.
       01  WS-BALANCE    PIC S9(7)V99 VALUE 0.
       01  WS-OVERRIDE-FL PIC X   VALUE "N".
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-FORCE-CNT  PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-POST-AMT   PIC 9(7)V99 VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "BAD-DEBT WRITE-OFF REGISTER  ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(10) VALUE "  OPERATOR".
           05  FILLER PIC X VALUE SPACE.
           05  H1-OPERATOR PIC X(8).
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "DEALER NAME                    INVOICE  INV ".
           05  FILLER PIC X(48) VALUE
               "DATE  AGE   WRITTEN OFF APPROVED RESULT".
       01  DETAIL-LINE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(24).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-INVNO     PIC 9(7).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-INV-DATE  PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AGE       PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AMT       PIC -ZZZZZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-OPERATOR  PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RESULT    PIC X(30).
       01  TOTAL-LINE.
           05  FILLER        PIC X(30) VALUE
               "TOTAL WRITTEN OFF".
           05  TOT-CNT       PIC ZZZZ9.
           05  FILLER        PIC X(16) VALUE " INVOICES".
           05  TOT-AMT       PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "WRITEOFF" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "Y" TO WS-OPR-SUPV-REQ.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "Y" TO WS-OVERRIDE-FL
              DISPLAY "FORCE GIVEN BY " WS-OPERATOR
                  " - OVER-90 TEST OVERRIDDEN".
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           MOVE WS-RUN-DATE TO WS-PERIOD-DATE.
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
           COMPUTE WS-TODAY-DAYS =
               WS-YY * 365 + WS-MM * 30 + WS-DD.
           OPEN I-O OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
                  "DLRINVOICE FIRST"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNAFILE.
           OPEN INPUT TRNFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "WRITEOFF.TRN NOT FOUND - NOTHING TO POST"
              CLOSE OINFILE WNAFILE
              STOP RUN.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-OPERATOR TO H1-OPERATOR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
       READ-TRN.
           READ TRNFILE AT END GO TO END-JOB.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           IF TRN-DEALER-NO NOT NUMERIC OR TRN-INVNO NOT NUMERIC
              OR TRN-OPERATOR = SPACES
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF WS-PERIOD-CLOSED-FL = "Y"
              MOVE 05 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM DEALER-OLDEST THRU END-DEALER-OLDEST.
           MOVE TRN-DEALER-NO TO OIN-DEALER-NO.
           MOVE TRN-INVNO TO OIN-INVNO.
           READ OINFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT
               GIVING WS-BALANCE.
           IF OIN-STATUS = "P" OR OIN-STATUS = "W"
              OR WS-BALANCE NOT GREATER 0
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF WS-OLDEST-AGE NOT GREATER 90
              AND WS-OVERRIDE-FL NOT = "Y"
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE "W" TO OIN-STATUS.
           MOVE WS-BALANCE TO OIN-WOFF-AMT.
           MOVE WS-RUN-DATE TO OIN-WOFF-DATE.
           REWRITE OIN INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           ADD WS-BALANCE TO WS-POST-AMT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TRN-DEALER-NO TO DET-DEALER-NO.
           MOVE WNA-NAME TO DET-NAME.
           MOVE OIN-INVNO TO DET-INVNO.
           MOVE OIN-INV-DATE TO DET-INV-DATE.
           MOVE WS-OLDEST-AGE TO DET-AGE.
           MOVE WS-BALANCE TO DET-AMT.
           MOVE TRN-OPERATOR TO DET-OPERATOR.
           MOVE "WRITTEN OFF" TO DET-RESULT.
           IF WS-OLDEST-AGE NOT GREATER 90
              ADD 1 TO WS-FORCE-CNT
              MOVE "WRITTEN OFF - FORCE OVERRIDE" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO READ-TRN.

      * the dealer's oldest open invoice decides whether the
      * dealer is past the over-90 bucket; the name comes off the
      * master when the dealer is still there (a purged dealer is
      * exactly the case this run exists for).
       DEALER-OLDEST.
           MOVE 0 TO WS-OLDEST-AGE.
           MOVE TRN-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE "DEALER NOT ON MASTER" TO WNA-NAME.
           INITIALIZE OIN.
           MOVE TRN-DEALER-NO TO OIN-DEALER-NO.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO END-DEALER-OLDEST.
       DEALER-OLDEST-READ.
           READ OINFILE NEXT AT END GO TO END-DEALER-OLDEST.
           IF OIN-DEALER-NO NOT = TRN-DEALER-NO
              GO TO END-DEALER-OLDEST.
           IF OIN-STATUS = "P" OR OIN-STATUS = "W"
              GO TO DEALER-OLDEST-READ.
           IF OIN-PAID-AMT NOT LESS OIN-INV-AMT
              GO TO DEALER-OLDEST-READ.
           MOVE OIN-INV-DATE TO WS-INV-DATE-R.
           COMPUTE WS-INV-DAYS =
               WS-INV-YY * 365 + WS-INV-MM * 30 + WS-INV-DD.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-INV-DAYS.
           IF WS-AGE-DAYS GREATER WS-OLDEST-AGE
              MOVE WS-AGE-DAYS TO WS-OLDEST-AGE.
           GO TO DEALER-OLDEST-READ.
       END-DEALER-OLDEST. EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           IF TRN-DEALER-NO NUMERIC
              MOVE TRN-DEALER-NO TO DET-DEALER-NO.
           IF TRN-INVNO NUMERIC
              MOVE TRN-INVNO TO DET-INVNO.
           MOVE TRN-OPERATOR TO DET-OPERATOR.
           MOVE "REJECTED - REASON " TO DET-RESULT.
           MOVE WS-REJ-REASON TO DET-RESULT (19:2).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.

       END-JOB.
           MOVE WS-POST-CNT TO TOT-CNT.
           MOVE WS-POST-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
      * post the run's totals to the WNC control file for the
      * GLEXPORT bad-debt journal.
           OPEN I-O WNCFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WNCFILE
              OPEN OUTPUT WNCFILE
              CLOSE WNCFILE
              OPEN I-O WNCFILE.
           INITIALIZE WNC.
           MOVE "WOF" TO WNC-PRIMARY-KEY.
           MOVE WS-POST-CNT TO WNC-GRAND-QTY.
           MOVE WS-POST-AMT TO WNC-GRAND-AMT.
           MOVE WS-MM TO WNC-RUN-MM.
           MOVE WS-DD TO WNC-RUN-DD.
           WRITE WNC INVALID KEY REWRITE WNC.
           CLOSE WNCFILE.
           DISPLAY "WRITE-OFFS READ:       " WS-READ-CNT.
           DISPLAY "INVOICES WRITTEN OFF:  " WS-POST-CNT.
           DISPLAY "  BY FORCE OVERRIDE:   " WS-FORCE-CNT.
           DISPLAY "DOLLARS WRITTEN OFF:   " WS-POST-AMT.
           DISPLAY "WRITE-OFFS REJECTED:   " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE OINFILE WNAFILE TRNFILE PRLINE.
           STOP RUN.

       COPY WOJPLOCK.
       COPY OPRCHK.
