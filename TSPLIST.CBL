       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSPLIST.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: DAILY TEMPORARY-STOP LISTING FOR THE DOCK.  READS
      * THE TEMPORARY STOPS ON TSPFILE (SEE TSPMAINT) AND LISTS,
      * IN DEALER ORDER, EVERY STOP STARTING TODAY (PULL THE DRAW
      * OFF THE LOAD), EVERY STOP RESUMING TODAY (THE DEALER IS
      * BACK ON THE ORIGINAL DRAW) AND EVERY DEALER STILL OUT, SO
      * THE LOADERS AND DRIVERS ARE NOT SURPRISED BY EITHER.
      *
      * THE LISTING DATE DEFAULTS TO TODAY; A YYMMDD ON THE
      * COMMAND LINE LISTS ANOTHER DAY (E.G. TOMORROW'S, RUN THE
      * NIGHT BEFORE).
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
       COPY WNASEL.
       COPY TSPSEL.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/TSPLIST.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  TSPFILE LABEL RECORD STANDARD DATA RECORD TSP.
       01  TSP.
       COPY TSP.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-PARM-DATE  PIC X(6) VALUE SPACES.
       01  WS-START-CNT  PIC 9(5) VALUE 0.
       01  WS-RESUME-CNT PIC 9(5) VALUE 0.
       01  WS-OUT-CNT    PIC 9(5) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "TEMPORARY STOPS - DOCK LIST  ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  HEAD-2.
           05  FILLER PIC X(42) VALUE
               "ACTION    DEALER NAME                     ".
           05  FILLER PIC X(23) VALUE
               "RT START  RESUME REASON".
       01  LIST-LINE.
           05  LST-ACTION    PIC X(9).
           05  FILLER        PIC X VALUE SPACE.
           05  LST-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  LST-NAME      PIC X(25).
           05  FILLER        PIC X VALUE SPACE.
           05  LST-ROUTE     PIC X(2).
           05  FILLER        PIC X VALUE SPACE.
           05  LST-START     PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  LST-RESUME    PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  LST-REASON    PIC X(20).
       01  TOTAL-LINE.
           05  FILLER        PIC X(18) VALUE "STARTING TODAY:   ".
           05  TOT-START     PIC ZZZZ9.
           05  FILLER        PIC X(18) VALUE "   RESUMING TODAY:".
           05  TOT-RESUME    PIC ZZZZ9.
           05  FILLER        PIC X(16) VALUE "   STILL OUT:   ".
           05  TOT-OUT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
           IF WS-PARM-DATE NOT = SPACES
              IF WS-PARM-DATE NUMERIC
                 MOVE WS-PARM-DATE TO WS-DATE
              ELSE
                 DISPLAY "LISTING DATE MUST BE YYMMDD"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT TSPFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO TEMPORARY STOPS ON FILE"
              STOP RUN.
           OPEN INPUT WNAFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
       READ-TSP.
           READ TSPFILE NEXT AT END GO TO END-JOB.
           MOVE SPACES TO LIST-LINE.
           IF TSP-START-DATE = WS-DATE-N
              MOVE "STARTS" TO LST-ACTION
              ADD 1 TO WS-START-CNT
              GO TO PRINT-STOP.
           IF TSP-RESUME-DATE = WS-DATE-N
              MOVE "RESUMES" TO LST-ACTION
              ADD 1 TO WS-RESUME-CNT
              GO TO PRINT-STOP.
           IF TSP-START-DATE LESS WS-DATE-N
              AND TSP-RESUME-DATE GREATER WS-DATE-N
              MOVE "STILL OUT" TO LST-ACTION
              ADD 1 TO WS-OUT-CNT
              GO TO PRINT-STOP.
           GO TO READ-TSP.
       PRINT-STOP.
           MOVE TSP-DEALER-NO TO LST-DEALER-NO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE "** NOT ON DEALER FILE **" TO WNA-NAME
              MOVE SPACES TO WNA-ROUTE-NO.
           MOVE WNA-NAME TO LST-NAME.
           MOVE WNA-ROUTE-NO TO LST-ROUTE.
           MOVE TSP-START-DATE TO LST-START.
           MOVE TSP-RESUME-DATE TO LST-RESUME.
           MOVE TSP-REASON TO LST-REASON.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM LIST-LINE AFTER ADVANCING 1.
           GO TO READ-TSP.

       END-JOB.
           MOVE WS-START-CNT TO TOT-START.
           MOVE WS-RESUME-CNT TO TOT-RESUME.
           MOVE WS-OUT-CNT TO TOT-OUT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           DISPLAY "STOPS STARTING TODAY:  " WS-START-CNT.
           DISPLAY "STOPS RESUMING TODAY:  " WS-RESUME-CNT.
           DISPLAY "DEALERS STILL OUT:     " WS-OUT-CNT.
           CLOSE WNAFILE TSPFILE PRLINE.
           STOP RUN.
