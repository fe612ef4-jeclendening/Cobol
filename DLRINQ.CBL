      * DRAW/RETURNS/NET FOR A CHOSEN WEEK OCCURRENCE, A PAGE OF
      * TITLES AT A TIME WITH NEXT/PREVIOUS PAGING -- THE SAME
      * FIGURES LEDGER-NEW PRINTS, ON DEMAND FOR ONE DEALER
      * WHILE THE CALLER IS ON THE LINE.  THE DEALER'S OPEN
      * SERVICE CALLS (SVCFILE, SEE SVCMAINT) SHOW UNDER THE
      * MASTER SO WHOEVER ANSWERS SEES THE HISTORY FIRST.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           shows the dealer's open and pending service calls
      *           off SVCFILE under the master, with the count of
      *           calls on file and in the last 30 days.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
       COPY WNASEL.
       COPY WNKSEL.
       COPY SVCSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  SVCFILE LABEL RECORD STANDARD DATA RECORD SVC.
       01  SVC.
       COPY SVC.

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  TX-END       PIC 999   VALUE 0.
       01  WS-DRAW      PIC 9(7)  VALUE 0.
       01  WS-RETURNS   PIC 9(7)  VALUE 0.
       01  WS-SVC-FL    PIC X     VALUE "Y".
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DAYS  PIC 9(6)  VALUE 0.
       01  WS-CALL-DATE PIC 9(6)  VALUE 0.
       01  WS-CALL-DATE-R REDEFINES WS-CALL-DATE.
           05  WS-CALL-YY PIC 99.
           05  WS-CALL-MM PIC 99.
           05  WS-CALL-DD PIC 99.
       01  WS-CALL-DAYS PIC 9(6)  VALUE 0.
       01  WS-CALL-CNT  PIC 9(4)  VALUE 0.
       01  WS-RECENT-CNT PIC 9(4) VALUE 0.
       01  WS-OPEN-CNT  PIC 9(4)  VALUE 0.
      * the dealer's title numbers collect here once so next and
      * previous paging can re-read any page by key.
       01  WS-TITLE-MAX PIC 999 VALUE 500.
           05  DET-RETURNS  PIC ZZZZZZ9.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-NET      PIC -ZZZZZZ9.
       01  CALL-LINE.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  CLN-CALL-NO  PIC ZZZZ9.
           05  FILLER       PIC X VALUE SPACE.
           05  CLN-MM       PIC 99.
           05  FILLER       PIC X VALUE "/".
           05  CLN-DD       PIC 99.
           05  FILLER       PIC X VALUE "/".
           05  CLN-YY       PIC 99.
           05  FILLER       PIC X VALUE SPACE.
           05  CLN-CATEGORY PIC XX.
           05  FILLER       PIC X VALUE SPACE.
           05  CLN-TITLE-NO PIC X(3).
           05  FILLER       PIC X VALUE SPACE.
           05  CLN-STATUS   PIC X.
           05  FILLER       PIC X VALUE SPACE.
           05  CLN-DESC     PIC X(50).

       PROCEDURE DIVISION.
       START-PROGRAM.
           OPEN INPUT WNAFILE WNKFILE.
           OPEN INPUT SVCFILE.
           IF FL-STATUS NOT = "00"
              MOVE "N" TO WS-SVC-FL.
           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-RUN-DAYS = WS-YY * 365 + WS-MM * 30 + WS-DD.
       ASK-DEALER.
           DISPLAY " ".
           DISPLAY "DEALER NO (OR END): " WITH NO ADVANCING.
               "  ROUTE " WNA-ROUTE-NO
               "  SEQ " WNA-SEQ-NSP-DAY
               "  PHONE (" WNA-TELE-AREA-CODE ") " WNA-TELE-NUMBER.
           PERFORM SHOW-CALLS THRU END-SHOW-CALLS.
       ASK-WEEK.
           DISPLAY "WEEK OCCURRENCE 1-6 (BLANK = 3): "
               WITH NO ADVANCING.
           GO TO LOAD-TITLE-LOOP.
       END-LOAD-TITLES. EXIT.

      * the dealer's open and pending service calls, with how many
      * calls are on file and how many came in the last 30 days.
       SHOW-CALLS.
           IF WS-SVC-FL = "N" GO TO END-SHOW-CALLS.
           MOVE 0 TO WS-CALL-CNT WS-RECENT-CNT WS-OPEN-CNT.
           DISPLAY " ".
           MOVE WS-DEALER-NO TO SVC-DEALER-NO.
           MOVE 0 TO SVC-CALL-NO.
           START SVCFILE KEY NOT LESS SVC-PRIMARY-KEY
               INVALID KEY GO TO SHOW-CALLS-COUNT.
       SHOW-CALLS-LOOP.
           READ SVCFILE NEXT AT END GO TO SHOW-CALLS-COUNT.
           IF SVC-DEALER-NO NOT = WS-DEALER-NO
              GO TO SHOW-CALLS-COUNT.
           ADD 1 TO WS-CALL-CNT.
           MOVE SVC-CALL-DATE TO WS-CALL-DATE.
           COMPUTE WS-CALL-DAYS =
               WS-CALL-YY * 365 + WS-CALL-MM * 30 + WS-CALL-DD.
           IF WS-CALL-DAYS + 30 NOT LESS WS-RUN-DAYS
              ADD 1 TO WS-RECENT-CNT.
           IF SVC-STATUS = "C" GO TO SHOW-CALLS-LOOP.
           ADD 1 TO WS-OPEN-CNT.
           IF WS-OPEN-CNT = 1
              DISPLAY "OPEN SERVICE CALLS:"
              DISPLAY "  CALL DATE     CT TTL S DESCRIPTION".
           MOVE SPACES TO CLN-TITLE-NO.
           MOVE SVC-CALL-NO TO CLN-CALL-NO.
           MOVE WS-CALL-MM TO CLN-MM.
           MOVE WS-CALL-DD TO CLN-DD.
           MOVE WS-CALL-YY TO CLN-YY.
           MOVE SVC-CATEGORY TO CLN-CATEGORY.
           IF SVC-TITLE-NO NOT = 0
              MOVE SVC-TITLE-NO TO CLN-TITLE-NO.
           MOVE SVC-STATUS TO CLN-STATUS.
           MOVE SVC-DESC TO CLN-DESC.
           DISPLAY CALL-LINE.
           GO TO SHOW-CALLS-LOOP.
       SHOW-CALLS-COUNT.
           IF WS-OPEN-CNT = 0
              DISPLAY "NO OPEN SERVICE CALLS".
           DISPLAY "SERVICE CALLS ON FILE " WS-CALL-CNT
               "  LAST 30 DAYS " WS-RECENT-CNT
               "  OPEN " WS-OPEN-CNT.
       END-SHOW-CALLS. EXIT.

       END-JOB.
           CLOSE WNAFILE WNKFILE.
           IF WS-SVC-FL = "Y"
              CLOSE SVCFILE.
           STOP RUN.
