       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCERT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: WEEKLY RETURNS CERTIFICATION TO PUBLISHERS.  WE
      * OWE EACH PUBLISHER PROOF OF THE RETURNS WE CLAIM CREDIT
      * FOR, AND THE CERTIFICATION WAS STILL TYPED UP FROM THE
      * LEDGER-NEW TOTALS EVERY WEEK.  THIS TAKES THE RETURNED
      * COPIES BY TITLE AND ISSUE DAY FROM THE WNK-ISS-RET DAY
      * FIELDS FOR THE CLOSING WEEK, ADDS EVERY LATE-RETURN
      * AFFIDAVIT LATECRED CREDITED DURING THAT WEEK (LATEFL,
      * LATE-CREDITED-FL WITH LATE-CRED-DATE IN THE SEVEN DAYS
      * ENDING ON THE WEEK DATE), PRICES THE COPIES AT
      * PUB-PUB-COST AND PRINTS ONE CERTIFICATION PER PUBLISHER
      * WITH THE CREDIT CLAIMED.  PUBLISHERS WITH PUB-ELEC-RET-FL
      * SET (CTLMAINT TABLE "ERT") ALSO GET THEIR LINES ON THE
      * RETCERT.DAT FLAT FILE, CLOSED BY A TRL RECORD.
      *
      * THE RUN TIES THE WEEK'S CERTIFIED WNK RETURNS BACK TO THE
      * WNC "LED" RETURNS CONTROL TOTAL LEDGER-NEW POSTS, SO WHAT
      * WE CERTIFY MATCHES WHAT WE CREDITED OUR OWN DEALERS -- A
      * MISMATCH ENDS WITH RETURN CODE 8.  THE LATE AFFIDAVIT
      * COPIES WERE CREDITED OUTSIDE THE LEDGER AND ARE SHOWN AND
      * TOTALLED SEPARATELY.  THE SEVEN-DAY WINDOW USES THE SAME
      * YEAR-365 / MONTH-30 DAY ARITHMETIC AS ARAGE.
      *
      * THE COMMAND LINE CARRIES, IN FIXED POSITION, THE WNK WEEK
      * OCCURRENCE TO CERTIFY (BLANK = CURRENT WEEK, 3).
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
       COPY WNKSEL.
       COPY WNRSEL.
       COPY WNXSEL.
       COPY PUBSEL.
       COPY WNCSEL.
           SELECT LATEFILE ASSIGN RANDOM "LATEFL"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD LATE-PRIMARY-KEY OF LATE
           ALTERNATE RECORD LATE-ALTERNATE-KEY-ONE OF LATE DUPLICATES
           STATUS FL-STATUS.
           SELECT CERTFILE ASSIGN "/home/prb/f/send/RETCERT.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/RETCERT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WNXFILE LABEL RECORD STANDARD DATA RECORD WNX.
       01  WNX.
       COPY WNX.
       FD  PUBFILE LABEL RECORD STANDARD DATA RECORD PUB.
       01  PUB.
       COPY PUB.
       FD  WNCFILE LABEL RECORD STANDARD DATA RECORD WNC.
       01  WNC.
       COPY WNC.
       FD  LATEFILE LABEL RECORD STANDARD DATA RECORD LATE.
       01  LATE.
       COPY LATE.
       FD  CERTFILE LABEL RECORD STANDARD DATA RECORD CRF.
       01  CRF.
           05  CRF-PUB-NO      PIC 999.
           05  CRF-TITLE-NO    PIC 999.
           05  CRF-ISS-DATE    PIC 9(4).
           05  CRF-DAY-NO      PIC 9.
           05  CRF-SOURCE      PIC X.
           05  CRF-COPIES      PIC 9(7).
           05  CRF-COST        PIC 99V999.
           05  CRF-AMT         PIC 9(7)V99.
           05  CRF-WEEK-DATE   PIC 9(4).
       01  CRF-CTL-REC REDEFINES CRF.
           05  CRF-CTL-TYPE    PIC X(3).
           05  CRF-CTL-CNT     PIC 9(5).
           05  CRF-CTL-COPIES  PIC 9(9).
           05  CRF-CTL-AMT     PIC 9(9)V99.
           05  FILLER          PIC X(9).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-PARM-CMD  PIC X(2) VALUE SPACES.
       01  WS-WEEK      PIC 9    VALUE 3.
       01  WS-WEEK-CHECK PIC 99  VALUE 0.
       01  WS-WEEK-DATE PIC 9(4) VALUE 0.
       01  WS-WEEK-DATE-R REDEFINES WS-WEEK-DATE.
           05  WS-WEEK-MM PIC 99.
           05  WS-WEEK-DD PIC 99.
       01  WS-WEEK-YY   PIC 99   VALUE 0.
       01  WS-WEEK-DAYS PIC 9(6) VALUE 0.
       01  WS-CRED-DATE PIC 9(6) VALUE 0.
       01  WS-CRED-DATE-R REDEFINES WS-CRED-DATE.
           05  WS-CRED-YY PIC 99.
           05  WS-CRED-MM PIC 99.
           05  WS-CRED-DD PIC 99.
       01  WS-CRED-DAYS PIC 9(6) VALUE 0.
       01  WS-DAY-NAMES.
           05  FILLER PIC X(3) VALUE "MON".
           05  FILLER PIC X(3) VALUE "TUE".
           05  FILLER PIC X(3) VALUE "WED".
           05  FILLER PIC X(3) VALUE "THU".
           05  FILLER PIC X(3) VALUE "FRI".
           05  FILLER PIC X(3) VALUE "SAT".
           05  FILLER PIC X(3) VALUE "SUN".
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  DAYX         PIC 9 VALUE 0.
       01  WS-DAY-RET.
           05  WS-DAY-QTY OCCURS 7 TIMES PIC 9(7).
      * the certified lines, one per title, issue date, day and
      * source (W weekly returns, L late affidavit).
       01  WS-CRF-MAX   PIC 9(4) VALUE 6000.
       01  WS-CRF-CNT   PIC 9(4) VALUE 0.
       01  CX           PIC 9(4) VALUE 0.
       01  WS-CRF-TABLE.
           05  WS-CRF-ENT OCCURS 6000 TIMES.
               10  WS-CRF-PUB-NO    PIC 999.
               10  WS-CRF-TITLE-NO  PIC 999.
               10  WS-CRF-ISS-DATE  PIC 9(4).
               10  WS-CRF-DAY-NO    PIC 9.
               10  WS-CRF-SOURCE    PIC X.
               10  WS-CRF-COPIES    PIC 9(7).
               10  WS-CRF-COST      PIC 99V999.
               10  WS-CRF-ELEC-FL   PIC X.
               10  WS-CRF-DONE-FL   PIC X.
       01  WS-ADD-TITLE  PIC 999  VALUE 0.
       01  WS-ADD-DATE   PIC 9(4) VALUE 0.
       01  WS-ADD-SOURCE PIC X    VALUE SPACE.
       01  WS-ADD-QTY    PIC 9(7) VALUE 0.
       01  WS-NOPUB-CNT  PIC 9(5) VALUE 0.
       01  WS-NOPUB-FL   PIC X    VALUE "N".
       01  WS-LATE-CNT   PIC 9(5) VALUE 0.
       01  WS-WEEK-RET   PIC 9(9) VALUE 0.
       01  WS-LATE-RET   PIC 9(9) VALUE 0.
       01  WS-CUR-PUB    PIC 999  VALUE 0.
       01  WS-FOUND-FL   PIC X    VALUE "N".
       01  WS-PUB-NAME   PIC X(30) VALUE SPACE.
       01  WS-AMT        PIC 9(7)V99 VALUE 0.
       01  WS-PUB-COPIES PIC 9(9) VALUE 0.
       01  WS-PUB-AMT    PIC 9(9)V99 VALUE 0.
       01  WS-ALL-COPIES PIC 9(9) VALUE 0.
       01  WS-ALL-AMT    PIC 9(9)V99 VALUE 0.
       01  WS-ELEC-CNT   PIC 9(5) VALUE 0.
       01  WS-ELEC-COPIES PIC 9(9) VALUE 0.
       01  WS-ELEC-AMT   PIC 9(9)V99 VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(36) VALUE
               "RETURNS CERTIFICATION - WEEK OF ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X(6) VALUE "  RUN ".
           05  H1-RUN-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-RUN-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-RUN-YY PIC 99.
       01  PUB-HEAD.
           05  FILLER PIC X(10) VALUE "PUBLISHER ".
           05  PH-PUB-NO PIC 999.
           05  FILLER PIC X(2) VALUE SPACE.
           05  PH-PUB-NAME PIC X(30).
           05  FILLER PIC X(2) VALUE SPACE.
           05  PH-ELEC PIC X(24).
       01  HEAD-2.
           05  FILLER PIC X(30) VALUE
               "TITLE                    ISSUE".
           05  FILLER PIC X(40) VALUE
               "  DAY    COPIES    COST       CREDIT".
       01  DETAIL-LINE.
           05  DET-TITLE-NO PIC 999.
           05  FILLER       PIC X VALUE SPACE.
           05  DET-TITLE    PIC X(21).
           05  FILLER       PIC X VALUE SPACE.
           05  DET-ISS-MM   PIC 99.
           05  FILLER       PIC X VALUE "/".
           05  DET-ISS-DD   PIC 99.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-DAY      PIC X(3).
           05  FILLER       PIC X VALUE SPACE.
           05  DET-COPIES   PIC ZZZZZZZ9.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-COST     PIC Z9.999.
           05  FILLER       PIC X VALUE SPACE.
           05  DET-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER       PIC X(2) VALUE SPACE.
           05  DET-NOTE     PIC X(16).
       01  TOTAL-LINE.
           05  TOT-LABEL    PIC X(38).
           05  TOT-COPIES   PIC ZZZZZZZZ9.
           05  FILLER       PIC X(8) VALUE SPACE.
           05  TOT-AMT      PIC ZZZ,ZZZ,ZZ9.99.
       01  CERT-LINE.
           05  FILLER PIC X(60) VALUE
               "WE CERTIFY THE ABOVE COPIES WERE RETURNED UNSOLD AND".
           05  FILLER PIC X(40) VALUE
               "CLAIM THE CREDIT SHOWN.".

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-CMD NOT = SPACES
              IF WS-PARM-CMD IS NUMERIC
                 MOVE WS-PARM-CMD TO WS-WEEK-CHECK
                 IF WS-WEEK-CHECK >= 1 AND WS-WEEK-CHECK <= 6
                    MOVE WS-WEEK-CHECK TO WS-WEEK
                 ELSE
                    DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-CMD
                        " - MUST BE 1-6, DEFAULTING TO WEEK 3"
                 END-IF
              ELSE
                 DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-CMD
                     " - MUST BE 1-6, DEFAULTING TO WEEK 3"
              END-IF.
           OPEN INPUT WNKFILE WNRFILE WNXFILE PUBFILE WNCFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY.
           READ WNRFILE NEXT AT END
              DISPLAY "WNR PROBLEM - NO WEEK DATES ON FILE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WNR-ISS-DATE (WS-WEEK) TO WS-WEEK-DATE.
      * the week date carries no year: a week month past the run
      * month belongs to last year.
           MOVE WS-YY TO WS-WEEK-YY.
           IF WS-WEEK-MM GREATER WS-MM
              IF WS-WEEK-YY = 0
                 MOVE 99 TO WS-WEEK-YY
              ELSE
                 SUBTRACT 1 FROM WS-WEEK-YY.
           COMPUTE WS-WEEK-DAYS =
               WS-WEEK-YY * 365 + WS-WEEK-MM * 30 + WS-WEEK-DD.
           INITIALIZE WNK.
           START WNKFILE KEY NOT LESS WNK-ALTERNATE-KEY-TWO
               INVALID KEY GO TO START-LATE.
           MOVE 0 TO WS-ADD-TITLE.
           INITIALIZE WS-DAY-RET.
       READ-WNK.
           READ WNKFILE NEXT AT END
              PERFORM FILE-TITLE-WEEK THRU END-FILE-TITLE-WEEK
              GO TO START-LATE.
           IF WNK-TITLE-NO-TWO NOT = WS-ADD-TITLE
              PERFORM FILE-TITLE-WEEK THRU END-FILE-TITLE-WEEK
              MOVE WNK-TITLE-NO-TWO TO WS-ADD-TITLE
              INITIALIZE WS-DAY-RET.
           ADD WNK-ISS-RET-MON (WS-WEEK) TO WS-DAY-QTY (1).
           ADD WNK-ISS-RET-TUE (WS-WEEK) TO WS-DAY-QTY (2).
           ADD WNK-ISS-RET-WED (WS-WEEK) TO WS-DAY-QTY (3).
           ADD WNK-ISS-RET-THU (WS-WEEK) TO WS-DAY-QTY (4).
           ADD WNK-ISS-RET-FRI (WS-WEEK) TO WS-DAY-QTY (5).
           ADD WNK-ISS-RET-SAT (WS-WEEK) TO WS-DAY-QTY (6).
           ADD WNK-ISS-RET-SUN (WS-WEEK) TO WS-DAY-QTY (7).
           GO TO READ-WNK.

      * the affidavits LATECRED credited during the week.
       START-LATE.
           OPEN INPUT LATEFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO LATEFL AFFIDAVIT FILE - NO LATE RETURNS"
              GO TO PRINT-CERTS.
           INITIALIZE LATE.
           START LATEFILE KEY NOT LESS LATE-PRIMARY-KEY
               INVALID KEY GO TO END-LATE.
       READ-LATE.
           READ LATEFILE NEXT AT END GO TO END-LATE.
           IF LATE-CREDITED-FL NOT = "Y" GO TO READ-LATE.
           MOVE LATE-CRED-DATE TO WS-CRED-DATE.
           COMPUTE WS-CRED-DAYS =
               WS-CRED-YY * 365 + WS-CRED-MM * 30 + WS-CRED-DD.
           IF WS-CRED-DAYS GREATER WS-WEEK-DAYS
              OR WS-CRED-DAYS + 6 LESS WS-WEEK-DAYS
              GO TO READ-LATE.
           ADD 1 TO WS-LATE-CNT.
           MOVE LATE-TITLE-NO TO WS-ADD-TITLE.
           COMPUTE WS-ADD-DATE = LATE-ISS-MM * 100 + LATE-ISS-DD.
           MOVE "L" TO WS-ADD-SOURCE.
           MOVE LATE-ISS-RET-MON TO WS-DAY-QTY (1).
           MOVE LATE-ISS-RET-TUE TO WS-DAY-QTY (2).
           MOVE LATE-ISS-RET-WED TO WS-DAY-QTY (3).
           MOVE LATE-ISS-RET-THU TO WS-DAY-QTY (4).
           MOVE LATE-ISS-RET-FRI TO WS-DAY-QTY (5).
           MOVE LATE-ISS-RET-SAT TO WS-DAY-QTY (6).
           MOVE LATE-ISS-RET-SUN TO WS-DAY-QTY (7).
           PERFORM FILE-DAYS THRU END-FILE-DAYS.
           GO TO READ-LATE.
       END-LATE.
           CLOSE LATEFILE.
           GO TO PRINT-CERTS.

       FILE-TITLE-WEEK.
           IF WS-ADD-TITLE = 0 GO TO END-FILE-TITLE-WEEK.
           MOVE WS-WEEK-DATE TO WS-ADD-DATE.
           MOVE "W" TO WS-ADD-SOURCE.
           PERFORM FILE-DAYS THRU END-FILE-DAYS.
       END-FILE-TITLE-WEEK. EXIT.

      * put each day with copies returned on the table, adding to
      * a line already there for the same title, issue, day and
      * source.
       FILE-DAYS.
           MOVE WS-ADD-TITLE TO PUB-TITLE-NO.
           MOVE "N" TO WS-NOPUB-FL.
           READ PUBFILE INVALID KEY
              MOVE 0 TO PUB-PUB-NO PUB-PUB-COST
              MOVE SPACE TO PUB-ELEC-RET-FL
              MOVE "Y" TO WS-NOPUB-FL.
           MOVE 0 TO DAYX.
       FILE-DAYS-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO END-FILE-DAYS.
           IF WS-DAY-QTY (DAYX) = 0 GO TO FILE-DAYS-LOOP.
           MOVE WS-DAY-QTY (DAYX) TO WS-ADD-QTY.
           IF WS-ADD-SOURCE = "W"
              ADD WS-ADD-QTY TO WS-WEEK-RET
           ELSE
              ADD WS-ADD-QTY TO WS-LATE-RET.
           MOVE 0 TO CX.
       FILE-DAYS-SCAN.
           ADD 1 TO CX.
           IF CX GREATER WS-CRF-CNT GO TO FILE-DAYS-ADD.
           IF WS-CRF-TITLE-NO (CX) = WS-ADD-TITLE
              AND WS-CRF-ISS-DATE (CX) = WS-ADD-DATE
              AND WS-CRF-DAY-NO (CX) = DAYX
              AND WS-CRF-SOURCE (CX) = WS-ADD-SOURCE
              ADD WS-ADD-QTY TO WS-CRF-COPIES (CX)
              GO TO FILE-DAYS-LOOP.
           GO TO FILE-DAYS-SCAN.
       FILE-DAYS-ADD.
           IF WS-CRF-CNT NOT LESS WS-CRF-MAX
              DISPLAY "CERTIFICATION TABLE FULL - TITLE "
                  WS-ADD-TITLE " NOT CERTIFIED"
              MOVE 8 TO RETURN-CODE
              GO TO FILE-DAYS-LOOP.
           IF WS-NOPUB-FL = "Y"
              MOVE "N" TO WS-NOPUB-FL
              ADD 1 TO WS-NOPUB-CNT
              DISPLAY "NO PUBLISHER MASTER FOR TITLE " WS-ADD-TITLE
                  " - CERTIFIED AT ZERO COST".
           ADD 1 TO WS-CRF-CNT.
           MOVE PUB-PUB-NO TO WS-CRF-PUB-NO (WS-CRF-CNT).
           MOVE WS-ADD-TITLE TO WS-CRF-TITLE-NO (WS-CRF-CNT).
           MOVE WS-ADD-DATE TO WS-CRF-ISS-DATE (WS-CRF-CNT).
           MOVE DAYX TO WS-CRF-DAY-NO (WS-CRF-CNT).
           MOVE WS-ADD-SOURCE TO WS-CRF-SOURCE (WS-CRF-CNT).
           MOVE WS-ADD-QTY TO WS-CRF-COPIES (WS-CRF-CNT).
           MOVE PUB-PUB-COST TO WS-CRF-COST (WS-CRF-CNT).
           MOVE PUB-ELEC-RET-FL TO WS-CRF-ELEC-FL (WS-CRF-CNT).
           MOVE "N" TO WS-CRF-DONE-FL (WS-CRF-CNT).
           GO TO FILE-DAYS-LOOP.
       END-FILE-DAYS. EXIT.

      * one certification per publisher, lowest publisher number
      * first, the way PUBSETTLE prints its statements.
       PRINT-CERTS.
           OPEN OUTPUT CERTFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-WEEK-MM TO H1-MM.
           MOVE WS-WEEK-DD TO H1-DD.
           MOVE WS-MM TO H1-RUN-MM.
           MOVE WS-DD TO H1-RUN-DD.
           MOVE WS-YY TO H1-RUN-YY.
       NEXT-PUBLISHER.
           MOVE 999 TO WS-CUR-PUB.
           MOVE "N" TO WS-FOUND-FL.
           MOVE 0 TO CX.
       SCAN-PUB-LOOP.
           ADD 1 TO CX.
           IF CX GREATER WS-CRF-CNT GO TO SCAN-PUB-DONE.
           IF WS-CRF-DONE-FL (CX) = "Y" GO TO SCAN-PUB-LOOP.
           MOVE "Y" TO WS-FOUND-FL.
           IF WS-CRF-PUB-NO (CX) LESS WS-CUR-PUB
              MOVE WS-CRF-PUB-NO (CX) TO WS-CUR-PUB.
           GO TO SCAN-PUB-LOOP.
       SCAN-PUB-DONE.
           IF WS-FOUND-FL = "N" GO TO END-JOB.
           MOVE "NO PUBLISHER MASTER" TO WS-PUB-NAME.
           MOVE SPACES TO PH-ELEC.
           MOVE 0 TO CX.
       FIND-PUB-NAME.
           ADD 1 TO CX.
           IF CX GREATER WS-CRF-CNT OR WS-CUR-PUB = 0
              GO TO PRINT-PUB-HEAD.
           IF WS-CRF-PUB-NO (CX) NOT = WS-CUR-PUB
              GO TO FIND-PUB-NAME.
           IF WS-CRF-ELEC-FL (CX) = "Y"
              MOVE "ELECTRONIC RETURNS FILE" TO PH-ELEC.
           MOVE WS-CRF-TITLE-NO (CX) TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY GO TO PRINT-PUB-HEAD.
           MOVE PUB-PUB-NAME TO WS-PUB-NAME.
       PRINT-PUB-HEAD.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 3.
           MOVE WS-CUR-PUB TO PH-PUB-NO.
           MOVE WS-PUB-NAME TO PH-PUB-NAME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM PUB-HEAD AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE 0 TO WS-PUB-COPIES WS-PUB-AMT.
           MOVE 0 TO CX.
       PRINT-LINE-LOOP.
           ADD 1 TO CX.
           IF CX GREATER WS-CRF-CNT GO TO PRINT-PUB-TOTAL.
           IF WS-CRF-DONE-FL (CX) = "Y"
              OR WS-CRF-PUB-NO (CX) NOT = WS-CUR-PUB
              GO TO PRINT-LINE-LOOP.
           MOVE "Y" TO WS-CRF-DONE-FL (CX).
           PERFORM PRINT-LINE THRU END-PRINT-LINE.
           GO TO PRINT-LINE-LOOP.
       PRINT-PUB-TOTAL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "CREDIT CLAIMED" TO TOT-LABEL.
           MOVE WS-PUB-COPIES TO TOT-COPIES.
           MOVE WS-PUB-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM CERT-LINE AFTER ADVANCING 2.
           ADD WS-PUB-COPIES TO WS-ALL-COPIES.
           ADD WS-PUB-AMT TO WS-ALL-AMT.
           GO TO NEXT-PUBLISHER.

       PRINT-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-CRF-TITLE-NO (CX) TO DET-TITLE-NO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE "INVALID TITLE" TO WNX-TITLE.
           MOVE WNX-TITLE TO DET-TITLE.
           MOVE WS-CRF-ISS-DATE (CX) (1:2) TO DET-ISS-MM.
           MOVE WS-CRF-ISS-DATE (CX) (3:2) TO DET-ISS-DD.
           MOVE WS-DAY-NAME (WS-CRF-DAY-NO (CX)) TO DET-DAY.
           MOVE WS-CRF-COPIES (CX) TO DET-COPIES.
           MOVE WS-CRF-COST (CX) TO DET-COST.
           COMPUTE WS-AMT ROUNDED =
               WS-CRF-COPIES (CX) * WS-CRF-COST (CX).
           MOVE WS-AMT TO DET-AMT.
           IF WS-CRF-SOURCE (CX) = "L"
              MOVE "LATE AFFIDAVIT" TO DET-NOTE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           ADD WS-CRF-COPIES (CX) TO WS-PUB-COPIES.
           ADD WS-AMT TO WS-PUB-AMT.
           IF WS-CRF-ELEC-FL (CX) NOT = "Y"
              GO TO END-PRINT-LINE.
           MOVE SPACES TO CRF.
           MOVE WS-CRF-PUB-NO (CX) TO CRF-PUB-NO.
           MOVE WS-CRF-TITLE-NO (CX) TO CRF-TITLE-NO.
           MOVE WS-CRF-ISS-DATE (CX) TO CRF-ISS-DATE.
           MOVE WS-CRF-DAY-NO (CX) TO CRF-DAY-NO.
           MOVE WS-CRF-SOURCE (CX) TO CRF-SOURCE.
           MOVE WS-CRF-COPIES (CX) TO CRF-COPIES.
           MOVE WS-CRF-COST (CX) TO CRF-COST.
           MOVE WS-AMT TO CRF-AMT.
           MOVE WS-WEEK-DATE TO CRF-WEEK-DATE.
           WRITE CRF.
           ADD 1 TO WS-ELEC-CNT.
           ADD WS-CRF-COPIES (CX) TO WS-ELEC-COPIES.
           ADD WS-AMT TO WS-ELEC-AMT.
       END-PRINT-LINE. EXIT.

      * the week's certified returns must tie to the WNC "LED"
      * returns control total LEDGER-NEW posts.
       END-JOB.
           MOVE SPACES TO CRF-CTL-REC.
           MOVE "TRL" TO CRF-CTL-TYPE.
           MOVE WS-ELEC-CNT TO CRF-CTL-CNT.
           MOVE WS-ELEC-COPIES TO CRF-CTL-COPIES.
           MOVE WS-ELEC-AMT TO CRF-CTL-AMT.
           WRITE CRF.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ALL PUBLISHERS - CREDIT CLAIMED" TO TOT-LABEL.
           MOVE WS-ALL-COPIES TO TOT-COPIES.
           MOVE WS-ALL-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 3.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  WEEK RETURNS (TIED TO WNC LED)" TO TOT-LABEL.
           MOVE WS-WEEK-RET TO TOT-COPIES.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  LATE AFFIDAVITS CREDITED" TO TOT-LABEL.
           MOVE WS-LATE-RET TO TOT-COPIES.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE "LED" TO WNC-PRIMARY-KEY.
           READ WNCFILE INVALID KEY
              DISPLAY "NO LED CONTROL TOTAL ON WNCFILE - "
                  "TIE-BACK NOT CHECKED"
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-FILES.
           IF WS-WEEK-RET NOT = WNC-GRAND-QTY
              DISPLAY "*** CERTIFIED RETURNS DO NOT TIE TO WNC "
                  "CONTROL TOTAL ***"
              DISPLAY "CERTIFIED RETURNS: " WS-WEEK-RET
              DISPLAY "WNC LED TOTAL:     " WNC-GRAND-QTY
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "CERTIFICATION TIES TO WNC CONTROL TOTAL: "
                  WS-WEEK-RET.
       CLOSE-FILES.
           IF WS-NOPUB-CNT GREATER 0
              DISPLAY "TITLES WITH NO PUBLISHER MASTER: "
                  WS-NOPUB-CNT
              MOVE 8 TO RETURN-CODE.
           DISPLAY "LATE AFFIDAVITS CERTIFIED: " WS-LATE-CNT.
           DISPLAY "COPIES CERTIFIED:          " WS-ALL-COPIES.
           DISPLAY "CREDIT CLAIMED:            " WS-ALL-AMT.
           DISPLAY "ELECTRONIC LINES WRITTEN:  " WS-ELEC-CNT.
           CLOSE WNKFILE WNRFILE WNXFILE PUBFILE WNCFILE CERTFILE
                 PRLINE.
           STOP RUN.
