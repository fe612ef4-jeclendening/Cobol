       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMADJ.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: SHORTAGE-CLAIM AUTO-ADJUDICATION.  EVERY NEW
      * (BLANK-STATUS) CLAIM ON RPTFL1.KEY USED TO WAIT FOR A
      * PERSON TO MARK IT THROUGH RPTSTAT, EVEN THE TWO-COPY CLAIM
      * FROM A DEALER WHO FILES ONE A YEAR, SO RPTAGE KEPT FLAGGING
      * THE SMALL STUFF AS OVERDUE.  THIS RUN DECIDES EACH NEW
      * CLAIM BY RULE:
      *     DENY    WHEN THE DEALER'S POSTED RETURNS (THE DOCKTAKE
      *             DOCK SCANS IN WNK-ISS-RET) OR THE DRIVER'S
      *             PICKUP COUNT (PICKUP.TRN, AS RETVAR READS IT)
      *             PLUS THE COPIES CLAIMED COME TO MORE THAN THE
      *             DRAW -- THE COPIES CAME BACK -- OR WHEN A LATE
      *             AFFIDAVIT ON LATEFL COVERS THE SAME DEALER,
      *             TITLE AND ISSUE WEEK;
      *     APPROVE WHEN THE CLAIM IS UNDER THE DOLLAR THRESHOLD
      *             AND THE DEALER HAS FILED FEWER CLAIMS THAN THE
      *             LIMIT IN THE LAST TWELVE MONTHS;
      *     REVIEW  EVERYTHING ELSE, WITH THE REASON.
      * THE THRESHOLD AND THE CLAIM LIMIT ARE ON THE WOJ "ADJUD"
      * ENTRY (SEE CTLMAINT TABLE ID "ADJ"); WITH NO ENTRY NOTHING
      * IS APPROVED.  THE DECISIONS ARE NOT POSTED HERE: THEY ARE
      * APPENDED TO RPTSTAT.TRN MARKED "AUTO" WITH THE REASON CODE,
      * AND THE NEXT RPTSTAT RUN POSTS THEM THROUGH THE USUAL
      * STATUS LIFECYCLE (A, D, OR R FOR ROUTED TO REVIEW), WHERE
      * THE MARKER AND REASON STAY ON THE CLAIM FOR THE
      * SUPERVISORS' AUDIT.  RUN CLMADJ, THEN RPTSTAT.
      *
      * THE COMMAND LINE CARRIES THE WNK WEEK OCCURRENCE THE
      * PICKUP.TRN COUNTS BELONG TO (BLANK = CURRENT WEEK, 3).
      *
      *  DECISION REASON CODES:
      *     11 APPROVED - UNDER THRESHOLD, INFREQUENT CLAIMER
      *     21 DENIED - POSTED RETURNS SHOW THE COPIES CAME BACK
      *     22 DENIED - PICKUP COUNT SHOWS THE COPIES CAME BACK
      *     23 DENIED - DUPLICATES A LATE AFFIDAVIT ON LATEFL
      *     31 REVIEW - AMOUNT AT OR OVER THE THRESHOLD
      *     32 REVIEW - DEALER AT OR OVER THE CLAIM LIMIT
      *     33 REVIEW - NO WNK DRAW TO CHECK THE CLAIM AGAINST
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

       COPY WNKSEL.
       COPY WNRSEL.
       COPY WOJSEL.
           SELECT PCKFILE ASSIGN "/u/prb/f/trenton/PICKUP.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT STATFILE ASSIGN "/u/prb/f/trenton/RPTSTAT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/CLMADJ.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTFILE LABEL RECORD STANDARD DATA RECORD RPT.
       01  RPT.
           COPY RPT.
       FD  LATEFILE LABEL RECORD STANDARD DATA RECORD LATE.
       01  LATE.
       COPY LATE.
       FD  WNKFILE LABEL RECORD STANDARD DATA RECORD WNK.
       01  WNK.
       COPY WNK.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
       COPY WNR.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  PCKFILE LABEL RECORD STANDARD DATA RECORD PCK.
       01  PCK.
           05  PCK-DEALER-NO   PIC 9(5).
           05  PCK-TITLE-NO    PIC 999.
           05  PCK-DAY         PIC 9.
           05  PCK-QTY         PIC 9(5).
      * same layout as the RPTSTAT.TRN transaction.
       FD  STATFILE LABEL RECORD STANDARD DATA RECORD STT.
       01  STT.
           05  STT-DATE        PIC 9(6).
           05  STT-TITLE-NO    PIC 9(5).
           05  STT-DEALER-NO   PIC 9(5).
           05  STT-SEQ         PIC 999.
           05  STT-STATUS      PIC X.
           05  STT-BY          PIC X(8).
           05  STT-RSN         PIC XX.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(120).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-PARM-CMD  PIC X(2) VALUE SPACES.
       01  WS-WEEK-CHECK PIC 99  VALUE 0.
       01  WS-PCK-WEEK  PIC 9    VALUE 3.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
       01  WS-CUTOFF    PIC 9(6) VALUE 0.
      * the WOJ "ADJUD" thresholds (see CTLMAINT).
       01  WS-ADJ-TEXT.
           05  WS-ADJ-AMT    PIC 999V99.
           05  WS-ADJ-LIMIT  PIC 999.
           05  FILLER        PIC X(12).
       01  WS-ADJ-FOUND-FL PIC X VALUE "N".
       01  WS-WNR-FOUND-FL PIC X VALUE "N".
       01  WS-LATE-OPEN-FL PIC X VALUE "N".
      * claims per dealer over the last twelve months.
       01  WS-FRQ-MAX   PIC 9(4) VALUE 3000.
       01  WS-FRQ-CNT   PIC 9(4) VALUE 0.
       01  FX           PIC 9(4) VALUE 0.
       01  WS-FRQ-TABLE.
           05  WS-FRQ-ENT OCCURS 3000 TIMES.
               10  WS-FRQ-DEALER-NO PIC 9(5).
               10  WS-FRQ-CLAIMS    PIC 9(5).
       01  WS-PRIOR-CLAIMS PIC 9(5) VALUE 0.
      * the driver pickup counts for the pickup week.
       01  WS-PCK-MAX   PIC 9(4) VALUE 3000.
       01  WS-PCK-CNT   PIC 9(4) VALUE 0.
       01  PX           PIC 9(4) VALUE 0.
       01  WS-PCK-TABLE.
           05  WS-PCK-ENT OCCURS 3000 TIMES.
               10  WS-PCK-DEALER-NO PIC 9(5).
               10  WS-PCK-TITLE-NO  PIC 999.
               10  WS-PCK-DAY       PIC 9.
               10  WS-PCK-QTY       PIC 9(5).
      * the claim being decided, day by day (1=mon ... 7=sun; the
      * claim carries no sunday).
       01  WS-CLM-WEEK  PIC 9    VALUE 0.
       01  WS-CLM-SPLIT-FL PIC X VALUE "N".
       01  DAYX         PIC 9    VALUE 0.
       01  WS-CLM-DAYS.
           05  WS-CLM-QTY  OCCURS 7 TIMES PIC 9(5).
       01  WS-DRW-DAYS.
           05  WS-DRW-QTY  OCCURS 7 TIMES PIC 9(5).
       01  WS-RET-DAYS.
           05  WS-RET-QTY  OCCURS 7 TIMES PIC 9(5).
       01  WS-EVD-DAYS.
           05  WS-EVD-QTY  OCCURS 7 TIMES PIC 9(5).
       01  WS-EVD-FL    PIC X     VALUE "N".
       01  WS-SUM-DRW   PIC 9(7)  VALUE 0.
       01  WS-SUM-EVD   PIC 9(7)  VALUE 0.
       01  WS-LATE-ISS.
           05  WS-LATE-ISS-MM PIC 99.
           05  WS-LATE-ISS-DD PIC 99.
       01  WS-LATE-ISS-N REDEFINES WS-LATE-ISS PIC 9(4).
       01  WS-LATE-QTY  PIC 9(7)  VALUE 0.
       01  WS-DEC-STATUS PIC X    VALUE SPACE.
       01  WS-DEC-RSN   PIC XX    VALUE SPACES.
       01  WS-DEC-TEXT  PIC X(40) VALUE SPACES.
       01  WS-READ-CNT  PIC 9(5)  VALUE 0.
       01  WS-APPR-CNT  PIC 9(5)  VALUE 0.
       01  WS-DENY-CNT  PIC 9(5)  VALUE 0.
       01  WS-REVW-CNT  PIC 9(5)  VALUE 0.
       01  WS-APPR-AMT  PIC 9(7)V99 VALUE 0.
       01  WS-DENY-AMT  PIC 9(7)V99 VALUE 0.
       01  WS-REVW-AMT  PIC 9(7)V99 VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(35) VALUE
               "SHORTAGE CLAIM AUTO-ADJUDICATION  ".
           05  FILLER PIC X(5) VALUE "DATE ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(10) VALUE "   LIMITS ".
           05  H1-AMT PIC ZZ9.99.
           05  FILLER PIC X(2) VALUE " /".
           05  H1-LIMIT PIC ZZ9.
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "DATE   TITLE DEALER SEQ   QTY    AMOUNT ".
           05  FILLER PIC X(30) VALUE
               "DECISION RSN REASON".
       01  DETAIL-LINE.
           05  DET-DATE      PIC 9(6).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-TITLE-NO  PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-SEQ       PIC 999.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-QTY       PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AMT       PIC ZZZZ9.99.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  DET-DECISION  PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-RSN       PIC XX.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-TEXT      PIC X(40).
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(20).
           05  TOT-CNT       PIC ZZZZ9.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  TOT-AMT       PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           IF WS-PARM-CMD NOT = SPACES
              IF WS-PARM-CMD IS NUMERIC
                 MOVE WS-PARM-CMD TO WS-WEEK-CHECK
                 IF WS-WEEK-CHECK >= 1 AND WS-WEEK-CHECK <= 6
                    MOVE WS-WEEK-CHECK TO WS-PCK-WEEK
                 ELSE
                    DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-CMD
                        " - MUST BE 1-6, DEFAULTING TO WEEK 3"
                 END-IF
              ELSE
                 DISPLAY "INVALID WEEK PARAMETER: " WS-PARM-CMD
                     " - MUST BE 1-6, DEFAULTING TO WEEK 3"
              END-IF.
      * twelve months back from today, on the yymmdd claim date.
           IF WS-YY = 0
              MOVE 0 TO WS-CUTOFF
           ELSE
              COMPUTE WS-CUTOFF = WS-DATE-N - 10000.
           OPEN INPUT WOJFILE.
           MOVE "ADJUD" TO WOJ-PRIMARY-KEY.
           MOVE 0 TO WS-ADJ-AMT WS-ADJ-LIMIT.
           READ WOJFILE INVALID KEY
              DISPLAY "NO ADJUD THRESHOLDS ON WOJ - NOTHING APPROVED"
              GO TO START-OPEN.
           MOVE WOJ-TEXT TO WS-ADJ-TEXT.
           IF WS-ADJ-AMT NOT NUMERIC OR WS-ADJ-LIMIT NOT NUMERIC
              DISPLAY "ADJUD THRESHOLDS NOT NUMERIC - NOTHING APPROVED"
              MOVE 0 TO WS-ADJ-AMT WS-ADJ-LIMIT
              GO TO START-OPEN.
           MOVE "Y" TO WS-ADJ-FOUND-FL.
       START-OPEN.
           CLOSE WOJFILE.
           OPEN INPUT RPTFILE WNKFILE.
           OPEN INPUT LATEFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-LATE-OPEN-FL
           ELSE
              DISPLAY "NO LATEFL FILE - AFFIDAVIT CHECK SKIPPED".
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           OPEN INPUT WNRFILE.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY
               INVALID KEY GO TO START-NO-WNR.
           READ WNRFILE NEXT AT END GO TO START-NO-WNR.
           MOVE "Y" TO WS-WNR-FOUND-FL.
           GO TO START-LOADS.
       START-NO-WNR.
           DISPLAY "NO WEEK DATES ON WNR - AFFIDAVIT CHECK SKIPPED".
       START-LOADS.
           PERFORM LOAD-PICKUPS THRU END-LOAD-PICKUPS.
           PERFORM LOAD-FREQUENCY THRU END-LOAD-FREQUENCY.
           OPEN EXTEND STATFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT STATFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-ADJ-AMT TO H1-AMT.
           MOVE WS-ADJ-LIMIT TO H1-LIMIT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE 0 TO RPT-DATE RPT-TITLE-NO RPT-DEALER-NO RPT-SEQ.
           START RPTFILE KEY NOT LESS RPT-PRIMARY-KEY
               INVALID KEY GO TO END-JOB.
       READ-RPT.
           READ RPTFILE NEXT AT END GO TO END-JOB.
           IF RPT-STATUS NOT = SPACE GO TO READ-RPT.
           ADD 1 TO WS-READ-CNT.
           PERFORM DECIDE-CLAIM THRU END-DECIDE-CLAIM.
           MOVE RPT-DATE TO STT-DATE DET-DATE.
           MOVE RPT-TITLE-NO TO STT-TITLE-NO DET-TITLE-NO.
           MOVE RPT-DEALER-NO TO STT-DEALER-NO DET-DEALER-NO.
           MOVE RPT-SEQ TO STT-SEQ DET-SEQ.
           MOVE WS-DEC-STATUS TO STT-STATUS.
           MOVE "AUTO" TO STT-BY.
           MOVE WS-DEC-RSN TO STT-RSN DET-RSN.
           WRITE STT.
           MOVE RPT-QTY TO DET-QTY.
           MOVE RPT-AMT TO DET-AMT.
           MOVE WS-DEC-TEXT TO DET-TEXT.
           IF WS-DEC-STATUS = "A"
              MOVE "APPROVE" TO DET-DECISION
              ADD 1 TO WS-APPR-CNT
              ADD RPT-AMT TO WS-APPR-AMT.
           IF WS-DEC-STATUS = "D"
              MOVE "DENY" TO DET-DECISION
              ADD 1 TO WS-DENY-CNT
              ADD RPT-AMT TO WS-DENY-AMT.
           IF WS-DEC-STATUS = "R"
              MOVE "REVIEW" TO DET-DECISION
              ADD 1 TO WS-REVW-CNT
              ADD RPT-AMT TO WS-REVW-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO READ-RPT.

      * the rules, in order: evidence the copies came back denies,
      * a small claim from an infrequent claimer is approved, and
      * everything else goes to a person.
       DECIDE-CLAIM.
           MOVE RPT-WEEK TO WS-CLM-WEEK.
           IF WS-CLM-WEEK LESS 1 OR WS-CLM-WEEK GREATER 6
              MOVE 3 TO WS-CLM-WEEK.
           MOVE RPT-MON TO WS-CLM-QTY (1).
           MOVE RPT-TUE TO WS-CLM-QTY (2).
           MOVE RPT-WED TO WS-CLM-QTY (3).
           MOVE RPT-THU TO WS-CLM-QTY (4).
           MOVE RPT-FRI TO WS-CLM-QTY (5).
           MOVE RPT-SAT TO WS-CLM-QTY (6).
           MOVE 0 TO WS-CLM-QTY (7).
           MOVE "Y" TO WS-CLM-SPLIT-FL.
           IF RPT-MON = 0 AND RPT-TUE = 0 AND RPT-WED = 0
              AND RPT-THU = 0 AND RPT-FRI = 0 AND RPT-SAT = 0
              MOVE "N" TO WS-CLM-SPLIT-FL.
           MOVE RPT-DEALER-NO TO WNK-DEALER-NO.
           MOVE RPT-TITLE-NO TO WNK-TITLE-NO.
           READ WNKFILE INVALID KEY
              MOVE "R" TO WS-DEC-STATUS
              MOVE "33" TO WS-DEC-RSN
              MOVE "NO WNK DRAW TO CHECK AGAINST" TO WS-DEC-TEXT
              GO TO END-DECIDE-CLAIM.
           PERFORM LOAD-WNK-DAYS THRU END-LOAD-WNK-DAYS.
           MOVE WS-RET-DAYS TO WS-EVD-DAYS.
           PERFORM CHECK-EVIDENCE THRU END-CHECK-EVIDENCE.
           IF WS-EVD-FL = "Y"
              MOVE "D" TO WS-DEC-STATUS
              MOVE "21" TO WS-DEC-RSN
              MOVE "POSTED RETURNS SHOW COPIES CAME BACK"
                  TO WS-DEC-TEXT
              GO TO END-DECIDE-CLAIM.
           IF WS-CLM-WEEK = WS-PCK-WEEK AND WS-PCK-CNT GREATER 0
              PERFORM LOAD-PICKUP-DAYS THRU END-LOAD-PICKUP-DAYS
              PERFORM CHECK-EVIDENCE THRU END-CHECK-EVIDENCE
              IF WS-EVD-FL = "Y"
                 MOVE "D" TO WS-DEC-STATUS
                 MOVE "22" TO WS-DEC-RSN
                 MOVE "PICKUP COUNT SHOWS COPIES CAME BACK"
                     TO WS-DEC-TEXT
                 GO TO END-DECIDE-CLAIM.
           PERFORM CHECK-AFFIDAVIT THRU END-CHECK-AFFIDAVIT.
           IF WS-LATE-QTY GREATER 0
              MOVE "D" TO WS-DEC-STATUS
              MOVE "23" TO WS-DEC-RSN
              MOVE "DUPLICATES LATE AFFIDAVIT ON LATEFL"
                  TO WS-DEC-TEXT
              GO TO END-DECIDE-CLAIM.
           PERFORM GET-PRIOR-CLAIMS THRU END-GET-PRIOR-CLAIMS.
           IF RPT-AMT NOT LESS WS-ADJ-AMT
              MOVE "R" TO WS-DEC-STATUS
              MOVE "31" TO WS-DEC-RSN
              MOVE "AMOUNT AT OR OVER THRESHOLD" TO WS-DEC-TEXT
              GO TO END-DECIDE-CLAIM.
           IF WS-PRIOR-CLAIMS NOT LESS WS-ADJ-LIMIT
              MOVE "R" TO WS-DEC-STATUS
              MOVE "32" TO WS-DEC-RSN
              MOVE "DEALER AT OR OVER 12-MONTH CLAIM LIMIT"
                  TO WS-DEC-TEXT
              GO TO END-DECIDE-CLAIM.
           MOVE "A" TO WS-DEC-STATUS.
           MOVE "11" TO WS-DEC-RSN.
           MOVE "UNDER THRESHOLD, INFREQUENT CLAIMER" TO WS-DEC-TEXT.
       END-DECIDE-CLAIM. EXIT.

      * the claim week's draw and posted returns, day by day.
       LOAD-WNK-DAYS.
           MOVE WNK-ISS-DRAW-MON (WS-CLM-WEEK) TO WS-DRW-QTY (1).
           MOVE WNK-ISS-DRAW-TUE (WS-CLM-WEEK) TO WS-DRW-QTY (2).
           MOVE WNK-ISS-DRAW-WED (WS-CLM-WEEK) TO WS-DRW-QTY (3).
           MOVE WNK-ISS-DRAW-THU (WS-CLM-WEEK) TO WS-DRW-QTY (4).
           MOVE WNK-ISS-DRAW-FRI (WS-CLM-WEEK) TO WS-DRW-QTY (5).
           MOVE WNK-ISS-DRAW-SAT (WS-CLM-WEEK) TO WS-DRW-QTY (6).
           MOVE WNK-ISS-DRAW-SUN (WS-CLM-WEEK) TO WS-DRW-QTY (7).
           MOVE WNK-ISS-RET-MON (WS-CLM-WEEK) TO WS-RET-QTY (1).
           MOVE WNK-ISS-RET-TUE (WS-CLM-WEEK) TO WS-RET-QTY (2).
           MOVE WNK-ISS-RET-WED (WS-CLM-WEEK) TO WS-RET-QTY (3).
           MOVE WNK-ISS-RET-THU (WS-CLM-WEEK) TO WS-RET-QTY (4).
           MOVE WNK-ISS-RET-FRI (WS-CLM-WEEK) TO WS-RET-QTY (5).
           MOVE WNK-ISS-RET-SAT (WS-CLM-WEEK) TO WS-RET-QTY (6).
           MOVE WNK-ISS-RET-SUN (WS-CLM-WEEK) TO WS-RET-QTY (7).
       END-LOAD-WNK-DAYS. EXIT.

      * the copies came back when what was returned plus what is
      * claimed short is more than was drawn -- day by day when the
      * claim is broken out by day, else over the whole week.
       CHECK-EVIDENCE.
           MOVE "N" TO WS-EVD-FL.
           MOVE 0 TO WS-SUM-DRW WS-SUM-EVD DAYX.
       CHECK-EVIDENCE-LOOP.
           ADD 1 TO DAYX.
           IF DAYX GREATER 7 GO TO CHECK-EVIDENCE-WEEK.
           ADD WS-DRW-QTY (DAYX) TO WS-SUM-DRW.
           ADD WS-EVD-QTY (DAYX) TO WS-SUM-EVD.
           IF WS-CLM-SPLIT-FL = "Y" AND WS-CLM-QTY (DAYX) GREATER 0
              AND WS-EVD-QTY (DAYX) + WS-CLM-QTY (DAYX)
                  GREATER WS-DRW-QTY (DAYX)
              MOVE "Y" TO WS-EVD-FL.
           GO TO CHECK-EVIDENCE-LOOP.
       CHECK-EVIDENCE-WEEK.
           IF WS-CLM-SPLIT-FL = "N" AND WS-SUM-EVD GREATER 0
              AND WS-SUM-EVD + RPT-QTY GREATER WS-SUM-DRW
              MOVE "Y" TO WS-EVD-FL.
       END-CHECK-EVIDENCE. EXIT.

      * the driver's pickup counts for this dealer and title.
       LOAD-PICKUP-DAYS.
           MOVE ZEROS TO WS-EVD-DAYS.
           MOVE 0 TO PX.
       LOAD-PICKUP-DAYS-LOOP.
           ADD 1 TO PX.
           IF PX GREATER WS-PCK-CNT GO TO END-LOAD-PICKUP-DAYS.
           IF WS-PCK-DEALER-NO (PX) NOT = RPT-DEALER-NO
              OR WS-PCK-TITLE-NO (PX) NOT = RPT-TITLE-NO
              GO TO LOAD-PICKUP-DAYS-LOOP.
           ADD WS-PCK-QTY (PX) TO WS-EVD-QTY (WS-PCK-DAY (PX)).
           GO TO LOAD-PICKUP-DAYS-LOOP.
       END-LOAD-PICKUP-DAYS. EXIT.

      * a late-return affidavit for the same dealer, title and
      * issue week means the copies are already being credited.
       CHECK-AFFIDAVIT.
           MOVE 0 TO WS-LATE-QTY.
           IF WS-LATE-OPEN-FL NOT = "Y" OR WS-WNR-FOUND-FL NOT = "Y"
              GO TO END-CHECK-AFFIDAVIT.
           MOVE RPT-DEALER-NO TO LATE-DEALER-NO.
           MOVE RPT-TITLE-NO TO LATE-TITLE-NO.
           READ LATEFILE INVALID KEY GO TO END-CHECK-AFFIDAVIT.
           MOVE LATE-ISS-MM TO WS-LATE-ISS-MM.
           MOVE LATE-ISS-DD TO WS-LATE-ISS-DD.
           IF WS-LATE-ISS-N NOT = WNR-ISS-DATE (WS-CLM-WEEK)
              GO TO END-CHECK-AFFIDAVIT.
           ADD LATE-ISS-RET-MON LATE-ISS-RET-TUE LATE-ISS-RET-WED
               LATE-ISS-RET-THU LATE-ISS-RET-FRI LATE-ISS-RET-SAT
               LATE-ISS-RET-SUN GIVING WS-LATE-QTY.
       END-CHECK-AFFIDAVIT. EXIT.

      * the dealer's other claims in the last twelve months.
       GET-PRIOR-CLAIMS.
           MOVE 0 TO WS-PRIOR-CLAIMS FX.
       GET-PRIOR-LOOP.
           ADD 1 TO FX.
           IF FX GREATER WS-FRQ-CNT GO TO END-GET-PRIOR-CLAIMS.
           IF WS-FRQ-DEALER-NO (FX) NOT = RPT-DEALER-NO
              GO TO GET-PRIOR-LOOP.
           MOVE WS-FRQ-CLAIMS (FX) TO WS-PRIOR-CLAIMS.
           IF RPT-DATE NOT LESS WS-CUTOFF
              AND WS-PRIOR-CLAIMS GREATER 0
              SUBTRACT 1 FROM WS-PRIOR-CLAIMS.
       END-GET-PRIOR-CLAIMS. EXIT.

      * one pass over every claim on file counts each dealer's
      * claims dated inside the last twelve months.
       LOAD-FREQUENCY.
           MOVE 0 TO RPT-DATE RPT-TITLE-NO RPT-DEALER-NO RPT-SEQ.
           START RPTFILE KEY NOT LESS RPT-PRIMARY-KEY
               INVALID KEY GO TO END-LOAD-FREQUENCY.
       LOAD-FREQUENCY-LOOP.
           READ RPTFILE NEXT AT END GO TO END-LOAD-FREQUENCY.
           IF RPT-DATE LESS WS-CUTOFF GO TO LOAD-FREQUENCY-LOOP.
           MOVE 0 TO FX.
       LOAD-FREQUENCY-FIND.
           ADD 1 TO FX.
           IF FX GREATER WS-FRQ-CNT
              IF WS-FRQ-CNT NOT LESS WS-FRQ-MAX
                 DISPLAY "DEALER TABLE FULL - DEALER " RPT-DEALER-NO
                     " CLAIMS NOT COUNTED"
                 GO TO LOAD-FREQUENCY-LOOP
              END-IF
              ADD 1 TO WS-FRQ-CNT
              MOVE RPT-DEALER-NO TO WS-FRQ-DEALER-NO (FX)
              MOVE 1 TO WS-FRQ-CLAIMS (FX)
              GO TO LOAD-FREQUENCY-LOOP
           END-IF.
           IF WS-FRQ-DEALER-NO (FX) NOT = RPT-DEALER-NO
              GO TO LOAD-FREQUENCY-FIND.
           ADD 1 TO WS-FRQ-CLAIMS (FX).
           GO TO LOAD-FREQUENCY-LOOP.
       END-LOAD-FREQUENCY. EXIT.

      * no pickup file means no pickup evidence; the posted
      * returns check still runs.
       LOAD-PICKUPS.
           OPEN INPUT PCKFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO PICKUP.TRN - PICKUP CHECK SKIPPED"
              GO TO END-LOAD-PICKUPS.
       LOAD-PICKUPS-LOOP.
           READ PCKFILE AT END
              CLOSE PCKFILE
              GO TO END-LOAD-PICKUPS.
           IF PCK-DEALER-NO NOT NUMERIC OR PCK-TITLE-NO NOT NUMERIC
              OR PCK-DAY NOT NUMERIC OR PCK-QTY NOT NUMERIC
              OR PCK-DAY = 0 OR PCK-DAY GREATER 7
              DISPLAY "BAD PICKUP RECORD SKIPPED: " PCK
              GO TO LOAD-PICKUPS-LOOP.
           IF WS-PCK-CNT NOT LESS WS-PCK-MAX
              DISPLAY "PICKUP TABLE FULL - DEALER " PCK-DEALER-NO
                  " TITLE " PCK-TITLE-NO " NOT CHECKED"
              GO TO LOAD-PICKUPS-LOOP.
           ADD 1 TO WS-PCK-CNT.
           MOVE PCK-DEALER-NO TO WS-PCK-DEALER-NO (WS-PCK-CNT).
           MOVE PCK-TITLE-NO TO WS-PCK-TITLE-NO (WS-PCK-CNT).
           MOVE PCK-DAY TO WS-PCK-DAY (WS-PCK-CNT).
           MOVE PCK-QTY TO WS-PCK-QTY (WS-PCK-CNT).
           GO TO LOAD-PICKUPS-LOOP.
       END-LOAD-PICKUPS. EXIT.

       END-JOB.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "APPROVED:" TO TOT-LABEL.
           MOVE WS-APPR-CNT TO TOT-CNT.
           MOVE WS-APPR-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           MOVE "DENIED:" TO TOT-LABEL.
           MOVE WS-DENY-CNT TO TOT-CNT.
           MOVE WS-DENY-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE "ROUTED TO REVIEW:" TO TOT-LABEL.
           MOVE WS-REVW-CNT TO TOT-CNT.
           MOVE WS-REVW-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           DISPLAY "NEW CLAIMS DECIDED:    " WS-READ-CNT.
           DISPLAY "APPROVED:              " WS-APPR-CNT.
           DISPLAY "DENIED:                " WS-DENY-CNT.
           DISPLAY "ROUTED TO REVIEW:      " WS-REVW-CNT.
           IF WS-LATE-OPEN-FL = "Y"
              CLOSE LATEFILE.
           CLOSE RPTFILE WNKFILE WNRFILE STATFILE PRLINE.
           STOP RUN.
