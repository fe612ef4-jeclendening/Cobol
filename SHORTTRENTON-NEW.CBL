      *           tonight's upstream step has completed (see
      *           BATSTAT for the morning status page).
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           MOD10:each claim line now carries a DELIVERY column
      *           with the driver's proof-of-delivery record (PODFILE,
      *           see PODTAKE) for every day claimed, so the reviewer
      *           sees a missed or short stop next to the shortage.
      *
      *   MODIFIED:
      *   PROGRAMMER:
      *   MODIFICATION:

            COPY WNMSEL.

            COPY WNRSEL.

            COPY PODSEL.

            SELECT REGFILE ASSIGN PRINT WS-REG-FILENAME
            STATUS FL-STATUS.

       01  WNL.
       COPY WNL.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR  PIC X(170).
       FD  EXCFILE LABEL RECORD OMITTED DATA RECORD EXCLINE.
       01  EXCLINE PIC X(80).
       FD  CTLFILE LABEL RECORD STANDARD DATA RECORD CTL-REC.
       01  WNM.
           COPY WNM.
       FD  REGFILE LABEL RECORD OMITTED DATA RECORD REGLINE.
       01  REGLINE PIC X(170).
      *MOD10. week dates and the driver proof-of-delivery file.
       FD  WNRFILE LABEL RECORD STANDARD DATA RECORD WNR.
       01  WNR.
           COPY WNR.
       FD  PODFILE LABEL RECORD STANDARD DATA RECORD POD.
       01  POD.
           COPY POD.
       WORKING-STORAGE SECTION.
       01  FL-STATUS           PIC XX.
       01  WS-FILE-ID             PIC XXX.
       01  WS-REG-QTY      PIC 9(7) VALUE 0.
       01  WS-REG-AMT      PIC 9(7)V99 VALUE 0.
       01  WS-REG-LINES    PIC 9(7) VALUE 0.
      *MOD10. proof-of-delivery lookup for the claim's week and
      *       claimed days (all six when no day breakdown was keyed).
       01  WS-POD-OPEN-FL  PIC X VALUE "N".
       01  WS-POD-ALL-FL   PIC X VALUE "N".
       01  WS-POD-WEEK     PIC 9 VALUE 0.
       01  WS-POD-DX       PIC 9 VALUE 0.
       01  WS-POD-PTR      PIC 999 VALUE 1.
       01  WS-POD-CLAIM-DAYS.
        05  WS-POD-CLAIM-QTY PIC 9(5) OCCURS 6 TIMES.
       01  WS-POD-DAY-NAMES.
        05  FILLER PIC X(18) VALUE "MONTUEWEDTHUFRISAT".
       01  WS-POD-DAY-TBL REDEFINES WS-POD-DAY-NAMES.
        05  WS-POD-DAY-NAME PIC XXX OCCURS 6 TIMES.
       01  WS-POD-ENTRY.
        05  WS-POD-ENT-DAY  PIC XXX.
        05  FILLER          PIC X VALUE SPACE.
        05  WS-POD-ENT-TIME PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  WS-POD-ENT-CODE PIC XX.
       01  WS-EXC-FILENAME.
        05  WS-EXC-FILENAME-DIR PIC X(22)
            VALUE "/u/prb/f/trenton/send/".
        05  FILLER PIC X(15)  VALUE "DEALER NO, NAME".
        05  FILLER PIC X(21)  VALUE ",INV NO, REGION, SEQ,".
        05  FILLER PIC X(04)  VALUE "ZIP,".
        05  FILLER PIC X(08)  VALUE "DELIVERY".
       01  DETAIL-LINE.
06      05  DETAIL-DATE PIC 9(6).
08      05  COMMA-1 PIC XX VALUE SPACE.
        05  DETAIL-SEQ-NSP-DAY PIC 99B999.
        05  COMMA-10 PIC X.
        05  DETAIL-ZIP PIC 99999.
        05  COMMA-11 PIC X.
        05  DET-Q3 PIC X.
        05  DETAIL-DELIVERY PIC X(72).
        05  DET-Q4 PIC X.
 
       PROCEDURE DIVISION.
       START-PROGRAM.
           OPEN I-O RPTFILE INPUT WOJFILE WNAFILE WNEFILE.
           OPEN INPUT WNMFILE.
           OPEN I-O WNCFILE.
           PERFORM POD-OPEN-RTN THRU END-POD-OPEN-RTN.
       BEGIN-BEGIN.
           MOVE "WNR25" TO WOJ-PRIMARY-KEY.
           READ WOJFILE.
           MOVE WNA-SEQ-MISC-D TO DETAIL-REGION.
           MOVE WNA-SEQ-NSP-DAY TO DETAIL-SEQ-NSP-DAY.
           MOVE WNA-ZIP-HI-5 TO DETAIL-ZIP.
           PERFORM POD-LOOKUP-RTN THRU END-POD-LOOKUP-RTN.

       PRT-PRT.
           MOVE "," TO COMMA-1.
           MOVE "," TO COMMA-8.
           MOVE "," TO COMMA-9.
           MOVE "," TO COMMA-10.
           MOVE "," TO COMMA-11.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO READ-RPT.

           MOVE GRAND-QTY TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           CLOSE PRLINE EXCFILE RPTFILE WNAFILE WOJFILE WNEFILE WNCFILE
               WNMFILE WNRFILE.
           IF WS-POD-OPEN-FL = "Y"
              CLOSE PODFILE.
           IF WS-PARM-ENV NOT = "TEST"
              MOVE WS-FILENAME TO WS-DLVR-FILE
              CALL "SYSTEM" USING WS-DLVR-CMD
           MOVE WNA-SEQ-MISC-D TO DETAIL-REGION.
           MOVE WNA-SEQ-NSP-DAY TO DETAIL-SEQ-NSP-DAY.
           MOVE WNA-ZIP-HI-5 TO DETAIL-ZIP.
           PERFORM POD-LOOKUP-RTN THRU END-POD-LOOKUP-RTN.
           MOVE "," TO COMMA-1 COMMA-2 COMMA-3 COMMA-4 COMMA-5
               COMMA-6 COMMA-7 COMMA-8 COMMA-9 COMMA-10 COMMA-11.
           WRITE REGLINE FROM DETAIL-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-REG-LINES.
           GO TO REGION-READ-RPT.
           GO TO REGION-SPLIT-LOOP.
       END-REGION-SPLIT-RTN. EXIT.

      ******************************************************************
      * MOD10 POD-OPEN-RTN reads the week dates and opens the driver
      * proof-of-delivery file.  Either one missing just leaves the
      * DELIVERY column blank; the recap itself still goes out.
      ******************************************************************
       POD-OPEN-RTN.
           MOVE "N" TO WS-POD-OPEN-FL.
           OPEN INPUT WNRFILE.
           INITIALIZE WNR.
           MOVE 1000 TO WNR-DEALER-NO.
           START WNRFILE KEY GREATER WNR-PRIMARY-KEY
               INVALID KEY GO TO POD-OPEN-NO-WEEKS.
           READ WNRFILE NEXT AT END GO TO POD-OPEN-NO-WEEKS.
           OPEN INPUT PODFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO PODFILE - DELIVERY COLUMN LEFT BLANK"
              GO TO END-POD-OPEN-RTN.
           MOVE "Y" TO WS-POD-OPEN-FL.
           GO TO END-POD-OPEN-RTN.
       POD-OPEN-NO-WEEKS.
           DISPLAY "NO WEEK DATES ON WNRFILE - DELIVERY COLUMN BLANK".
       END-POD-OPEN-RTN. EXIT.

      ******************************************************************
      * MOD10 POD-LOOKUP-RTN builds the DELIVERY column for the claim
      * in RPT: one "DAY TIME CODE" entry per claimed day, "OK" for a
      * clean delivery, "----" for the time when the stop was never
      * made, and "DAY --" when the driver turned in no record.
      ******************************************************************
       POD-LOOKUP-RTN.
           MOVE SPACES TO DETAIL-DELIVERY.
           MOVE QUOTE TO DET-Q3 DET-Q4.
           IF WS-POD-OPEN-FL NOT = "Y" GO TO END-POD-LOOKUP-RTN.
           MOVE RPT-WEEK TO WS-POD-WEEK.
           IF WS-POD-WEEK LESS 1 OR WS-POD-WEEK GREATER 6
              MOVE 3 TO WS-POD-WEEK.
           MOVE RPT-MON TO WS-POD-CLAIM-QTY (1).
           MOVE RPT-TUE TO WS-POD-CLAIM-QTY (2).
           MOVE RPT-WED TO WS-POD-CLAIM-QTY (3).
           MOVE RPT-THU TO WS-POD-CLAIM-QTY (4).
           MOVE RPT-FRI TO WS-POD-CLAIM-QTY (5).
           MOVE RPT-SAT TO WS-POD-CLAIM-QTY (6).
           MOVE "N" TO WS-POD-ALL-FL.
           IF RPT-MON = 0 AND RPT-TUE = 0 AND RPT-WED = 0
              AND RPT-THU = 0 AND RPT-FRI = 0 AND RPT-SAT = 0
              MOVE "Y" TO WS-POD-ALL-FL.
           MOVE 1 TO WS-POD-PTR.
           MOVE 0 TO WS-POD-DX.
       POD-LOOKUP-LOOP.
           ADD 1 TO WS-POD-DX.
           IF WS-POD-DX GREATER 6 GO TO END-POD-LOOKUP-RTN.
           IF WS-POD-CLAIM-QTY (WS-POD-DX) = 0
              AND WS-POD-ALL-FL NOT = "Y"
              GO TO POD-LOOKUP-LOOP.
           MOVE RPT-DEALER-NO TO POD-DEALER-NO.
           MOVE WNR-ISS-DATE (WS-POD-WEEK) TO POD-WEEK-DATE.
           MOVE WS-POD-DX TO POD-DAY-NO.
           MOVE WS-POD-DAY-NAME (WS-POD-DX) TO WS-POD-ENT-DAY.
           READ PODFILE INVALID KEY GO TO POD-LOOKUP-MISSING.
           MOVE POD-DEL-TIME TO WS-POD-ENT-TIME.
           IF POD-DEL-TIME = 0
              MOVE "----" TO WS-POD-ENT-TIME.
           MOVE POD-EXC-CODE TO WS-POD-ENT-CODE.
           IF POD-EXC-CODE = SPACES
              MOVE "OK" TO WS-POD-ENT-CODE.
           IF WS-POD-PTR GREATER 1
              STRING ";" DELIMITED BY SIZE
                  INTO DETAIL-DELIVERY WITH POINTER WS-POD-PTR.
           STRING WS-POD-ENTRY DELIMITED BY SIZE
               INTO DETAIL-DELIVERY WITH POINTER WS-POD-PTR.
           GO TO POD-LOOKUP-LOOP.
       POD-LOOKUP-MISSING.
           IF WS-POD-ALL-FL = "Y" GO TO POD-LOOKUP-LOOP.
           IF WS-POD-PTR GREATER 1
              STRING ";" DELIMITED BY SIZE
                  INTO DETAIL-DELIVERY WITH POINTER WS-POD-PTR.
           STRING WS-POD-ENT-DAY " --" DELIMITED BY SIZE
               INTO DETAIL-DELIVERY WITH POINTER WS-POD-PTR.
           GO TO POD-LOOKUP-LOOP.
       END-POD-LOOKUP-RTN. EXIT.

       HEAD-RTN.
           MOVE SPACES TO LINEPR.
       END-HEADRTN. EXIT.
