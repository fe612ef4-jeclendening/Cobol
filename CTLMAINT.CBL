      * AFTER AUDIT LINE, AND RUNNING WITH "LIST" ON THE COMMAND
      * LINE PRINTS THE CURRENT CONTENTS OF ALL THREE TABLES SO
      * THE FILTERS THE NIGHTLY REPORTS WILL USE CAN BE EYEBALLED
      * ON DEMAND.  THE COMMAND LINE STARTS WITH THE OPERATOR ID
      * (REQUIRED), THEN LIST OR BLANK, THEN FORCE IF NEEDED.
      *
      *  REJECT REASON CODES:
      *     01 TABLE/ACTION INVALID OR KEY NOT NUMERIC
      *     03 ADD BUT KEY ALREADY ON FILE
      *     04 CHANGE/DELETE BUT KEY NOT ON FILE
      *     05 FLAG NOT Y OR N / PRICE NOT NUMERIC
      *     06 ARCHIVE RETENTION UNDER 12 MONTHS
      *     07 REPLENISHMENT MINIMUM OVER MAXIMUM
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *           FORCE follows the command-line parameter, and
      *           the override is logged for the morning page.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           table id "OVR" with action C maintains the title's
      *           print-order overs allowance percentage (first two
      *           digits of the price field) on the WNXFILE master,
      *           with the same before/after audit -- PRTORDER adds
      *           it to the draw ordered from the publisher.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           table id "ERT" with action C sets the publisher's
      *           electronic-returns flag (flag 1, Y/N) on every
      *           PUBFILE title of the keyed title's publisher, for
      *           the RETCERT returns certification file.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           table id "ADJ" maintains the shortage-claim
      *           auto-adjudication thresholds on the WOJ "ADJUD"
      *           entry: approve-below amount in the price field
      *           (999V99) and the twelve-month claim limit in the
      *           first three digits of the sku field.  no title.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id is now required ahead of LIST/
      *           FORCE on the command line, and every posted
      *           change also goes to the JRNFILE change journal
      *           with its before and after values, for the JRNRPT
      *           inquiry.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id must be active on the OPRFILE
      *           operator master with a role that may run this
      *           program, and FORCE past the batch-active lock needs
      *           a supervisor role; a refusal stops the run and is
      *           logged to the WNLFILE run log.  the override record
      *           now carries the operator.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           table id "ARC" maintains the CLMARCH archive
      *           retention on the WOJ "ARCRT" entry: months in the
      *           first three digits of the sku field, no title.
      *           under twelve months is rejected (reason 06) so the
      *           CLMADJ twelve-month claim count keeps its claims.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           table id "RPL" maintains a banner's TREEREPL
      *           replenishment parameters on the WOJ "RPLbb" entry
      *           (bb = banner code, first two places of the dealer
      *           field): safety percent and review percent in the
      *           sku field (3 digits each), per-store/title minimum
      *           quantity in the first four digits of the price
      *           field and maximum (0 = none) in the first four of
      *           the new limit field.  a minimum over the maximum
      *           is rejected (reason 07).
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           an ADJ, ARC or RPL add for an entry already on file is
      *           rejected before its before line prints, so the audit
      *           shows a before image only for a change or delete that
      *           posts.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNOSEL.
       COPY WNXSEL.
       COPY WNLSEL.
       COPY PUBSEL.
       COPY WOJSEL.
       COPY JRNSEL.
       COPY OPRSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/CTLMAINT.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  PUBFILE LABEL RECORD STANDARD DATA RECORD PUB.
       01  PUB.
       COPY PUB.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  JRNFILE LABEL RECORD STANDARD DATA RECORD JRN.
       01  JRN.
       COPY JRN.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-TABLE       PIC X(3).
           05  TRN-FLAG-1      PIC X.
           05  TRN-FLAG-2      PIC X.
           05  TRN-PRICE       PIC X(5).
           05  TRN-LIMIT       PIC X(5).
           05  FILLER          PIC X(5).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * the command line carries the operator id, LIST (or blank)
      * and, after it, FORCE to override the batch-active quiesce
      * lock.
       01  WS-PARM-FULL PIC X(19) VALUE SPACES.
       01  WS-PARM-FULL-R REDEFINES WS-PARM-FULL.
           05  WS-OPERATOR   PIC X(8).
           05  FILLER        PIC X.
           05  WS-PARM-CMD   PIC X(4).
           05  FILLER        PIC X.
           05  WS-PARM-FORCE PIC X(5).
       COPY WNLQWS.
       COPY JRNWS.
       COPY OPRWS.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-PRICE      PIC 99V999 VALUE 0.
       01  WS-PRICE-X REDEFINES WS-PRICE PIC X(5).
       01  WS-ERT-PUB-NO PIC 999  VALUE 0.
       01  WS-ERT-CNT    PIC 9(3) VALUE 0.
      * the WOJ "ADJUD" text: approve-below amount, then the claim
      * limit (see CLMADJ).
       01  WS-ADJ-TEXT.
           05  WS-ADJ-AMT    PIC 999V99.
           05  WS-ADJ-LIMIT  PIC 999.
           05  FILLER        PIC X(12).
      * the WOJ "ARCRT" text: archive retention months (see CLMARCH).
       01  WS-ARC-TEXT.
           05  WS-ARC-MONTHS PIC 999.
           05  FILLER        PIC X(17).
      * the WOJ "RPLbb" text: a banner's replenishment parameters
      * (see TREEREPL).
       01  WS-RPL-TEXT.
           05  WS-RPL-SAFETY PIC 999.
           05  WS-RPL-REVIEW PIC 999.
           05  WS-RPL-MIN    PIC 9(4).
           05  WS-RPL-MAX    PIC 9(4).
           05  FILLER        PIC X(6).
       01  WS-RPL-KEY.
           05  FILLER        PIC X(3) VALUE "RPL".
           05  WS-RPL-BANNER PIC X(2).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  HEAD-1.
           05  FILLER PIC X(40) VALUE
               "CONTROL TABLE MAINTENANCE AUDIT".
       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-FULL FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "CTLMAINT" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           IF WS-PARM-FORCE = "FORCE"
              MOVE "Y" TO WS-OPR-SUPV-REQ.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE "CTLMAINT" TO WS-QUIESCE-PROGRAM.
           MOVE WS-OPERATOR TO WS-QUIESCE-OPERATOR.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           OPEN I-O WNEFILE WNSFILE WNOFILE.
           OPEN I-O WNXFILE.
           OPEN I-O PUBFILE.
           OPEN I-O WOJFILE.
           MOVE "CTLMAINT" TO WS-JRN-PROGRAM.
           MOVE WS-OPERATOR TO WS-JRN-OPERATOR.
           PERFORM JRN-OPEN-RTN THRU END-JRN-OPEN-RTN.
           ACCEPT WS-DATE FROM DATE.
           OPEN OUTPUT PRLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           READ TRNFILE AT END GO TO END-TRN.
           ADD 1 TO WS-READ-CNT.
           MOVE 0 TO WS-REJ-REASON.
           MOVE SPACES TO WS-JRN-KEY WS-JRN-BEFORE.
           IF TRN-ACTION NOT = "A" AND TRN-ACTION NOT = "C"
              AND TRN-ACTION NOT = "D"
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-TABLE = "ADJ" GO TO POST-ADJ.
           IF TRN-TABLE = "ARC" GO TO POST-ARC.
           IF TRN-TABLE = "RPL" GO TO POST-RPL.
           IF TRN-TITLE-NO NOT NUMERIC
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
           IF TRN-TABLE = "WNS" GO TO POST-WNS.
           IF TRN-TABLE = "WNO" GO TO POST-WNO.
           IF TRN-TABLE = "WNX" GO TO POST-WNX.
           IF TRN-TABLE = "OVR" GO TO POST-OVR.
           IF TRN-TABLE = "ERT" GO TO POST-ERT.
           MOVE 01 TO WS-REJ-REASON.
           PERFORM WRITE-REJECT.
           GO TO READ-TRN.
           PERFORM AUDIT-WNX-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
      * the OVR entry is the same change-only shape as WNX, carrying
      * the title's overs allowance percentage instead.
       POST-OVR.
           IF TRN-ACTION NOT = "C"
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-PRICE (1:2) NOT NUMERIC
              MOVE 05 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO WNX-TITLE-NO.
           READ WNXFILE INVALID KEY
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM AUDIT-OVR-BEFORE.
           MOVE TRN-PRICE (1:2) TO WNX-OVERS-PCT.
           REWRITE WNX.
           PERFORM AUDIT-OVR-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
      * ERT is keyed by any one of the publisher's titles; the flag
      * belongs to the publisher, so every title it publishes on
      * PUBFILE is set alike.
       POST-ERT.
           IF TRN-ACTION NOT = "C"
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-FLAG-1 NOT = "Y" AND TRN-FLAG-1 NOT = "N"
              MOVE 05 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-TITLE-NO TO PUB-TITLE-NO.
           READ PUBFILE INVALID KEY
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM AUDIT-ERT-BEFORE.
           MOVE PUB-PUB-NO TO WS-ERT-PUB-NO.
           MOVE 0 TO WS-ERT-CNT.
           INITIALIZE PUB.
           START PUBFILE KEY NOT LESS PUB-PRIMARY-KEY
               INVALID KEY GO TO POST-ERT-DONE.
       POST-ERT-LOOP.
           READ PUBFILE NEXT AT END GO TO POST-ERT-DONE.
           IF PUB-PUB-NO NOT = WS-ERT-PUB-NO GO TO POST-ERT-LOOP.
           MOVE TRN-FLAG-1 TO PUB-ELEC-RET-FL.
           REWRITE PUB.
           ADD 1 TO WS-ERT-CNT.
           GO TO POST-ERT-LOOP.
       POST-ERT-DONE.
           PERFORM AUDIT-ERT-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
      * ADJ is the one entry with no title: the claim adjudication
      * thresholds kept on the WOJ "ADJUD" entry.
       POST-ADJ.
           IF TRN-ACTION NOT = "D"
              IF TRN-PRICE NOT NUMERIC OR TRN-SKU (1:3) NOT NUMERIC
                 MOVE 05 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           MOVE "ADJUD" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY GO TO POST-ADJ-NEW.
           IF TRN-ACTION = "A"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM AUDIT-ADJ-BEFORE.
           IF TRN-ACTION = "D"
              DELETE WOJFILE
              PERFORM AUDIT-DELETED
              ADD 1 TO WS-POST-CNT
              GO TO READ-TRN.
           PERFORM POST-ADJ-FIELDS.
           REWRITE WOJ.
           PERFORM AUDIT-ADJ-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
       POST-ADJ-NEW.
           IF TRN-ACTION NOT = "A"
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE SPACES TO WOJ.
           MOVE "ADJUD" TO WOJ-PRIMARY-KEY.
           PERFORM POST-ADJ-FIELDS.
           WRITE WOJ.
           PERFORM AUDIT-ADJ-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
       POST-ADJ-FIELDS.
           MOVE SPACES TO WS-ADJ-TEXT.
           MOVE TRN-PRICE TO WS-ADJ-TEXT (1:5).
           MOVE TRN-SKU (1:3) TO WS-ADJ-TEXT (6:3).
           MOVE WS-ADJ-TEXT TO WOJ-TEXT.
           MOVE WS-MM TO WOJ-DATE-MM.
           MOVE WS-DD TO WOJ-DATE-DD.
           MOVE WS-YY TO WOJ-DATE-YY.

      * ARC, also with no title: the claim and affidavit archive
      * retention kept on the WOJ "ARCRT" entry.
       POST-ARC.
           IF TRN-ACTION NOT = "D"
              IF TRN-SKU (1:3) NOT NUMERIC
                 MOVE 05 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           IF TRN-ACTION NOT = "D"
              IF TRN-SKU (1:3) LESS "012"
                 MOVE 06 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           MOVE "ARCRT" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY GO TO POST-ARC-NEW.
           IF TRN-ACTION = "A"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM AUDIT-ARC-BEFORE.
           IF TRN-ACTION = "D"
              DELETE WOJFILE
              PERFORM AUDIT-DELETED
              ADD 1 TO WS-POST-CNT
              GO TO READ-TRN.
           PERFORM POST-ARC-FIELDS.
           REWRITE WOJ.
           PERFORM AUDIT-ARC-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
       POST-ARC-NEW.
           IF TRN-ACTION NOT = "A"
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE SPACES TO WOJ.
           MOVE "ARCRT" TO WOJ-PRIMARY-KEY.
           PERFORM POST-ARC-FIELDS.
           WRITE WOJ.
           PERFORM AUDIT-ARC-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
       POST-ARC-FIELDS.
           MOVE SPACES TO WS-ARC-TEXT.
           MOVE TRN-SKU (1:3) TO WS-ARC-TEXT (1:3).
           MOVE WS-ARC-TEXT TO WOJ-TEXT.
           MOVE WS-MM TO WOJ-DATE-MM.
           MOVE WS-DD TO WOJ-DATE-DD.
           MOVE WS-YY TO WOJ-DATE-YY.

      * RPL, keyed by banner code instead of title: one banner's
      * replenishment parameters on the WOJ "RPLbb" entry.
       POST-RPL.
           IF TRN-DEALER-NO (1:2) = SPACES
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF TRN-ACTION NOT = "D"
              IF TRN-SKU NOT NUMERIC OR TRN-PRICE (1:4) NOT NUMERIC
                 OR TRN-LIMIT (1:4) NOT NUMERIC
                 MOVE 05 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           IF TRN-ACTION NOT = "D"
              IF TRN-LIMIT (1:4) NOT = "0000"
                 AND TRN-PRICE (1:4) GREATER TRN-LIMIT (1:4)
                 MOVE 07 TO WS-REJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO READ-TRN.
           MOVE TRN-DEALER-NO (1:2) TO WS-RPL-BANNER.
           MOVE WS-RPL-KEY TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY GO TO POST-RPL-NEW.
           IF TRN-ACTION = "A"
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           PERFORM AUDIT-RPL-BEFORE.
           IF TRN-ACTION = "D"
              DELETE WOJFILE
              PERFORM AUDIT-DELETED
              ADD 1 TO WS-POST-CNT
              GO TO READ-TRN.
           PERFORM POST-RPL-FIELDS.
           REWRITE WOJ.
           PERFORM AUDIT-RPL-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
       POST-RPL-NEW.
           IF TRN-ACTION NOT = "A"
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE SPACES TO WOJ.
           MOVE WS-RPL-KEY TO WOJ-PRIMARY-KEY.
           PERFORM POST-RPL-FIELDS.
           WRITE WOJ.
           PERFORM AUDIT-RPL-AFTER.
           ADD 1 TO WS-POST-CNT.
           GO TO READ-TRN.
       POST-RPL-FIELDS.
           MOVE SPACES TO WS-RPL-TEXT.
           MOVE TRN-SKU (1:3) TO WS-RPL-TEXT (1:3).
           MOVE TRN-SKU (4:3) TO WS-RPL-TEXT (4:3).
           MOVE TRN-PRICE (1:4) TO WS-RPL-TEXT (7:4).
           MOVE TRN-LIMIT (1:4) TO WS-RPL-TEXT (11:4).
           MOVE WS-RPL-TEXT TO WOJ-TEXT.
           MOVE WS-MM TO WOJ-DATE-MM.
           MOVE WS-DD TO WOJ-DATE-DD.
           MOVE WS-YY TO WOJ-DATE-YY.
       END-TRN.
           CLOSE TRNFILE.
           GO TO END-JOB.
           MOVE "POSTED" TO AUD-RESULT.
           PERFORM WRITE-AUDIT.

       AUDIT-OVR-BEFORE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "BEFORE " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WNX-TITLE-NO TO AUD-KEY.
           MOVE SPACES TO AUD-DATA.
           IF WNX-OVERS-PCT NUMERIC
              STRING "OVERS=" WNX-OVERS-PCT DELIMITED SIZE
                  INTO AUD-DATA
           ELSE
              MOVE "OVERS=UNSET" TO AUD-DATA.
           PERFORM WRITE-AUDIT.
       AUDIT-OVR-AFTER.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WNX-TITLE-NO TO AUD-KEY.
           STRING "OVERS=" WNX-OVERS-PCT DELIMITED SIZE
               INTO AUD-DATA.
           MOVE "POSTED" TO AUD-RESULT.
           PERFORM WRITE-AUDIT.

       AUDIT-ERT-BEFORE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "BEFORE " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE PUB-TITLE-NO TO AUD-KEY.
           STRING "PUB=" PUB-PUB-NO " ELEC=" PUB-ELEC-RET-FL
               DELIMITED SIZE INTO AUD-DATA.
           PERFORM WRITE-AUDIT.
       AUDIT-ERT-AFTER.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE TRN-TITLE-NO TO AUD-KEY.
           STRING "PUB=" WS-ERT-PUB-NO " ELEC=" TRN-FLAG-1
               DELIMITED SIZE INTO AUD-DATA.
           MOVE "POSTED - TITLES SET: " TO AUD-RESULT.
           MOVE WS-ERT-CNT TO AUD-RESULT (22:3).
           PERFORM WRITE-AUDIT.

       AUDIT-ADJ-BEFORE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "BEFORE " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WOJ-PRIMARY-KEY TO AUD-KEY.
           MOVE WOJ-TEXT TO WS-ADJ-TEXT.
           PERFORM AUDIT-ADJ-DATA.
           PERFORM WRITE-AUDIT.
       AUDIT-ADJ-AFTER.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WOJ-PRIMARY-KEY TO AUD-KEY.
           MOVE WOJ-TEXT TO WS-ADJ-TEXT.
           PERFORM AUDIT-ADJ-DATA.
           MOVE "POSTED" TO AUD-RESULT.
           PERFORM WRITE-AUDIT.
       AUDIT-ADJ-DATA.
           IF WS-ADJ-AMT NUMERIC AND WS-ADJ-LIMIT NUMERIC
              STRING "AMT=" WS-ADJ-TEXT (1:5) " LIMIT="
                  WS-ADJ-LIMIT DELIMITED SIZE INTO AUD-DATA
           ELSE
              MOVE "ADJUD=UNSET" TO AUD-DATA.

       AUDIT-ARC-BEFORE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "BEFORE " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WOJ-PRIMARY-KEY TO AUD-KEY.
           MOVE WOJ-TEXT TO WS-ARC-TEXT.
           PERFORM AUDIT-ARC-DATA.
           PERFORM WRITE-AUDIT.
       AUDIT-ARC-AFTER.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WOJ-PRIMARY-KEY TO AUD-KEY.
           MOVE WOJ-TEXT TO WS-ARC-TEXT.
           PERFORM AUDIT-ARC-DATA.
           MOVE "POSTED" TO AUD-RESULT.
           PERFORM WRITE-AUDIT.
       AUDIT-ARC-DATA.
           IF WS-ARC-MONTHS NUMERIC
              STRING "RETAIN MONTHS=" WS-ARC-MONTHS
                  DELIMITED SIZE INTO AUD-DATA
           ELSE
              MOVE "ARCRT=UNSET" TO AUD-DATA.

       AUDIT-RPL-BEFORE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "BEFORE " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WOJ-PRIMARY-KEY TO AUD-KEY.
           MOVE WOJ-TEXT TO WS-RPL-TEXT.
           PERFORM AUDIT-RPL-DATA.
           PERFORM WRITE-AUDIT.
       AUDIT-RPL-AFTER.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           PERFORM AUDIT-COMMON.
           MOVE WOJ-PRIMARY-KEY TO AUD-KEY.
           MOVE WOJ-TEXT TO WS-RPL-TEXT.
           PERFORM AUDIT-RPL-DATA.
           MOVE "POSTED" TO AUD-RESULT.
           PERFORM WRITE-AUDIT.
      * safety percent, review percent, then minimum-maximum.
       AUDIT-RPL-DATA.
           IF WS-RPL-TEXT (1:14) NUMERIC
              STRING "S" WS-RPL-SAFETY " R" WS-RPL-REVIEW
                  " M" WS-RPL-MIN "-" WS-RPL-MAX
                  DELIMITED SIZE INTO AUD-DATA
           ELSE
              MOVE "RPL=UNSET" TO AUD-DATA.

       AUDIT-DELETED.
           MOVE SPACES TO AUDIT-LINE.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE TRN-TABLE TO AUD-TABLE.
           MOVE TRN-ACTION TO AUD-ACTION.

      * the before line's data is held for the journal; the after
      * line posts the journal entry.
       WRITE-AUDIT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AUDIT-LINE AFTER ADVANCING 1.
           IF AUD-TAG = "BEFORE "
              MOVE AUD-KEY TO WS-JRN-KEY
              MOVE AUD-DATA TO WS-JRN-BEFORE.
           IF AUD-TAG = "AFTER  "
              PERFORM JRN-CTL-POST THRU END-JRN-CTL-POST.

      * one journal entry per posted transaction: the table's file,
      * the key, and the audit line's data before and after.
       JRN-CTL-POST.
           IF AUD-KEY NOT = SPACES
              MOVE AUD-KEY TO WS-JRN-KEY.
           MOVE AUD-DATA TO WS-JRN-AFTER.
           MOVE TRN-ACTION TO WS-JRN-ACTION.
           MOVE 0 TO WS-JRN-DEALER-NO WS-JRN-TITLE-NO.
           IF TRN-TABLE NOT = "ADJ" AND TRN-TABLE NOT = "ARC"
              AND TRN-TABLE NOT = "RPL"
              AND TRN-TITLE-NO NUMERIC
              MOVE TRN-TITLE-NO TO WS-JRN-TITLE-NO.
           IF TRN-TABLE = "WNE"
              MOVE "WNEFL" TO WS-JRN-FILE
              MOVE "FLAGS" TO WS-JRN-FIELD.
           IF TRN-TABLE = "WNS"
              MOVE "WNSFL" TO WS-JRN-FILE
              MOVE "TITLE-NO" TO WS-JRN-FIELD.
           IF TRN-TABLE = "WNO"
              MOVE "WNOFL" TO WS-JRN-FILE
              MOVE "SPEC-PRICE" TO WS-JRN-FIELD
              MOVE TRN-DEALER-NO TO WS-JRN-DEALER-NO.
           IF TRN-TABLE = "WNX"
              MOVE "WNXFL" TO WS-JRN-FILE
              MOVE "RET-WINDOW" TO WS-JRN-FIELD.
           IF TRN-TABLE = "OVR"
              MOVE "WNXFL" TO WS-JRN-FILE
              MOVE "OVERS-PCT" TO WS-JRN-FIELD.
           IF TRN-TABLE = "ERT"
              MOVE "PUBFL" TO WS-JRN-FILE
              MOVE "ELEC-RET-FL" TO WS-JRN-FIELD.
           IF TRN-TABLE = "ADJ"
              MOVE "WOJFL" TO WS-JRN-FILE
              MOVE "ADJUD" TO WS-JRN-FIELD.
           IF TRN-TABLE = "ARC"
              MOVE "WOJFL" TO WS-JRN-FILE
              MOVE "ARCRT" TO WS-JRN-FIELD.
           IF TRN-TABLE = "RPL"
              MOVE "WOJFL" TO WS-JRN-FILE
              MOVE "REPLENISH" TO WS-JRN-FIELD.
           PERFORM JRN-POST-RTN THRU END-JRN-POST-RTN.
       END-JRN-CTL-POST. EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
       LIST-WNO.
           MOVE 0 TO WNO-DEALER-NO WNO-TITLE-NO.
           START WNOFILE KEY NOT LESS WNO-PRIMARY-KEY
               INVALID KEY GO TO LIST-ADJ.
       LIST-WNO-LOOP.
           READ WNOFILE NEXT AT END GO TO LIST-ADJ.
           MOVE SPACES TO LIST-LINE.
           MOVE "WNO" TO LST-TABLE.
           MOVE WNO-PRIMARY-KEY TO LST-KEY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM LIST-LINE AFTER ADVANCING 1.
           GO TO LIST-WNO-LOOP.
       LIST-ADJ.
           MOVE "ADJUD" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY GO TO LIST-ARC.
           MOVE SPACES TO LIST-LINE.
           MOVE "ADJ" TO LST-TABLE.
           MOVE WOJ-PRIMARY-KEY TO LST-KEY.
           MOVE WOJ-TEXT TO WS-ADJ-TEXT.
           MOVE SPACES TO AUD-DATA.
           PERFORM AUDIT-ADJ-DATA.
           MOVE AUD-DATA TO LST-DATA.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM LIST-LINE AFTER ADVANCING 1.
       LIST-ARC.
           MOVE "ARCRT" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY GO TO LIST-RPL.
           MOVE SPACES TO LIST-LINE.
           MOVE "ARC" TO LST-TABLE.
           MOVE WOJ-PRIMARY-KEY TO LST-KEY.
           MOVE WOJ-TEXT TO WS-ARC-TEXT.
           MOVE SPACES TO AUD-DATA.
           PERFORM AUDIT-ARC-DATA.
           MOVE AUD-DATA TO LST-DATA.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM LIST-LINE AFTER ADVANCING 1.
       LIST-RPL.
           MOVE "RPL" TO WOJ-PRIMARY-KEY.
           START WOJFILE KEY NOT LESS WOJ-PRIMARY-KEY
               INVALID KEY GO TO END-LIST-TABLES.
       LIST-RPL-LOOP.
           READ WOJFILE NEXT AT END GO TO END-LIST-TABLES.
           IF WOJ-PRIMARY-KEY (1:3) NOT = "RPL"
              GO TO END-LIST-TABLES.
           MOVE SPACES TO LIST-LINE.
           MOVE "RPL" TO LST-TABLE.
           MOVE WOJ-PRIMARY-KEY TO LST-KEY.
           MOVE WOJ-TEXT TO WS-RPL-TEXT.
           MOVE SPACES TO AUD-DATA.
           PERFORM AUDIT-RPL-DATA.
           MOVE AUD-DATA TO LST-DATA.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM LIST-LINE AFTER ADVANCING 1.
           GO TO LIST-RPL-LOOP.
       END-LIST-TABLES. EXIT.

       END-JOB.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJ-CNT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE WNEFILE WNSFILE WNOFILE WNXFILE PUBFILE WOJFILE
               JRNFILE PRLINE.
           STOP RUN.

       COPY WNLQUIES.
       COPY OPRCHK.
       COPY JRNPOST.
