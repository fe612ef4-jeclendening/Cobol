       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCLOSE.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: ACCOUNTING MONTH-END CLOSE FOR DEALER A/R.
      * PRINTS THE A/R ROLLFORWARD FOR THE MONTH -- OPENING
      * BALANCE, BILLED, AFFIDAVIT CREDITS, SHORTAGE CREDIT
      * MEMOS, PAYMENTS, WRITE-OFFS AND CLOSING BALANCE -- OFF
      * OINFILE, INHFILE AND THE PAYDTL.DAT PAYMENT DETAIL, WITH
      * THE SAME AS-OF-MONTH ARITHMETIC THE MTHSTMT DEALER
      * STATEMENTS USE, SO THE ROLLFORWARD AND THE STATEMENTS
      * MAILED FOR THE MONTH AGREE TO THE PENNY.
      *
      * THE COMMAND LINE CARRIES THE MONTH (MMYY, BLANK = LAST
      * MONTH) AND AN ACTION:
      *     (BLANK)  ROLLFORWARD ONLY -- NOTHING IS RECORDED.
      *     CLOSE    ROLLFORWARD, AND IF IT PROVES, THE MONTH IS
      *              RECORDED AS CLOSED ON THE WOJ CONTROL TABLE
      *              (KEY "CLOSE").  MONTHS CLOSE IN ORDER AND
      *              ONLY ONCE THEY HAVE ENDED.
      *     REOPEN   REOPENS THE LAST CLOSED MONTH.  SUPERVISOR
      *              ONLY -- THE OPERATOR MUST HOLD A SUPERVISOR
      *              ROLE ON THE OPRFILE OPERATOR MASTER -- AND
      *              THE REOPEN IS LOGGED ON THE WNLFILE RUN LOG
      *              (STATUS "R") FOR THE MORNING PAGE.
      * CLOSE AND REOPEN NEED THE OPERATOR ID FOLLOWING THE
      * ACTION, CHECKED AGAINST THE OPERATOR MASTER (SEE OPRCHK).
      * ONCE A MONTH IS CLOSED, DLRPAY, LOCKBOX, WRITEOFF,
      * CREDMEMO, LATECRED AND DLRINVOICE REFUSE ANYTHING DATED
      * IN OR BEFORE IT (SEE WOJPLOCK).
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
      *           CLOSE and REOPEN now need the operator id after the
      *           action, active on the OPRFILE operator master with a
      *           role that may run MTHCLOSE; REOPEN needs a
      *           supervisor role there in place of the WOJ "SUPVR"
      *           entry.  a refusal stops the run and is logged to the
      *           WNLFILE run log.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           missed-stop credits and volume rebates netted into
      *           an invoice come off as credits with the late
      *           return credits instead of counting as billing.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a "CREDUSED" PAYDTL.DAT record, written against a
      *           credit memo when DLRPAY or LOCKBOX nets it against an
      *           invoice, is loaded as a negative payment so the memo
      *           backs out of the month-end balance right and the pair
      *           nets to nothing in payments.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the run stops with return code 16 when the INHFILE
      *           invoice history will not open, and a REOPEN of a
      *           January closed in year 00 rolls the close back to
      *           December of year 99.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TI-990.
       OBJECT-COMPUTER. TI-990.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY OINSEL.
       COPY INHSEL.
       COPY WOJSEL.
       COPY WNLSEL.
       COPY OPRSEL.
           SELECT PYDFILE ASSIGN "/u/prb/f/trenton/PAYDTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/MTHCLOSE.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  INHFILE LABEL RECORD STANDARD DATA RECORD INH.
       01  INH.
       COPY INH.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  PYDFILE LABEL RECORD STANDARD DATA RECORD PYD.
       01  PYD.
           05  PYD-DEALER-NO   PIC 9(5).
           05  PYD-INVNO       PIC 9(7).
           05  PYD-AMT         PIC 9(7)V99.
           05  PYD-CHECK-NO    PIC X(8).
           05  PYD-PAY-DATE    PIC 9(6).
           05  PYD-SOURCE      PIC X(8).
           05  PYD-RUN-DATE    PIC 9(6).
           05  PYD-OPERATOR    PIC X(8).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * the command line carries, in fixed position, the month
      * (MMYY), the action and, for a close or a reopen, the
      * operator id.
       01  WS-PARM-CMD  PIC X(20) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MMYY.
               10  WS-PARM-MM     PIC 99.
               10  WS-PARM-YY     PIC 99.
           05  FILLER             PIC X.
           05  WS-PARM-ACTION     PIC X(6).
           05  FILLER             PIC X.
           05  WS-PARM-OPER       PIC X(8).
       COPY OPRWS.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-TIME-X.
           05  WS-TIME PIC 9(4).
           05  FILLER  PIC X(4).
       01  WS-RUN-YYMM   PIC 9(4) VALUE 0.
       01  WS-STMT-MM    PIC 99 VALUE 0.
       01  WS-STMT-YY    PIC 99 VALUE 0.
       01  WS-STMT-YYMM  PIC 9(4) VALUE 0.
       01  WS-NEXT-MM    PIC 99 VALUE 0.
       01  WS-NEXT-YY    PIC 99 VALUE 0.
       01  WS-NEXT-YYMM  PIC 9(4) VALUE 0.
       01  WS-CLOSED-MM  PIC 99 VALUE 0.
       01  WS-CLOSED-YY  PIC 99 VALUE 0.
       01  WS-CLOSED-YYMM PIC 9(4) VALUE 0.
       01  WS-CHK-DATE.
           05  WS-CHK-YYMM   PIC 9(4).
           05  WS-CHK-DD     PIC 99.
       01  WS-CLASS      PIC X VALUE SPACE.
      * payments dated in or after the month, off PAYDTL.DAT:
      * class "I" in the month, "A" after month end.
       01  WS-PYD-MAX    PIC 9(5) VALUE 10000.
       01  WS-PYD-CNT    PIC 9(5) VALUE 0.
       01  YX            PIC 9(5) VALUE 0.
       01  WS-PYD-TABLE.
           05  WS-PYD-ENT OCCURS 10000 TIMES.
               10  WS-PYD-DEALER   PIC 9(5).
               10  WS-PYD-INVNO    PIC 9(7).
               10  WS-PYD-AMT      PIC S9(7)V99.
               10  WS-PYD-CLASS    PIC X.
       01  WS-ITEM-IN    PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-AFTER PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-END   PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-START PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-CRED  PIC S9(7)V99 VALUE 0.
       01  WS-RF-FIGURES.
           05  WS-RF-OPEN     PIC S9(9)V99.
           05  WS-RF-BILLED   PIC S9(9)V99.
           05  WS-RF-AFFCRED  PIC S9(9)V99.
           05  WS-RF-MEMO     PIC S9(9)V99.
           05  WS-RF-PAID     PIC S9(9)V99.
           05  WS-RF-WOFF     PIC S9(9)V99.
           05  WS-RF-CLOSE    PIC S9(9)V99.
       01  WS-PROOF      PIC S9(9)V99 VALUE 0.
       01  WS-DIFF       PIC S9(9)V99 VALUE 0.
       01  WS-ITEM-CNT   PIC 9(7) VALUE 0.
       01  HEAD-1.
           05  FILLER PIC X(34) VALUE
               "A/R MONTH-END ROLLFORWARD        ".
           05  FILLER PIC X(6) VALUE "MONTH ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
           05  FILLER PIC X(4) VALUE SPACE.
           05  H1-STATUS PIC X(30).
       01  PROOF-LINE.
           05  PRF-LABEL     PIC X(36).
           05  PRF-AMT       PIC -ZZZZZZZZ9.99.
       01  MSG-LINE          PIC X(100) VALUE SPACE.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME-X FROM TIME.
           COMPUTE WS-RUN-YYMM = WS-YY * 100 + WS-MM.
           IF WS-PARM-MMYY NUMERIC
              AND WS-PARM-MM NOT LESS 1 AND WS-PARM-MM NOT GREATER 12
              MOVE WS-PARM-MM TO WS-STMT-MM
              MOVE WS-PARM-YY TO WS-STMT-YY
           ELSE
              IF WS-MM = 1
                 MOVE 12 TO WS-STMT-MM
                 COMPUTE WS-STMT-YY = WS-YY - 1
              ELSE
                 COMPUTE WS-STMT-MM = WS-MM - 1
                 MOVE WS-YY TO WS-STMT-YY.
           COMPUTE WS-STMT-YYMM = WS-STMT-YY * 100 + WS-STMT-MM.
           IF WS-PARM-ACTION NOT = SPACES
              AND WS-PARM-ACTION NOT = "CLOSE"
              AND WS-PARM-ACTION NOT = "REOPEN"
              DISPLAY "INVALID ACTION " WS-PARM-ACTION
                  " - MUST BE BLANK, CLOSE OR REOPEN"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PARM-ACTION NOT = SPACES
              MOVE "MTHCLOSE" TO WS-OPR-PROGRAM
              MOVE WS-PARM-OPER TO WS-OPR-OPERATOR
              IF WS-PARM-ACTION = "REOPEN"
                 MOVE "Y" TO WS-OPR-SUPV-REQ
              END-IF
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           DISPLAY "ACCOUNTING MONTH " WS-STMT-MM "/" WS-STMT-YY.
           OPEN I-O WOJFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WOJFILE
              OPEN OUTPUT WOJFILE
              CLOSE WOJFILE
              OPEN I-O WOJFILE.
           PERFORM GET-CLOSED-PERIOD THRU END-GET-CLOSED-PERIOD.
           OPEN OUTPUT PRLINE.
           MOVE WS-STMT-MM TO H1-MM.
           MOVE WS-STMT-YY TO H1-YY.
           MOVE "OPEN" TO H1-STATUS.
           IF WS-CLOSED-YYMM NOT = 0
              AND WS-STMT-YYMM NOT GREATER WS-CLOSED-YYMM
              MOVE "CLOSED" TO H1-STATUS.
           IF WS-PARM-ACTION = "REOPEN"
              GO TO REOPEN-PERIOD.
           OPEN INPUT OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
                  "DLRINVOICE FIRST"
              MOVE 16 TO RETURN-CODE
              CLOSE WOJFILE PRLINE
              STOP RUN.
           OPEN INPUT INHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO INHFILE INVOICE HISTORY - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              CLOSE OINFILE WOJFILE PRLINE
              STOP RUN.
           PERFORM LOAD-PAYMENTS THRU END-LOAD-PAYMENTS.
           INITIALIZE WS-RF-FIGURES.
           INITIALIZE OIN.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO END-OIN.
       READ-OIN.
           READ OINFILE NEXT AT END GO TO END-OIN.
           MOVE OIN-INV-DATE TO WS-CHK-DATE.
           PERFORM CLASSIFY-DATE THRU END-CLASSIFY-DATE.
           IF WS-CLASS = "A" GO TO READ-OIN.
           ADD 1 TO WS-ITEM-CNT.
           PERFORM ITEM-PAYMENTS THRU END-ITEM-PAYMENTS.
           ADD WS-ITEM-IN TO WS-RF-PAID.
           COMPUTE WS-ITEM-END =
               OIN-INV-AMT - OIN-PAID-AMT + WS-ITEM-AFTER.
           COMPUTE WS-ITEM-START = WS-ITEM-END + WS-ITEM-IN.
           IF OIN-STATUS = "W"
              PERFORM ITEM-WRITEOFF THRU END-ITEM-WRITEOFF.
           ADD WS-ITEM-END TO WS-RF-CLOSE.
           IF WS-CLASS = "B"
              ADD WS-ITEM-START TO WS-RF-OPEN
              GO TO READ-OIN.
           IF OIN-STATUS = "C"
              COMPUTE WS-ITEM-CRED = 0 - OIN-INV-AMT
              ADD WS-ITEM-CRED TO WS-RF-MEMO
              GO TO READ-OIN.
           PERFORM SPLIT-INVOICE THRU END-SPLIT-INVOICE.
           GO TO READ-OIN.
       END-OIN.
           CLOSE OINFILE INHFILE.
           PERFORM PRINT-ROLLFORWARD THRU END-PRINT-ROLLFORWARD.
           IF WS-PARM-ACTION = "CLOSE"
              GO TO CLOSE-PERIOD.
           GO TO END-JOB.

      * "B" before the month, "I" in it, "A" after it.
       CLASSIFY-DATE.
           IF WS-CHK-YYMM LESS WS-STMT-YYMM
              MOVE "B" TO WS-CLASS
           ELSE
              IF WS-CHK-YYMM = WS-STMT-YYMM
                 MOVE "I" TO WS-CLASS
              ELSE
                 MOVE "A" TO WS-CLASS.
       END-CLASSIFY-DATE. EXIT.

       GET-CLOSED-PERIOD.
           MOVE 0 TO WS-CLOSED-MM WS-CLOSED-YY WS-CLOSED-YYMM.
           MOVE "CLOSE" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY
              GO TO END-GET-CLOSED-PERIOD.
           IF WOJ-DATE-MM NUMERIC AND WOJ-DATE-YY NUMERIC
              MOVE WOJ-DATE-MM TO WS-CLOSED-MM
              MOVE WOJ-DATE-YY TO WS-CLOSED-YY
              COMPUTE WS-CLOSED-YYMM =
                  WOJ-DATE-YY * 100 + WOJ-DATE-MM.
       END-GET-CLOSED-PERIOD. EXIT.

       LOAD-PAYMENTS.
           OPEN INPUT PYDFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO PAYDTL.DAT ON HAND - NO PAYMENTS COUNTED"
              GO TO END-LOAD-PAYMENTS.
       LOAD-PYD-LOOP.
           READ PYDFILE AT END GO TO LOAD-PYD-DONE.
           IF PYD-PAY-DATE NOT NUMERIC OR PYD-AMT NOT NUMERIC
              GO TO LOAD-PYD-LOOP.
           MOVE PYD-PAY-DATE TO WS-CHK-DATE.
           PERFORM CLASSIFY-DATE THRU END-CLASSIFY-DATE.
           IF WS-CLASS = "B" GO TO LOAD-PYD-LOOP.
           IF WS-PYD-CNT NOT LESS WS-PYD-MAX
              DISPLAY "PAYMENT TABLE FULL - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-PYD-CNT.
           MOVE PYD-DEALER-NO TO WS-PYD-DEALER (WS-PYD-CNT).
           MOVE PYD-INVNO TO WS-PYD-INVNO (WS-PYD-CNT).
           MOVE PYD-AMT TO WS-PYD-AMT (WS-PYD-CNT).
           MOVE WS-CLASS TO WS-PYD-CLASS (WS-PYD-CNT).
      * the credit-memo side of a credit applied to an invoice.
           IF PYD-SOURCE = "CREDUSED"
              COMPUTE WS-PYD-AMT (WS-PYD-CNT) = 0 - PYD-AMT.
           GO TO LOAD-PYD-LOOP.
       LOAD-PYD-DONE.
           CLOSE PYDFILE.
       END-LOAD-PAYMENTS. EXIT.

       ITEM-PAYMENTS.
           MOVE 0 TO WS-ITEM-IN WS-ITEM-AFTER.
           MOVE 0 TO YX.
       ITEM-PYD-LOOP.
           ADD 1 TO YX.
           IF YX GREATER WS-PYD-CNT GO TO END-ITEM-PAYMENTS.
           IF WS-PYD-DEALER (YX) NOT = OIN-DEALER-NO
              OR WS-PYD-INVNO (YX) NOT = OIN-INVNO
              GO TO ITEM-PYD-LOOP.
           IF WS-PYD-CLASS (YX) = "I"
              ADD WS-PYD-AMT (YX) TO WS-ITEM-IN
           ELSE
              ADD WS-PYD-AMT (YX) TO WS-ITEM-AFTER.
           GO TO ITEM-PYD-LOOP.
       END-ITEM-PAYMENTS. EXIT.

       ITEM-WRITEOFF.
           MOVE OIN-WOFF-DATE TO WS-CHK-DATE.
           PERFORM CLASSIFY-DATE THRU END-CLASSIFY-DATE.
           IF WS-CLASS = "A" GO TO ITEM-WRITEOFF-DONE.
           SUBTRACT OIN-WOFF-AMT FROM WS-ITEM-END.
           IF WS-CLASS = "B"
              SUBTRACT OIN-WOFF-AMT FROM WS-ITEM-START
           ELSE
              ADD OIN-WOFF-AMT TO WS-RF-WOFF.
       ITEM-WRITEOFF-DONE.
           MOVE OIN-INV-DATE TO WS-CHK-DATE.
           PERFORM CLASSIFY-DATE THRU END-CLASSIFY-DATE.
       END-ITEM-WRITEOFF. EXIT.

      * billed is the invoice before the affidavit credits
      * DLRINVOICE netted into it, off the INHFILE lines.
       SPLIT-INVOICE.
           MOVE 0 TO WS-ITEM-CRED.
           MOVE OIN-INVNO TO INH-INVNO.
           MOVE 0 TO INH-LINE-NO.
           START INHFILE KEY NOT LESS INH-PRIMARY-KEY
               INVALID KEY GO TO SPLIT-INVOICE-SAVE.
       SPLIT-INVOICE-LOOP.
           READ INHFILE NEXT AT END GO TO SPLIT-INVOICE-SAVE.
           IF INH-INVNO NOT = OIN-INVNO GO TO SPLIT-INVOICE-SAVE.
           IF INH-REC-TYPE = "D"
              AND (INH-TITLE = "LATE RETURN CREDIT"
                   OR INH-TITLE = "MISSED STOP CREDIT"
                   OR INH-TITLE = "VOLUME REBATE")
              SUBTRACT INH-AMT FROM WS-ITEM-CRED.
           GO TO SPLIT-INVOICE-LOOP.
       SPLIT-INVOICE-SAVE.
           COMPUTE WS-RF-BILLED =
               WS-RF-BILLED + OIN-INV-AMT + WS-ITEM-CRED.
           ADD WS-ITEM-CRED TO WS-RF-AFFCRED.
       END-SPLIT-INVOICE. EXIT.

       PRINT-ROLLFORWARD.
           COMPUTE WS-PROOF = WS-RF-OPEN + WS-RF-BILLED
               - WS-RF-AFFCRED - WS-RF-MEMO - WS-RF-PAID
               - WS-RF-WOFF.
           COMPUTE WS-DIFF = WS-PROOF - WS-RF-CLOSE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE "OPENING A/R BALANCE" TO PRF-LABEL.
           MOVE WS-RF-OPEN TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "PLUS BILLED" TO PRF-LABEL.
           MOVE WS-RF-BILLED TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS AFFIDAVIT CREDITS (DLRCRED)" TO PRF-LABEL.
           MOVE WS-RF-AFFCRED TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS SHORTAGE CREDIT MEMOS" TO PRF-LABEL.
           MOVE WS-RF-MEMO TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS PAID" TO PRF-LABEL.
           MOVE WS-RF-PAID TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS WRITTEN OFF" TO PRF-LABEL.
           MOVE WS-RF-WOFF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "EQUALS COMPUTED CLOSING" TO PRF-LABEL.
           MOVE WS-PROOF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "CLOSING A/R BALANCE (OINFILE)" TO PRF-LABEL.
           MOVE WS-RF-CLOSE TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "DIFFERENCE" TO PRF-LABEL.
           MOVE WS-DIFF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           DISPLAY "OPEN ITEMS ROLLED:     " WS-ITEM-CNT.
           DISPLAY "OPENING BALANCE:       " WS-RF-OPEN.
           DISPLAY "CLOSING BALANCE:       " WS-RF-CLOSE.
           IF WS-DIFF NOT = 0
              DISPLAY "*** ROLLFORWARD DOES NOT PROVE - DIFFERENCE "
                  WS-DIFF " ***"
              MOVE 16 TO RETURN-CODE.
       END-PRINT-ROLLFORWARD. EXIT.

       WRITE-PROOF-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM PROOF-LINE AFTER ADVANCING 1.

      * the close is recorded only for a rollforward that proves,
      * for a month that has ended, and for the month right after
      * the last one closed -- no gaps, no closing twice.
       CLOSE-PERIOD.
           IF WS-DIFF NOT = 0
              MOVE "CLOSE REFUSED - ROLLFORWARD DOES NOT PROVE"
                  TO MSG-LINE
              GO TO CLOSE-REFUSED.
           IF WS-STMT-YYMM NOT LESS WS-RUN-YYMM
              MOVE "CLOSE REFUSED - MONTH HAS NOT ENDED"
                  TO MSG-LINE
              GO TO CLOSE-REFUSED.
           IF WS-CLOSED-YYMM NOT = 0
              AND WS-STMT-YYMM NOT GREATER WS-CLOSED-YYMM
              MOVE "CLOSE REFUSED - MONTH IS ALREADY CLOSED"
                  TO MSG-LINE
              GO TO CLOSE-REFUSED.
           IF WS-CLOSED-YYMM NOT = 0
              IF WS-CLOSED-MM = 12
                 MOVE 1 TO WS-NEXT-MM
                 COMPUTE WS-NEXT-YY = WS-CLOSED-YY + 1
              ELSE
                 COMPUTE WS-NEXT-MM = WS-CLOSED-MM + 1
                 MOVE WS-CLOSED-YY TO WS-NEXT-YY.
           COMPUTE WS-NEXT-YYMM = WS-NEXT-YY * 100 + WS-NEXT-MM.
           IF WS-CLOSED-YYMM NOT = 0
              AND WS-STMT-YYMM NOT = WS-NEXT-YYMM
              MOVE "CLOSE REFUSED - EARLIER MONTH STILL OPEN"
                  TO MSG-LINE
              GO TO CLOSE-REFUSED.
           INITIALIZE WOJ.
           MOVE "CLOSE" TO WOJ-PRIMARY-KEY.
           MOVE WS-STMT-MM TO WOJ-DATE-MM.
           MOVE 0 TO WOJ-DATE-DD.
           MOVE WS-STMT-YY TO WOJ-DATE-YY.
           MOVE SPACES TO WOJ-TEXT.
           MOVE WS-DATE TO WOJ-TEXT (1:6).
           WRITE WOJ INVALID KEY REWRITE WOJ.
           MOVE "PERIOD CLOSED - POSTING LOCKED THROUGH THIS MONTH"
               TO MSG-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM MSG-LINE AFTER ADVANCING 2.
           DISPLAY "MONTH " WS-STMT-MM "/" WS-STMT-YY " CLOSED".
           GO TO END-JOB.
       CLOSE-REFUSED.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM MSG-LINE AFTER ADVANCING 2.
           DISPLAY MSG-LINE.
           MOVE 16 TO RETURN-CODE.
           GO TO END-JOB.

      * only the last closed month can be reopened, only by a
      * supervisor (held to that by OPRCHK before anything opened),
      * and every reopen is posted to the run log.
       REOPEN-PERIOD.
           IF WS-CLOSED-YYMM = 0
              OR WS-STMT-YYMM NOT = WS-CLOSED-YYMM
              MOVE "REOPEN REFUSED - NOT THE LAST CLOSED MONTH"
                  TO MSG-LINE
              GO TO CLOSE-REFUSED.
           MOVE "CLOSE" TO WOJ-PRIMARY-KEY.
           READ WOJFILE INVALID KEY
              MOVE "REOPEN REFUSED - NO CLOSE ENTRY ON WOJ TABLE"
                  TO MSG-LINE
              GO TO CLOSE-REFUSED.
           IF WS-CLOSED-MM = 1
              MOVE 12 TO WOJ-DATE-MM
              IF WS-CLOSED-YY = 0
                 MOVE 99 TO WOJ-DATE-YY
              ELSE
                 COMPUTE WOJ-DATE-YY = WS-CLOSED-YY - 1
           ELSE
              COMPUTE WOJ-DATE-MM = WS-CLOSED-MM - 1
              MOVE WS-CLOSED-YY TO WOJ-DATE-YY.
           MOVE SPACES TO WOJ-TEXT.
           MOVE WS-DATE TO WOJ-TEXT (1:6).
           REWRITE WOJ.
           PERFORM LOG-REOPEN THRU END-LOG-REOPEN.
           MOVE "OPEN - REOPENED BY" TO H1-STATUS.
           MOVE WS-PARM-OPER TO H1-STATUS (20:8).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           DISPLAY "MONTH " WS-STMT-MM "/" WS-STMT-YY
               " REOPENED BY " WS-PARM-OPER " - REOPEN LOGGED".
           GO TO END-JOB.

      * same shape as the quiesce override record: the program
      * field names the event, the operator rides in the record's
      * trailing filler.
       LOG-REOPEN.
           OPEN I-O WNLFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WNLFILE
              OPEN OUTPUT WNLFILE
              CLOSE WNLFILE
              OPEN I-O WNLFILE.
           INITIALIZE WNL.
           MOVE "REOPEN " TO WNL-PROGRAM.
           MOVE WS-STMT-MM TO WNL-PROGRAM (8:2).
           MOVE WS-STMT-YY TO WNL-PROGRAM (10:2).
           MOVE WS-DATE TO WNL-RUN-DATE.
           MOVE WS-TIME TO WNL-START-TIME.
           MOVE "R" TO WNL-STATUS.
           MOVE WS-PARM-OPER TO WNL (41:8).
           WRITE WNL INVALID KEY REWRITE WNL.
           CLOSE WNLFILE.
       END-LOG-REOPEN. EXIT.

       END-JOB.
           CLOSE WOJFILE PRLINE.
           STOP RUN.

       COPY OPRCHK.
