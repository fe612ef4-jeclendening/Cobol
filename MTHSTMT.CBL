       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHSTMT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: MONTHLY DEALER STATEMENT OF ACCOUNT.  DLRINVOICE
      * GIVES THE DEALER ONE WEEK'S INVOICE; THIS GIVES DEALERS
      * AND THE COLLECTIONS DESK ONE STATEMENT A MONTH SHOWING
      * WHERE THE ACCOUNT STANDS.  FOR EACH DEALER ON OINFILE:
      *     OPENING BALANCE AS OF THE FIRST OF THE MONTH
      *     EVERY INVOICE CUT IN THE MONTH (OINFILE), SPLIT OFF
      *        INHFILE INTO BILLED AND THE DLRCRED.DAT AFFIDAVIT
      *        CREDITS DLRINVOICE NETTED INTO IT ("LATE RETURN
      *        CREDIT" LINES)
      *     EVERY PAYMENT DLRPAY OR LOCKBOX APPLIED, OFF THE
      *        PAYDTL.DAT PAYMENT DETAIL FILE
      *     EVERY SHORTAGE CREDIT MEMO CREDMEMO ISSUED -- THE
      *        CREDMEMO.DAT FILE ONLY HOLDS THE LATEST RUN, SO THE
      *        MONTH'S MEMOS COME OFF THE STATUS "C" CREDIT ITEMS
      *        CREDMEMO POSTS TO OINFILE WITH EACH MEMO
      *     ANY BAD DEBT WRITEOFF WROTE OFF IN THE MONTH
      *     CLOSING BALANCE AS OF MONTH END, WITH AN AGING LINE
      *        (CURRENT / 31-60 / 61-90 / OVER 90 AT MONTH END,
      *        SAME YEAR-365 / MONTH-30 ARITHMETIC AS ARAGE).
      * BALANCES ARE TAKEN AS OF THE MONTH, NOT AS OF THE RUN:
      * ANYTHING DATED AFTER MONTH END IS BACKED OUT, SO THE RUN
      * CAN GO A FEW DAYS INTO THE NEXT MONTH.  THE COMMAND LINE
      * CARRIES THE STATEMENT MONTH (MMYY); BLANK MEANS LAST
      * MONTH.
      * THE RUN ENDS BY PROVING, ACROSS ALL DEALERS, OPENING PLUS
      * BILLING LESS PAYMENTS, CREDITS AND WRITE-OFFS EQUALS THE
      * CLOSING OINFILE BALANCE; A DEALER THAT DOES NOT PROVE IS
      * FLAGGED ON ITS STATEMENT AND THE RUN ENDS WITH RETURN
      * CODE 16 SO THE STATEMENTS DO NOT GO OUT.
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
      *           missed-stop credits and volume rebates netted into
      *           an invoice come off as credits with the late
      *           return credits instead of counting as billing.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the open-credit netting DLRPAY and LOCKBOX now do
      *           writes a "CREDIT" / "CREDUSED" pair to PAYDTL.DAT for
      *           each credit memo applied to an invoice; the "CREDUSED"
      *           side is loaded as a negative payment so the memo's
      *           month-end balance backs out right, and the pair, which
      *           nets to nothing, is left off the payment lines.
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
       COPY INHSEL.
           SELECT PYDFILE ASSIGN "/u/prb/f/trenton/PAYDTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/MTHSTMT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  INHFILE LABEL RECORD STANDARD DATA RECORD INH.
       01  INH.
       COPY INH.
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
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * the command line carries the statement month (MMYY) in
      * fixed position; blank takes last month.
       01  WS-PARM-CMD  PIC X(4) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MM     PIC 99.
           05  WS-PARM-YY     PIC 99.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-STMT-MM    PIC 99 VALUE 0.
       01  WS-STMT-YY    PIC 99 VALUE 0.
       01  WS-STMT-YYMM  PIC 9(4) VALUE 0.
       01  WS-END-DAYS   PIC S9(7) VALUE 0.
      * any YYMMDD date is dropped here to compare its year/month
      * against the statement month.
       01  WS-CHK-DATE.
           05  WS-CHK-YYMM   PIC 9(4).
           05  WS-CHK-DD     PIC 99.
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           05  WS-CHK-YY     PIC 99.
           05  WS-CHK-MM     PIC 99.
           05  FILLER        PIC 99.
       01  WS-CLASS      PIC X VALUE SPACE.
       01  WS-INV-DAYS   PIC S9(7) VALUE 0.
       01  WS-AGE-DAYS   PIC S9(5) VALUE 0.
       01  BX            PIC 9 VALUE 0.
      * payments dated in or after the statement month, off
      * PAYDTL.DAT: class "I" in the month, "A" after month end.
       01  WS-PYD-MAX    PIC 9(5) VALUE 10000.
       01  WS-PYD-CNT    PIC 9(5) VALUE 0.
       01  YX            PIC 9(5) VALUE 0.
       01  WS-PYD-TABLE.
           05  WS-PYD-ENT OCCURS 10000 TIMES.
               10  WS-PYD-DEALER   PIC 9(5).
               10  WS-PYD-INVNO    PIC 9(7).
               10  WS-PYD-AMT      PIC S9(7)V99.
               10  WS-PYD-CHECK    PIC X(8).
               10  WS-PYD-DATE     PIC 9(6).
               10  WS-PYD-CLASS    PIC X.
               10  WS-PYD-NET-FL   PIC X.
      * the dealer in progress: the month's invoices and credit
      * memos held until the dealer breaks, because the opening
      * balance prints first.
       01  WS-DOC-MAX    PIC 99 VALUE 80.
       01  WS-DOC-CNT    PIC 99 VALUE 0.
       01  DX            PIC 99 VALUE 0.
       01  WS-DOC-TABLE.
           05  WS-DOC-ENT OCCURS 80 TIMES.
               10  WS-DOC-TYPE     PIC X.
               10  WS-DOC-NO       PIC 9(7).
               10  WS-DOC-DATE     PIC 9(6).
               10  WS-DOC-WE-MM    PIC 99.
               10  WS-DOC-WE-DD    PIC 99.
               10  WS-DOC-BILLED   PIC S9(7)V99.
               10  WS-DOC-CREDIT   PIC S9(7)V99.
               10  WS-DOC-NET      PIC S9(7)V99.
       01  WS-SAVE-DEALER PIC 9(5) VALUE 0.
       01  WS-DLR-AFTER  PIC 9(5) VALUE 0.
       01  WS-ITEM-IN    PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-AFTER PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-END   PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-START PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-CRED  PIC S9(7)V99 VALUE 0.
      * one set of figures for the dealer and one for the run.
       01  WS-DLR-FIGURES.
           05  WS-DLR-OPEN    PIC S9(9)V99.
           05  WS-DLR-BILLED  PIC S9(9)V99.
           05  WS-DLR-AFFCRED PIC S9(9)V99.
           05  WS-DLR-MEMO    PIC S9(9)V99.
           05  WS-DLR-PAID    PIC S9(9)V99.
           05  WS-DLR-WOFF    PIC S9(9)V99.
           05  WS-DLR-CLOSE   PIC S9(9)V99.
           05  WS-DLR-BKT OCCURS 4 TIMES PIC S9(9)V99.
       01  WS-GRD-FIGURES.
           05  WS-GRD-OPEN    PIC S9(9)V99.
           05  WS-GRD-BILLED  PIC S9(9)V99.
           05  WS-GRD-AFFCRED PIC S9(9)V99.
           05  WS-GRD-MEMO    PIC S9(9)V99.
           05  WS-GRD-PAID    PIC S9(9)V99.
           05  WS-GRD-WOFF    PIC S9(9)V99.
           05  WS-GRD-CLOSE   PIC S9(9)V99.
       01  WS-PROOF      PIC S9(9)V99 VALUE 0.
       01  WS-DIFF       PIC S9(9)V99 VALUE 0.
       01  WS-STMT-CNT   PIC 9(5) VALUE 0.
       01  WS-OOB-CNT    PIC 9(5) VALUE 0.
       01  WS-FMT-DATE.
           05  WS-FMT-MM PIC 99.
           05  FILLER    PIC X VALUE "/".
           05  WS-FMT-DD PIC 99.
           05  FILLER    PIC X VALUE "/".
           05  WS-FMT-YY PIC 99.
       01  HEAD-1.
           05  FILLER PIC X(34) VALUE
               "MONTHLY STATEMENT OF ACCOUNT     ".
           05  FILLER PIC X(6) VALUE "MONTH ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  HEAD-2.
           05  H2-DEALER-NO PIC 99999.
           05  FILLER PIC XX VALUE SPACE.
           05  H2-NAME PIC X(30).
       01  HEAD-3.
           05  FILLER PIC X(7) VALUE SPACE.
           05  H3-ADDR PIC X(30).
       01  HEAD-4.
           05  FILLER PIC X(3) VALUE SPACE.
           05  FILLER PIC X(21) VALUE "DOCUMENT".
           05  FILLER PIC X(9)  VALUE "NUMBER".
           05  FILLER PIC X(9)  VALUE "DATED".
           05  FILLER PIC X(16) VALUE "REFERENCE".
           05  FILLER PIC X(12) VALUE "BILLED".
           05  FILLER PIC X(12) VALUE "CREDIT".
           05  FILLER PIC X(6)  VALUE "AMOUNT".
       01  STMT-LINE.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  STL-LABEL     PIC X(20).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-DOCNO     PIC X(7).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  STL-DATE      PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-REF       PIC X(10).
           05  FILLER        PIC X VALUE SPACE.
           05  STL-BILLED    PIC -ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER        PIC X VALUE SPACE.
           05  STL-CREDIT    PIC -ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER        PIC X VALUE SPACE.
           05  STL-AMT       PIC -ZZZZZZ9.99.
       01  AGING-LINE.
           05  FILLER        PIC X(3) VALUE SPACE.
           05  FILLER        PIC X(10) VALUE "AGING:    ".
           05  FILLER        PIC X(8) VALUE "CURRENT ".
           05  AGE-BKT-1     PIC -ZZZZZZ9.99.
           05  FILLER        PIC X(8) VALUE "  31-60 ".
           05  AGE-BKT-2     PIC -ZZZZZZ9.99.
           05  FILLER        PIC X(8) VALUE "  61-90 ".
           05  AGE-BKT-3     PIC -ZZZZZZ9.99.
           05  FILLER        PIC X(9) VALUE "  OVER 90".
           05  AGE-BKT-4     PIC -ZZZZZZ9.99.
       01  PROOF-LINE.
           05  PRF-LABEL     PIC X(36).
           05  PRF-AMT       PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           ACCEPT WS-DATE FROM DATE.
           IF WS-PARM-CMD NUMERIC
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
           COMPUTE WS-END-DAYS =
               WS-STMT-YY * 365 + WS-STMT-MM * 30 + 30.
           DISPLAY "STATEMENT MONTH " WS-STMT-MM "/" WS-STMT-YY.
           OPEN INPUT OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
                  "DLRINVOICE FIRST"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNAFILE INHFILE.
           PERFORM LOAD-PAYMENTS THRU END-LOAD-PAYMENTS.
           OPEN OUTPUT PRLINE.
           MOVE WS-STMT-MM TO H1-MM.
           MOVE WS-STMT-YY TO H1-YY.
           INITIALIZE WS-DLR-FIGURES WS-GRD-FIGURES.
           INITIALIZE OIN.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO END-JOB.
       READ-OIN.
           READ OINFILE NEXT AT END GO TO END-JOB.
           IF OIN-DEALER-NO NOT = WS-SAVE-DEALER
              PERFORM END-DEALER THRU END-END-DEALER
              PERFORM NEW-DEALER THRU END-NEW-DEALER.
           MOVE OIN-INV-DATE TO WS-CHK-DATE.
           PERFORM CLASSIFY-DATE THRU END-CLASSIFY-DATE.
           IF WS-CLASS = "A" GO TO READ-OIN.
           PERFORM ITEM-PAYMENTS THRU END-ITEM-PAYMENTS.
      * the item's balance at month end and at the first of the
      * month, backing out payments and write-offs dated later.
           COMPUTE WS-ITEM-END =
               OIN-INV-AMT - OIN-PAID-AMT + WS-ITEM-AFTER.
           COMPUTE WS-ITEM-START = WS-ITEM-END + WS-ITEM-IN.
           IF OIN-STATUS = "W"
              PERFORM ITEM-WRITEOFF THRU END-ITEM-WRITEOFF.
           ADD WS-ITEM-END TO WS-DLR-CLOSE.
           PERFORM AGE-ITEM THRU END-AGE-ITEM.
           IF WS-CLASS = "B"
              ADD WS-ITEM-START TO WS-DLR-OPEN
              GO TO READ-OIN.
      * dated in the month: an invoice or a credit memo.
           IF OIN-STATUS = "C"
              COMPUTE WS-ITEM-CRED = 0 - OIN-INV-AMT
              ADD WS-ITEM-CRED TO WS-DLR-MEMO
              PERFORM SAVE-MEMO THRU END-SAVE-MEMO
              GO TO READ-OIN.
           PERFORM SPLIT-INVOICE THRU END-SPLIT-INVOICE.
           GO TO READ-OIN.

      * "B" before the statement month, "I" in it, "A" after it.
       CLASSIFY-DATE.
           IF WS-CHK-YYMM LESS WS-STMT-YYMM
              MOVE "B" TO WS-CLASS
           ELSE
              IF WS-CHK-YYMM = WS-STMT-YYMM
                 MOVE "I" TO WS-CLASS
              ELSE
                 MOVE "A" TO WS-CLASS.
       END-CLASSIFY-DATE. EXIT.

       LOAD-PAYMENTS.
           OPEN INPUT PYDFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO PAYDTL.DAT ON HAND - NO PAYMENTS LISTED"
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
           MOVE PYD-CHECK-NO TO WS-PYD-CHECK (WS-PYD-CNT).
           MOVE PYD-PAY-DATE TO WS-PYD-DATE (WS-PYD-CNT).
           MOVE WS-CLASS TO WS-PYD-CLASS (WS-PYD-CNT).
      * a credit memo applied to an invoice: "CREDIT" on the
      * invoice, "CREDUSED" (taken negative) on the memo.
           MOVE "N" TO WS-PYD-NET-FL (WS-PYD-CNT).
           IF PYD-SOURCE = "CREDIT"
              MOVE "Y" TO WS-PYD-NET-FL (WS-PYD-CNT).
           IF PYD-SOURCE = "CREDUSED"
              MOVE "Y" TO WS-PYD-NET-FL (WS-PYD-CNT)
              COMPUTE WS-PYD-AMT (WS-PYD-CNT) = 0 - PYD-AMT.
           GO TO LOAD-PYD-LOOP.
       LOAD-PYD-DONE.
           CLOSE PYDFILE.
       END-LOAD-PAYMENTS. EXIT.

       NEW-DEALER.
           MOVE OIN-DEALER-NO TO WS-SAVE-DEALER.
           INITIALIZE WS-DLR-FIGURES.
           MOVE 0 TO WS-DOC-CNT WS-DLR-AFTER.
      * the dealer's payments in the month; the ones dated after
      * month end are only counted here so the item lookups can
      * be skipped for the dealers that have none.
           MOVE 0 TO YX.
       NEW-DEALER-PYD.
           ADD 1 TO YX.
           IF YX GREATER WS-PYD-CNT GO TO END-NEW-DEALER.
           IF WS-PYD-DEALER (YX) NOT = WS-SAVE-DEALER
              GO TO NEW-DEALER-PYD.
           IF WS-PYD-CLASS (YX) = "I"
              ADD WS-PYD-AMT (YX) TO WS-DLR-PAID
           ELSE
              ADD 1 TO WS-DLR-AFTER.
           GO TO NEW-DEALER-PYD.
       END-NEW-DEALER. EXIT.

      * payments against this item in the month and after it.
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

      * a write-off dated by month end takes the item off the
      * closing balance; one dated before the month takes it off
      * the opening balance as well.
       ITEM-WRITEOFF.
           MOVE OIN-WOFF-DATE TO WS-CHK-DATE.
           PERFORM CLASSIFY-DATE THRU END-CLASSIFY-DATE.
           IF WS-CLASS = "A" GO TO END-ITEM-WRITEOFF.
           SUBTRACT OIN-WOFF-AMT FROM WS-ITEM-END.
           IF WS-CLASS = "B"
              SUBTRACT OIN-WOFF-AMT FROM WS-ITEM-START
           ELSE
              ADD OIN-WOFF-AMT TO WS-DLR-WOFF.
           MOVE OIN-INV-DATE TO WS-CHK-DATE.
           PERFORM CLASSIFY-DATE THRU END-CLASSIFY-DATE.
       END-ITEM-WRITEOFF. EXIT.

       AGE-ITEM.
           IF WS-ITEM-END = 0 GO TO END-AGE-ITEM.
           COMPUTE WS-INV-DAYS =
               WS-CHK-YY * 365 + WS-CHK-MM * 30 + WS-CHK-DD.
           COMPUTE WS-AGE-DAYS = WS-END-DAYS - WS-INV-DAYS.
           MOVE 1 TO BX.
           IF WS-AGE-DAYS GREATER 30 MOVE 2 TO BX.
           IF WS-AGE-DAYS GREATER 60 MOVE 3 TO BX.
           IF WS-AGE-DAYS GREATER 90 MOVE 4 TO BX.
           ADD WS-ITEM-END TO WS-DLR-BKT (BX).
       END-AGE-ITEM. EXIT.

      * an invoice cut in the month: the affidavit credits
      * DLRINVOICE netted in come off its INHFILE lines, so the
      * statement shows what was billed and what was credited.
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
           COMPUTE WS-DLR-BILLED =
               WS-DLR-BILLED + OIN-INV-AMT + WS-ITEM-CRED.
           ADD WS-ITEM-CRED TO WS-DLR-AFFCRED.
           IF WS-DOC-CNT NOT LESS WS-DOC-MAX
              GO TO END-SPLIT-INVOICE.
           ADD 1 TO WS-DOC-CNT.
           MOVE "I" TO WS-DOC-TYPE (WS-DOC-CNT).
           MOVE OIN-INVNO TO WS-DOC-NO (WS-DOC-CNT).
           MOVE OIN-INV-DATE TO WS-DOC-DATE (WS-DOC-CNT).
           MOVE OIN-WE-MM TO WS-DOC-WE-MM (WS-DOC-CNT).
           MOVE OIN-WE-DD TO WS-DOC-WE-DD (WS-DOC-CNT).
           COMPUTE WS-DOC-BILLED (WS-DOC-CNT) =
               OIN-INV-AMT + WS-ITEM-CRED.
           MOVE WS-ITEM-CRED TO WS-DOC-CREDIT (WS-DOC-CNT).
           MOVE OIN-INV-AMT TO WS-DOC-NET (WS-DOC-CNT).
       END-SPLIT-INVOICE. EXIT.

       SAVE-MEMO.
           IF WS-DOC-CNT NOT LESS WS-DOC-MAX
              GO TO END-SAVE-MEMO.
           ADD 1 TO WS-DOC-CNT.
           MOVE "C" TO WS-DOC-TYPE (WS-DOC-CNT).
           MOVE OIN-INVNO TO WS-DOC-NO (WS-DOC-CNT).
           MOVE OIN-INV-DATE TO WS-DOC-DATE (WS-DOC-CNT).
           MOVE 0 TO WS-DOC-WE-MM (WS-DOC-CNT).
           MOVE 0 TO WS-DOC-WE-DD (WS-DOC-CNT).
           MOVE 0 TO WS-DOC-BILLED (WS-DOC-CNT).
           MOVE WS-ITEM-CRED TO WS-DOC-CREDIT (WS-DOC-CNT).
           MOVE OIN-INV-AMT TO WS-DOC-NET (WS-DOC-CNT).
       END-SAVE-MEMO. EXIT.

      * dealer break: prove the dealer, print its statement, and
      * roll its figures into the run totals.
       END-DEALER.
           IF WS-SAVE-DEALER = 0 GO TO END-END-DEALER.
           IF WS-DLR-OPEN = 0 AND WS-DLR-CLOSE = 0
              AND WS-DOC-CNT = 0 AND WS-DLR-PAID = 0
              AND WS-DLR-WOFF = 0
              GO TO END-END-DEALER.
           COMPUTE WS-PROOF = WS-DLR-OPEN + WS-DLR-BILLED
               - WS-DLR-AFFCRED - WS-DLR-MEMO - WS-DLR-PAID
               - WS-DLR-WOFF.
           COMPUTE WS-DIFF = WS-PROOF - WS-DLR-CLOSE.
           PERFORM PRINT-STATEMENT THRU END-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-CNT.
           ADD WS-DLR-OPEN TO WS-GRD-OPEN.
           ADD WS-DLR-BILLED TO WS-GRD-BILLED.
           ADD WS-DLR-AFFCRED TO WS-GRD-AFFCRED.
           ADD WS-DLR-MEMO TO WS-GRD-MEMO.
           ADD WS-DLR-PAID TO WS-GRD-PAID.
           ADD WS-DLR-WOFF TO WS-GRD-WOFF.
           ADD WS-DLR-CLOSE TO WS-GRD-CLOSE.
       END-END-DEALER. EXIT.

       PRINT-STATEMENT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 3.
           MOVE WS-SAVE-DEALER TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE SPACES TO WNA-ADDR-LINE-2 WNA-ADDR-LINE-3
              MOVE "DEALER NOT ON MASTER" TO WNA-NAME.
           MOVE WS-SAVE-DEALER TO H2-DEALER-NO.
           MOVE WNA-NAME TO H2-NAME.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE WNA-ADDR-LINE-2 TO H3-ADDR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-3 AFTER ADVANCING 1.
           MOVE WNA-ADDR-LINE-3 TO H3-ADDR.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-3 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-4 AFTER ADVANCING 2.
           MOVE SPACES TO STMT-LINE.
           MOVE "OPENING BALANCE" TO STL-LABEL.
           MOVE 0 TO STL-BILLED STL-CREDIT.
           MOVE WS-DLR-OPEN TO STL-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STMT-LINE AFTER ADVANCING 2.
           MOVE 0 TO DX.
       PRINT-DOC-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-DOC-CNT GO TO PRINT-PAYMENTS.
           MOVE SPACES TO STMT-LINE.
           IF WS-DOC-TYPE (DX) = "I"
              MOVE "INVOICE" TO STL-LABEL
              MOVE "W/E" TO STL-REF
              MOVE WS-DOC-WE-MM (DX) TO STL-REF (5:2)
              MOVE "/" TO STL-REF (7:1)
              MOVE WS-DOC-WE-DD (DX) TO STL-REF (8:2)
           ELSE
              MOVE "SHORTAGE CREDIT MEMO" TO STL-LABEL.
           MOVE WS-DOC-NO (DX) TO STL-DOCNO.
           MOVE WS-DOC-DATE (DX) TO WS-CHK-DATE.
           PERFORM FORMAT-DATE THRU END-FORMAT-DATE.
           MOVE WS-FMT-DATE TO STL-DATE.
           MOVE WS-DOC-BILLED (DX) TO STL-BILLED.
           MOVE WS-DOC-CREDIT (DX) TO STL-CREDIT.
           MOVE WS-DOC-NET (DX) TO STL-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STMT-LINE AFTER ADVANCING 1.
           GO TO PRINT-DOC-LOOP.
       PRINT-PAYMENTS.
           MOVE 0 TO YX.
       PRINT-PYD-LOOP.
           ADD 1 TO YX.
           IF YX GREATER WS-PYD-CNT GO TO PRINT-CLOSING.
           IF WS-PYD-DEALER (YX) NOT = WS-SAVE-DEALER
              OR WS-PYD-CLASS (YX) NOT = "I"
              OR WS-PYD-NET-FL (YX) = "Y"
              GO TO PRINT-PYD-LOOP.
           MOVE SPACES TO STMT-LINE.
           MOVE "PAYMENT - THANK YOU" TO STL-LABEL.
           MOVE WS-PYD-INVNO (YX) TO STL-DOCNO.
           MOVE WS-PYD-DATE (YX) TO WS-CHK-DATE.
           PERFORM FORMAT-DATE THRU END-FORMAT-DATE.
           MOVE WS-FMT-DATE TO STL-DATE.
           MOVE WS-PYD-CHECK (YX) TO STL-REF.
           MOVE 0 TO STL-BILLED.
           MOVE WS-PYD-AMT (YX) TO STL-CREDIT.
           COMPUTE STL-AMT = 0 - WS-PYD-AMT (YX).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STMT-LINE AFTER ADVANCING 1.
           GO TO PRINT-PYD-LOOP.
       PRINT-CLOSING.
           IF WS-DLR-WOFF NOT = 0
              MOVE SPACES TO STMT-LINE
              MOVE "BAD DEBT WRITTEN OFF" TO STL-LABEL
              MOVE 0 TO STL-BILLED
              MOVE WS-DLR-WOFF TO STL-CREDIT
              COMPUTE STL-AMT = 0 - WS-DLR-WOFF
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM STMT-LINE AFTER ADVANCING 1.
           MOVE SPACES TO STMT-LINE.
           MOVE "CLOSING BALANCE" TO STL-LABEL.
           MOVE 0 TO STL-BILLED STL-CREDIT.
           MOVE WS-DLR-CLOSE TO STL-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM STMT-LINE AFTER ADVANCING 2.
           MOVE WS-DLR-BKT (1) TO AGE-BKT-1.
           MOVE WS-DLR-BKT (2) TO AGE-BKT-2.
           MOVE WS-DLR-BKT (3) TO AGE-BKT-3.
           MOVE WS-DLR-BKT (4) TO AGE-BKT-4.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM AGING-LINE AFTER ADVANCING 2.
           IF WS-DIFF NOT = 0
              ADD 1 TO WS-OOB-CNT
              MOVE SPACES TO PROOF-LINE
              MOVE "   ** OUT OF BALANCE - DIFFERENCE" TO PRF-LABEL
              MOVE WS-DIFF TO PRF-AMT
              MOVE SPACES TO LINEPR
              WRITE LINEPR FROM PROOF-LINE AFTER ADVANCING 1.
       END-PRINT-STATEMENT. EXIT.

       FORMAT-DATE.
           MOVE WS-CHK-MM TO WS-FMT-MM.
           MOVE WS-CHK-DD TO WS-FMT-DD.
           MOVE WS-CHK-YY TO WS-FMT-YY.
       END-FORMAT-DATE. EXIT.

       WRITE-PROOF-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM PROOF-LINE AFTER ADVANCING 1.

       END-JOB.
           PERFORM END-DEALER THRU END-END-DEALER.
           COMPUTE WS-PROOF = WS-GRD-OPEN + WS-GRD-BILLED
               - WS-GRD-AFFCRED - WS-GRD-MEMO - WS-GRD-PAID
               - WS-GRD-WOFF.
           COMPUTE WS-DIFF = WS-PROOF - WS-GRD-CLOSE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 3.
           MOVE SPACES TO LINEPR.
           MOVE "STATEMENT PROOF - ALL DEALERS" TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 2.
           MOVE "OPENING BALANCE" TO PRF-LABEL.
           MOVE WS-GRD-OPEN TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "PLUS BILLING" TO PRF-LABEL.
           MOVE WS-GRD-BILLED TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS AFFIDAVIT CREDITS (DLRCRED)" TO PRF-LABEL.
           MOVE WS-GRD-AFFCRED TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS SHORTAGE CREDIT MEMOS" TO PRF-LABEL.
           MOVE WS-GRD-MEMO TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS PAYMENTS" TO PRF-LABEL.
           MOVE WS-GRD-PAID TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS BAD DEBT WRITTEN OFF" TO PRF-LABEL.
           MOVE WS-GRD-WOFF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "EQUALS COMPUTED CLOSING" TO PRF-LABEL.
           MOVE WS-PROOF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "CLOSING OINFILE BALANCE" TO PRF-LABEL.
           MOVE WS-GRD-CLOSE TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "DIFFERENCE" TO PRF-LABEL.
           MOVE WS-DIFF TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE.
           DISPLAY "STATEMENTS PRINTED:    " WS-STMT-CNT.
           DISPLAY "OPENING BALANCE:       " WS-GRD-OPEN.
           DISPLAY "CLOSING BALANCE:       " WS-GRD-CLOSE.
           DISPLAY "DEALERS OUT OF BALANCE:" WS-OOB-CNT.
           IF WS-DIFF NOT = 0 OR WS-OOB-CNT GREATER 0
              DISPLAY "*** STATEMENTS DO NOT PROVE - DIFFERENCE "
                  WS-DIFF " - DO NOT MAIL ***"
              MOVE 16 TO RETURN-CODE.
           CLOSE OINFILE WNAFILE INHFILE PRLINE.
           STOP RUN.
