       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: BANK LOCKBOX INTAKE WITH AUTOMATIC CASH
      * APPLICATION TO THE OINFILE OPEN-INVOICE FILE.  DEALER
      * CHECKS GO TO THE BANK LOCKBOX AND THE DAILY DEPOSIT FILE
      * WAS BEING RE-KEYED INTO DLRPAY.TRN; THIS READS THE BANK'S
      * LOCKBOX.DAT DIRECTLY.  EACH DEPOSIT BATCH OPENS WITH A HDR
      * RECORD (BATCH NUMBER, DEPOSIT DATE) AND CLOSES WITH A TRL
      * RECORD (ITEM COUNT, DEPOSIT TOTAL); THE DETAIL IS ONE
      * PAYMENT PER RECORD (DEALER, REMITTANCE-STUB INVOICE NUMBER
      * OR ZERO, AMOUNT, CHECK NUMBER).
      * THE RUN WORKS IN THREE STEPS SO NOTHING TOUCHES OINFILE
      * UNTIL THE MONEY IS PROVEN:
      *     1. LOAD THE FEED AND BALANCE EVERY BATCH TO ITS OWN
      *        TRAILER -- A BATCH THAT DOES NOT ADD STOPS THE RUN
      *        WITH RETURN CODE 16.
      *     2. PLAN EVERY APPLICATION IN MEMORY: THE STUB INVOICE
      *        FIRST WHEN IT IS OPEN FOR THE DEALER, THEN WHATEVER
      *        IS LEFT OLDEST-INVOICE-FIRST (INVOICE NUMBER ORDER,
      *        WHICH IS THE ORDER DLRINVOICE CUT THEM).  WHAT
      *        CANNOT BE APPLIED GOES TO UNAPPLIED-CASH SUSPENSE.
      *        APPLIED PLUS SUSPENSE MUST EQUAL THE DEPOSIT TOTAL
      *        OR THE RUN STOPS WITH RETURN CODE 16, UNPOSTED.
      *     3. POST THE APPLICATIONS TO OINFILE THE SAME WAY
      *        DLRPAY DOES (PAID AMOUNT, LAST-PAY DATE, STATUS "P"
      *        WHEN PAID IN FULL) AND APPEND THE SUSPENSE ITEMS TO
      *        LBXSUSP.DAT WITH THEIR OWN LISTING FOR THE CASH
      *        DESK TO WORK.  ONCE EVERY APPLICATION IS ON, EACH
      *        DEALER PAID HAS ITS OPEN CREDIT MEMOS (STATUS "C")
      *        APPLIED TO WHAT IS STILL OPEN, OLDEST FIRST (SEE
      *        OINNET).
      * A PAYMENT WHOSE AMOUNT CANNOT BE READ PUTS ITS WHOLE BATCH
      * IN SUSPENSE WITH REASON 05: THE BATCH MUST STILL AGREE TO
      * ITS TRAILER COUNT, THE TRAILER AMOUNT MUST COVER THE
      * READABLE PAYMENTS, AND WHAT THE TRAILER CARRIES BEYOND THEM
      * IS HELD AGAINST THE FIRST UNREADABLE PAYMENT.
      *
      *  SUSPENSE REASON CODES:
      *     01 DEALER NUMBER MISSING OR NOT ON WNAFILE
      *     02 DEALER HAS NO OPEN INVOICES
      *     03 PAYMENT EXCEEDS EVERYTHING THE DEALER OWES
      *     04 DEPOSIT DATED IN A CLOSED ACCOUNTING PERIOD
      *     05 BATCH HAS A PAYMENT WITH AN UNREADABLE AMOUNT
      *
      * THE OPERATOR ID IS REQUIRED ON THE COMMAND LINE AND IS
      * KEPT ON EVERY PAYMENT DETAIL AND SUSPENSE ITEM WRITTEN.
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
      *           cash is never applied to a written-off invoice
      *           (status "W"); it goes oldest-first or to suspense.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           every application posted is appended to the
      *           PAYDTL.DAT payment detail file, same record as
      *           DLRPAY writes, for the monthly statement.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a deposit dated in a month MTHCLOSE has closed is
      *           not applied; its payments go to suspense with
      *           reason 04 for accounting to place.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id is taken from the command line,
      *           checked against the OPRFILE operator master, and
      *           kept on each PAYDTL.DAT application and LBXSUSP.DAT
      *           item written.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a payment with an unreadable amount is no longer
      *           dropped while the batch trailer still counts it: the
      *           whole batch goes to suspense with reason 05, proven on
      *           its trailer count, with the unreadable amount taken
      *           from the trailer total.  each dealer paid has its open
      *           credit memos netted through OIN-NET-RTN after the
      *           applications post.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the open credits are netted once per dealer after the
      *           last application of the run posts, not after each
      *           dealer's run of applications, so a credit is never
      *           used on an invoice a later batch's cash is planned
      *           against.
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
       COPY WOJSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT LBXFILE ASSIGN "/home/prb/f/LOCKBOX.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT SUSFILE ASSIGN "/u/prb/f/trenton/LBXSUSP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PYDFILE ASSIGN "/u/prb/f/trenton/PAYDTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/LOCKBOX.PRT"
           STATUS FL-STATUS.
           SELECT SUSLINE ASSIGN PRINT "/home/prb/w/LBXSUSP.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  LBXFILE LABEL RECORD STANDARD DATA RECORD LBX.
       01  LBX.
           05  LBX-DEALER-NO   PIC 9(5).
           05  LBX-INVNO       PIC 9(7).
           05  LBX-AMT         PIC 9(7)V99.
           05  LBX-CHECK-NO    PIC X(8).
           05  FILLER          PIC X(10).
       01  LBX-CTL-REC REDEFINES LBX.
           05  LBX-CTL-TYPE    PIC X(3).
           05  LBX-CTL-BATCH   PIC 9(5).
           05  LBX-CTL-DEP-DATE.
               10  LBX-CTL-DEP-MM PIC 99.
               10  LBX-CTL-DEP-DD PIC 99.
               10  LBX-CTL-DEP-YY PIC 99.
           05  LBX-CTL-CNT     PIC 9(5).
           05  LBX-CTL-AMT     PIC 9(9)V99.
           05  FILLER          PIC X(9).
       FD  SUSFILE LABEL RECORD STANDARD DATA RECORD SUS.
       01  SUS.
           05  SUS-DEALER-NO   PIC 9(5).
           05  SUS-INVNO       PIC 9(7).
           05  SUS-CHECK-NO    PIC X(8).
           05  SUS-AMT         PIC 9(7)V99.
           05  SUS-DEP-DATE    PIC 9(6).
           05  SUS-BATCH       PIC 9(5).
           05  SUS-REASON      PIC 99.
           05  SUS-RUN-DATE    PIC 9(6).
           05  SUS-OPERATOR    PIC X(8).
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
       FD  SUSLINE LABEL RECORD OMITTED DATA RECORD SUSPR.
       01  SUSPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE   PIC 9(6) VALUE 0.
       COPY WOJPWS.
       COPY OPRWS.
       COPY OINNWS.
       01  WS-OPERATOR   PIC X(8) VALUE SPACES.
      * the batch being loaded: its header date and running totals
      * to prove against its trailer.
       01  WS-IN-BATCH-FL PIC X   VALUE "N".
       01  WS-BATCH-NO   PIC 9(5) VALUE 0.
       01  WS-BATCH-DATE PIC 9(6) VALUE 0.
       01  WS-BATCH-CNT  PIC 9(5) VALUE 0.
       01  WS-BATCH-AMT  PIC 9(9)V99 VALUE 0.
       01  WS-BATCH-FIRST-PX PIC 9(4) VALUE 0.
       01  WS-BATCH-BAD-PX PIC 9(4) VALUE 0.
       01  WS-BATCHES    PIC 9(5) VALUE 0.
       01  WS-DEPOSIT-TOTAL PIC 9(9)V99 VALUE 0.
      * every payment in the feed, with what the plan could not
      * apply (the suspense remainder) and why.
       01  WS-PAY-MAX    PIC 9(4) VALUE 2000.
       01  WS-PAY-CNT    PIC 9(4) VALUE 0.
       01  PX            PIC 9(4) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENT OCCURS 2000 TIMES.
               10  WS-PAY-DEALER    PIC 9(5).
               10  WS-PAY-INVNO     PIC 9(7).
               10  WS-PAY-AMT       PIC 9(7)V99.
               10  WS-PAY-CHECK     PIC X(8).
               10  WS-PAY-DATE      PIC 9(6).
               10  WS-PAY-BATCH     PIC 9(5).
               10  WS-PAY-SUS-AMT   PIC 9(7)V99.
               10  WS-PAY-SUS-REASON PIC 99.
      * the planned applications, in payment order.
       01  WS-APP-MAX    PIC 9(4) VALUE 5000.
       01  WS-APP-CNT    PIC 9(4) VALUE 0.
       01  AX            PIC 9(4) VALUE 0.
       01  BX            PIC 9(4) VALUE 0.
       01  WS-APP-TABLE.
           05  WS-APP-ENT OCCURS 5000 TIMES.
               10  WS-APP-PX        PIC 9(4).
               10  WS-APP-DEALER    PIC 9(5).
               10  WS-APP-INVNO     PIC 9(7).
               10  WS-APP-AMT       PIC 9(7)V99.
               10  WS-APP-HOW       PIC X.
       01  WS-LEFT       PIC 9(7)V99 VALUE 0.
       01  WS-OPEN       PIC S9(7)V99 VALUE 0.
       01  WS-APPLY      PIC 9(7)V99 VALUE 0.
       01  WS-HOW        PIC X VALUE SPACE.
       01  WS-APPLIED-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-SUSPENSE-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-PROOF-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-BALANCE    PIC S9(7)V99 VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-AMT   PIC 9(9)V99 VALUE 0.
       01  WS-SUS-CNT    PIC 9(5) VALUE 0.
       01  WS-BAD-CNT    PIC 9(5) VALUE 0.
       01  WS-CRED-CNT   PIC 9(5) VALUE 0.
       01  WS-CRED-AMT   PIC 9(9)V99 VALUE 0.
       01  WS-DEP-DATE-R.
           05  WS-DEP-YY PIC 99.
           05  WS-DEP-MM PIC 99.
           05  WS-DEP-DD PIC 99.
       01  HEAD-1.
           05  FILLER PIC X(36) VALUE
               "LOCKBOX CASH APPLICATION REGISTER ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "DEALER NAME                    INVOICE ".
           05  FILLER PIC X(40) VALUE
               "CHECK      APPLIED     BALANCE  RESULT".
       01  SUS-HEAD-1.
           05  FILLER PIC X(36) VALUE
               "UNAPPLIED CASH SUSPENSE LISTING   ".
           05  SH1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  SH1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  SH1-YY PIC 99.
       01  SUS-HEAD-2.
           05  FILLER PIC X(44) VALUE
               "BATCH DEALER STUB INV CHECK         AMOUNT ".
           05  FILLER PIC X(40) VALUE
               " REASON".
       01  DETAIL-LINE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(24).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-INVNO     PIC 9(7).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-CHECK-NO  PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AMT       PIC -ZZZZZZ9.99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-BALANCE   PIC -ZZZZZZ9.99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(22).
       01  SUS-LINE.
           05  SL-BATCH      PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-DEALER-NO  PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-INVNO      PIC 9(7).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  SL-CHECK-NO   PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  SL-AMT        PIC ZZZZZZ9.99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  SL-REASON     PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  SL-REASON-DESC PIC X(40).
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(30).
           05  TOT-AMT       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "LOCKBOX" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           MOVE WS-DATE TO WS-NET-RUN-DATE.
           MOVE WS-OPERATOR TO WS-NET-OPERATOR.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           OPEN INPUT LBXFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "LOCKBOX.DAT NOT FOUND - NOTHING TO APPLY"
              STOP RUN.
       READ-LBX.
           READ LBXFILE AT END GO TO END-LOAD.
           IF LBX-CTL-TYPE = "HDR"
              PERFORM START-BATCH THRU END-START-BATCH
              GO TO READ-LBX.
           IF LBX-CTL-TYPE = "TRL"
              PERFORM PROVE-BATCH THRU END-PROVE-BATCH
              GO TO READ-LBX.
           IF WS-IN-BATCH-FL NOT = "Y"
              DISPLAY "LOCKBOX.DAT PAYMENT OUTSIDE A HDR/TRL BATCH - "
                  "RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PAY-CNT NOT LESS WS-PAY-MAX
              DISPLAY "LOCKBOX PAYMENT TABLE FULL - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-PAY-CNT.
           MOVE LBX-DEALER-NO TO WS-PAY-DEALER (WS-PAY-CNT).
           IF LBX-DEALER-NO NOT NUMERIC
              MOVE 0 TO WS-PAY-DEALER (WS-PAY-CNT).
           MOVE LBX-INVNO TO WS-PAY-INVNO (WS-PAY-CNT).
           IF LBX-INVNO NOT NUMERIC
              MOVE 0 TO WS-PAY-INVNO (WS-PAY-CNT).
           MOVE LBX-CHECK-NO TO WS-PAY-CHECK (WS-PAY-CNT).
           MOVE WS-BATCH-DATE TO WS-PAY-DATE (WS-PAY-CNT).
           MOVE WS-BATCH-NO TO WS-PAY-BATCH (WS-PAY-CNT).
           MOVE 0 TO WS-PAY-SUS-AMT (WS-PAY-CNT).
           MOVE 0 TO WS-PAY-SUS-REASON (WS-PAY-CNT).
           ADD 1 TO WS-BATCH-CNT.
           IF LBX-AMT NOT NUMERIC
              DISPLAY "LOCKBOX BATCH " WS-BATCH-NO
                  " UNREADABLE AMOUNT - BATCH TO SUSPENSE: " LBX
              ADD 1 TO WS-BAD-CNT
              MOVE 0 TO WS-PAY-AMT (WS-PAY-CNT)
              IF WS-BATCH-BAD-PX = 0
                 MOVE WS-PAY-CNT TO WS-BATCH-BAD-PX.
           IF LBX-AMT NOT NUMERIC GO TO READ-LBX.
           MOVE LBX-AMT TO WS-PAY-AMT (WS-PAY-CNT).
           ADD LBX-AMT TO WS-BATCH-AMT.
           GO TO READ-LBX.

       START-BATCH.
           IF WS-IN-BATCH-FL = "Y"
              DISPLAY "LOCKBOX BATCH " WS-BATCH-NO
                  " HAS NO TRL CONTROL RECORD - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF LBX-CTL-DEP-DATE NOT NUMERIC
              DISPLAY "LOCKBOX HDR HAS NO DEPOSIT DATE - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "Y" TO WS-IN-BATCH-FL.
           MOVE LBX-CTL-BATCH TO WS-BATCH-NO.
           MOVE LBX-CTL-DEP-YY TO WS-DEP-YY.
           MOVE LBX-CTL-DEP-MM TO WS-DEP-MM.
           MOVE LBX-CTL-DEP-DD TO WS-DEP-DD.
           MOVE WS-DEP-DATE-R TO WS-BATCH-DATE.
           MOVE 0 TO WS-BATCH-CNT WS-BATCH-AMT WS-BATCH-BAD-PX.
           ADD 1 WS-PAY-CNT GIVING WS-BATCH-FIRST-PX.
       END-START-BATCH. EXIT.

      * each batch must add to its own trailer -- a truncated or
      * garbled deposit is the bank's to resend, not ours to
      * half-apply.
       PROVE-BATCH.
           IF WS-IN-BATCH-FL NOT = "Y"
              DISPLAY "LOCKBOX TRL WITH NO HDR - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF LBX-CTL-CNT NOT = WS-BATCH-CNT
              GO TO PROVE-BATCH-OUT.
           IF WS-BATCH-BAD-PX NOT = 0 GO TO PROVE-BAD-BATCH.
           IF LBX-CTL-AMT NOT = WS-BATCH-AMT
              GO TO PROVE-BATCH-OUT.
           GO TO PROVE-BATCH-OK.
       PROVE-BATCH-OUT.
           DISPLAY "LOCKBOX BATCH " WS-BATCH-NO
               " OUT OF BALANCE - DETAIL " WS-BATCH-CNT " "
               WS-BATCH-AMT " TRAILER " LBX-CTL-CNT " "
               LBX-CTL-AMT " - RUN STOPPED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      * a batch with an unreadable amount is proven on its count
      * alone and goes to suspense whole, reason 05; what the
      * trailer carries beyond the readable payments is held
      * against the first unreadable one.
       PROVE-BAD-BATCH.
           IF LBX-CTL-AMT LESS WS-BATCH-AMT
              GO TO PROVE-BATCH-OUT.
           SUBTRACT WS-BATCH-AMT FROM LBX-CTL-AMT
               GIVING WS-PAY-AMT (WS-BATCH-BAD-PX).
           MOVE WS-BATCH-FIRST-PX TO PX.
       PROVE-BAD-MARK.
           IF PX GREATER WS-PAY-CNT GO TO PROVE-BATCH-OK.
           MOVE 05 TO WS-PAY-SUS-REASON (PX).
           ADD 1 TO PX.
           GO TO PROVE-BAD-MARK.
       PROVE-BATCH-OK.
           ADD LBX-CTL-AMT TO WS-DEPOSIT-TOTAL.
           ADD 1 TO WS-BATCHES.
           MOVE "N" TO WS-IN-BATCH-FL.
       END-PROVE-BATCH. EXIT.

       END-LOAD.
           CLOSE LBXFILE.
           IF WS-IN-BATCH-FL = "Y"
              DISPLAY "LOCKBOX BATCH " WS-BATCH-NO
                  " HAS NO TRL CONTROL RECORD - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
                  "DLRINVOICE FIRST"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNAFILE.
           MOVE 0 TO PX.
      * step 2: plan every application without writing anything.
       PLAN-LOOP.
           ADD 1 TO PX.
           IF PX GREATER WS-PAY-CNT GO TO PROVE-DEPOSIT.
           MOVE WS-PAY-AMT (PX) TO WS-LEFT.
           IF WS-PAY-SUS-REASON (PX) = 05 GO TO PLAN-SUSPENSE.
           MOVE WS-PAY-DATE (PX) TO WS-PERIOD-DATE.
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
           IF WS-PERIOD-CLOSED-FL = "Y"
              MOVE 04 TO WS-PAY-SUS-REASON (PX)
              GO TO PLAN-SUSPENSE.
           MOVE WS-PAY-DEALER (PX) TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE 01 TO WS-PAY-SUS-REASON (PX)
              GO TO PLAN-SUSPENSE.
           IF WS-PAY-INVNO (PX) = 0 GO TO PLAN-OLDEST.
           MOVE WS-PAY-DEALER (PX) TO OIN-DEALER-NO.
           MOVE WS-PAY-INVNO (PX) TO OIN-INVNO.
           READ OINFILE INVALID KEY GO TO PLAN-OLDEST.
           MOVE "S" TO WS-HOW.
           PERFORM PLAN-APPLY THRU END-PLAN-APPLY.
       PLAN-OLDEST.
           IF WS-LEFT = 0 GO TO PLAN-LOOP.
           INITIALIZE OIN.
           MOVE WS-PAY-DEALER (PX) TO OIN-DEALER-NO.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO PLAN-NONE.
       PLAN-OLDEST-READ.
           READ OINFILE NEXT AT END GO TO PLAN-NONE.
           IF OIN-DEALER-NO NOT = WS-PAY-DEALER (PX)
              GO TO PLAN-NONE.
           MOVE "O" TO WS-HOW.
           PERFORM PLAN-APPLY THRU END-PLAN-APPLY.
           IF WS-LEFT = 0 GO TO PLAN-LOOP.
           GO TO PLAN-OLDEST-READ.
       PLAN-NONE.
           IF WS-LEFT = WS-PAY-AMT (PX)
              MOVE 02 TO WS-PAY-SUS-REASON (PX)
           ELSE
              MOVE 03 TO WS-PAY-SUS-REASON (PX).
       PLAN-SUSPENSE.
           MOVE WS-LEFT TO WS-PAY-SUS-AMT (PX).
           ADD WS-LEFT TO WS-SUSPENSE-TOTAL.
           GO TO PLAN-LOOP.

      * apply what is left of the payment to the invoice in hand,
      * net of anything an earlier payment in this feed is already
      * planned against it.
       PLAN-APPLY.
           IF OIN-STATUS = "P" OR OIN-STATUS = "W"
              GO TO END-PLAN-APPLY.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT GIVING WS-OPEN.
           MOVE 0 TO AX.
       PLAN-APPLY-SCAN.
           ADD 1 TO AX.
           IF AX GREATER WS-APP-CNT GO TO PLAN-APPLY-ADD.
           IF WS-APP-DEALER (AX) = OIN-DEALER-NO
              AND WS-APP-INVNO (AX) = OIN-INVNO
              SUBTRACT WS-APP-AMT (AX) FROM WS-OPEN.
           GO TO PLAN-APPLY-SCAN.
       PLAN-APPLY-ADD.
           IF WS-OPEN NOT GREATER 0 GO TO END-PLAN-APPLY.
           IF WS-APP-CNT NOT LESS WS-APP-MAX
              DISPLAY "LOCKBOX APPLICATION TABLE FULL - RUN STOPPED, "
                  "NOTHING POSTED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-LEFT LESS WS-OPEN
              MOVE WS-LEFT TO WS-APPLY
           ELSE
              MOVE WS-OPEN TO WS-APPLY.
           ADD 1 TO WS-APP-CNT.
           MOVE PX TO WS-APP-PX (WS-APP-CNT).
           MOVE OIN-DEALER-NO TO WS-APP-DEALER (WS-APP-CNT).
           MOVE OIN-INVNO TO WS-APP-INVNO (WS-APP-CNT).
           MOVE WS-APPLY TO WS-APP-AMT (WS-APP-CNT).
           MOVE WS-HOW TO WS-APP-HOW (WS-APP-CNT).
           SUBTRACT WS-APPLY FROM WS-LEFT.
           ADD WS-APPLY TO WS-APPLIED-TOTAL.
       END-PLAN-APPLY. EXIT.

      * applied plus suspense must be the bank's deposit to the
      * penny before a single OINFILE record is rewritten.
       PROVE-DEPOSIT.
           ADD WS-APPLIED-TOTAL WS-SUSPENSE-TOTAL
               GIVING WS-PROOF-TOTAL.
           IF WS-PROOF-TOTAL NOT = WS-DEPOSIT-TOTAL
              DISPLAY "LOCKBOX DOES NOT PROVE - APPLIED "
                  WS-APPLIED-TOTAL " SUSPENSE " WS-SUSPENSE-TOTAL
                  " DEPOSIT " WS-DEPOSIT-TOTAL " - NOTHING POSTED"
              MOVE 16 TO RETURN-CODE
              CLOSE OINFILE WNAFILE
              STOP RUN.
           OPEN EXTEND PYDFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT PYDFILE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM SH1-MM.
           MOVE WS-DD TO H1-DD SH1-DD.
           MOVE WS-YY TO H1-YY SH1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE 0 TO AX.
      * step 3: post the plan.
       POST-LOOP.
           ADD 1 TO AX.
           IF AX GREATER WS-APP-CNT GO TO POST-NET.
           MOVE WS-APP-PX (AX) TO PX.
           MOVE WS-APP-DEALER (AX) TO OIN-DEALER-NO WNA-DEALER-NO.
           MOVE WS-APP-INVNO (AX) TO OIN-INVNO.
           READ OINFILE INVALID KEY
              DISPLAY "OINFILE RECORD LOST DURING POSTING: "
                  OIN-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE
              GO TO POST-LOOP.
           READ WNAFILE INVALID KEY MOVE SPACES TO WNA-NAME.
           ADD WS-APP-AMT (AX) TO OIN-PAID-AMT.
           MOVE WS-PAY-DATE (PX) TO OIN-LAST-PAY-DATE.
           IF OIN-PAID-AMT NOT LESS OIN-INV-AMT
              MOVE "P" TO OIN-STATUS.
           REWRITE OIN INVALID KEY
              DISPLAY "OINFILE REWRITE FAILED: " OIN-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE
              GO TO POST-LOOP.
           ADD 1 TO WS-POST-CNT.
           ADD WS-APP-AMT (AX) TO WS-POST-AMT.
           MOVE OIN-DEALER-NO TO PYD-DEALER-NO.
           MOVE OIN-INVNO TO PYD-INVNO.
           MOVE WS-APP-AMT (AX) TO PYD-AMT.
           MOVE WS-PAY-CHECK (PX) TO PYD-CHECK-NO.
           MOVE WS-PAY-DATE (PX) TO PYD-PAY-DATE.
           MOVE "LOCKBOX" TO PYD-SOURCE.
           MOVE WS-RUN-DATE TO PYD-RUN-DATE.
           MOVE WS-OPERATOR TO PYD-OPERATOR.
           WRITE PYD.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT
               GIVING WS-BALANCE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE OIN-DEALER-NO TO DET-DEALER-NO.
           MOVE WNA-NAME TO DET-NAME.
           MOVE OIN-INVNO TO DET-INVNO.
           MOVE WS-PAY-CHECK (PX) TO DET-CHECK-NO.
           MOVE WS-APP-AMT (AX) TO DET-AMT.
           MOVE WS-BALANCE TO DET-BALANCE.
           IF WS-APP-HOW (AX) = "S"
              MOVE "APPLIED - STUB" TO DET-RESULT
           ELSE
              MOVE "APPLIED - OLDEST" TO DET-RESULT.
           IF OIN-STATUS = "P"
              MOVE "PAID IN FULL" TO DET-RESULT (11:12).
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO POST-LOOP.

      * with all the cash on, any open credit memo a dealer paid in
      * this run holds goes against what is still open -- once per
      * dealer, walking the plan from the end so the dealer's last
      * application dates the netting.
       POST-NET.
           MOVE WS-APP-CNT TO AX.
       POST-NET-LOOP.
           IF AX = 0 GO TO POST-SUSPENSE.
           MOVE AX TO BX.
       POST-NET-SEEN.
           ADD 1 TO BX.
           IF BX GREATER WS-APP-CNT GO TO POST-NET-DEALER.
           IF WS-APP-DEALER (BX) = WS-APP-DEALER (AX)
              GO TO POST-NET-NEXT.
           GO TO POST-NET-SEEN.
       POST-NET-DEALER.
           PERFORM NET-CREDITS THRU END-NET-CREDITS.
       POST-NET-NEXT.
           SUBTRACT 1 FROM AX.
           GO TO POST-NET-LOOP.

       NET-CREDITS.
           MOVE WS-APP-PX (AX) TO PX.
           MOVE WS-APP-DEALER (AX) TO WS-NET-DEALER-NO WNA-DEALER-NO.
           MOVE WS-PAY-DATE (PX) TO WS-NET-DATE.
           PERFORM OIN-NET-RTN THRU END-OIN-NET-RTN.
           IF WS-NET-CNT = 0 GO TO END-NET-CREDITS.
           ADD WS-NET-CNT TO WS-CRED-CNT.
           ADD WS-NET-AMT TO WS-CRED-AMT.
           MOVE SPACES TO DETAIL-LINE.
           READ WNAFILE INVALID KEY MOVE SPACES TO WNA-NAME.
           MOVE WS-APP-DEALER (AX) TO DET-DEALER-NO.
           MOVE WNA-NAME TO DET-NAME.
           MOVE WS-NET-AMT TO DET-AMT.
           MOVE "OPEN CREDITS APPLIED" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
       END-NET-CREDITS. EXIT.

      * the unapplied remainders go to the suspense file (kept
      * across runs until the cash desk clears them) and their
      * own listing.
       POST-SUSPENSE.
           OPEN EXTEND SUSFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT SUSFILE.
           OPEN OUTPUT SUSLINE.
           MOVE SPACES TO SUSPR.
           WRITE SUSPR FROM SUS-HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO SUSPR.
           WRITE SUSPR FROM SUS-HEAD-2 AFTER ADVANCING 2.
           MOVE 0 TO PX.
       POST-SUSPENSE-LOOP.
           ADD 1 TO PX.
           IF PX GREATER WS-PAY-CNT GO TO END-JOB.
           IF WS-PAY-SUS-AMT (PX) = 0
              AND WS-PAY-SUS-REASON (PX) NOT = 05
              GO TO POST-SUSPENSE-LOOP.
           MOVE WS-PAY-DEALER (PX) TO SUS-DEALER-NO.
           MOVE WS-PAY-INVNO (PX) TO SUS-INVNO.
           MOVE WS-PAY-CHECK (PX) TO SUS-CHECK-NO.
           MOVE WS-PAY-SUS-AMT (PX) TO SUS-AMT.
           MOVE WS-PAY-DATE (PX) TO SUS-DEP-DATE.
           MOVE WS-PAY-BATCH (PX) TO SUS-BATCH.
           MOVE WS-PAY-SUS-REASON (PX) TO SUS-REASON.
           MOVE WS-RUN-DATE TO SUS-RUN-DATE.
           MOVE WS-OPERATOR TO SUS-OPERATOR.
           WRITE SUS.
           ADD 1 TO WS-SUS-CNT.
           MOVE SPACES TO SUS-LINE.
           MOVE WS-PAY-BATCH (PX) TO SL-BATCH.
           MOVE WS-PAY-DEALER (PX) TO SL-DEALER-NO.
           MOVE WS-PAY-INVNO (PX) TO SL-INVNO.
           MOVE WS-PAY-CHECK (PX) TO SL-CHECK-NO.
           MOVE WS-PAY-SUS-AMT (PX) TO SL-AMT.
           MOVE WS-PAY-SUS-REASON (PX) TO SL-REASON.
           IF WS-PAY-SUS-REASON (PX) = 01
              MOVE "DEALER MISSING OR NOT ON WNAFILE"
                  TO SL-REASON-DESC.
           IF WS-PAY-SUS-REASON (PX) = 02
              MOVE "DEALER HAS NO OPEN INVOICES" TO SL-REASON-DESC.
           IF WS-PAY-SUS-REASON (PX) = 03
              MOVE "EXCEEDS EVERYTHING THE DEALER OWES"
                  TO SL-REASON-DESC.
           IF WS-PAY-SUS-REASON (PX) = 04
              MOVE "DEPOSIT DATED IN A CLOSED PERIOD"
                  TO SL-REASON-DESC.
           IF WS-PAY-SUS-REASON (PX) = 05
              MOVE "BATCH HAS AN UNREADABLE AMOUNT"
                  TO SL-REASON-DESC.
           MOVE SPACES TO SUSPR.
           WRITE SUSPR FROM SUS-LINE AFTER ADVANCING 1.
           GO TO POST-SUSPENSE-LOOP.

       END-JOB.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "DEPOSIT TOTAL (TRAILERS)" TO TOT-LABEL.
           MOVE WS-DEPOSIT-TOTAL TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 2.
           MOVE "APPLIED TO OPEN INVOICES" TO TOT-LABEL.
           MOVE WS-POST-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE "UNAPPLIED CASH SUSPENSE" TO TOT-LABEL.
           MOVE WS-SUSPENSE-TOTAL TO TOT-AMT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO SUSPR.
           WRITE SUSPR FROM TOTAL-LINE AFTER ADVANCING 2.
           DISPLAY "LOCKBOX BATCHES:       " WS-BATCHES.
           DISPLAY "PAYMENTS READ:         " WS-PAY-CNT.
           DISPLAY "UNREADABLE AMOUNTS:    " WS-BAD-CNT.
           DISPLAY "DEPOSIT TOTAL:         " WS-DEPOSIT-TOTAL.
           DISPLAY "APPLICATIONS POSTED:   " WS-POST-CNT.
           DISPLAY "DOLLARS APPLIED:       " WS-POST-AMT.
           DISPLAY "CREDITS NETTED:        " WS-CRED-CNT.
           DISPLAY "CREDIT DOLLARS:        " WS-CRED-AMT.
           DISPLAY "SUSPENSE ITEMS:        " WS-SUS-CNT.
           DISPLAY "DOLLARS TO SUSPENSE:   " WS-SUSPENSE-TOTAL.
           IF WS-SUS-CNT GREATER 0 AND RETURN-CODE = 0
              MOVE 8 TO RETURN-CODE.
           CLOSE OINFILE WNAFILE SUSFILE PYDFILE PRLINE SUSLINE.
           STOP RUN.

       COPY WOJPLOCK.
       COPY OPRCHK.
       COPY OINNET.
