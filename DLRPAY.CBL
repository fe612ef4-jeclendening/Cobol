      * AGED TRIAL BALANCE STOPS CARRYING IT.  A REGISTER LISTS
      * EVERY PAYMENT POSTED WITH THE REMAINING BALANCE, AND
      * REJECTS GET A REASON CODE, SAME DISCIPLINE AS WNAMAINT.
      * ONCE EVERY PAYMENT IS POSTED, EACH DEALER PAID HAS ITS
      * OPEN CREDIT MEMOS (STATUS "C") APPLIED TO WHAT IS STILL
      * OPEN, OLDEST FIRST (SEE OINNET), AND THE REGISTER SHOWS
      * THE CREDIT USED.  THE OPERATOR ID COMES FROM THE COMMAND
      * LINE.
      *
      *  REJECT REASON CODES:
      *     01 KEY/AMOUNT FIELDS NOT NUMERIC
      *     02 DEALER NOT ON WNAFILE
      *     03 INVOICE NOT ON OPEN-INVOICE FILE FOR DEALER
      *     04 INVOICE WRITTEN OFF -- RECOVERY GOES TO ACCOUNTING
      *     05 PAYMENT DATED IN A CLOSED ACCOUNTING PERIOD
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *   MODIFICATION:
      *           CREATED.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a payment against an invoice WRITEOFF has written
      *           off (status "W") rejects with reason 04 instead of
      *           reopening the bad debt.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           every payment posted is also appended to the
      *           PAYDTL.DAT payment detail file (dealer, invoice,
      *           amount, check, pay date) -- OINFILE only keeps the
      *           running paid amount, and the monthly statement
      *           needs each payment.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a payment dated in a month MTHCLOSE has closed
      *           rejects with reason 05 instead of landing in a
      *           period the GL has already been journaled for.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id is now required on the command line,
      *           must be active on the OPRFILE operator master with a
      *           role that may run DLRPAY, and prints on the register
      *           heading; a refusal stops the run and is logged to
      *           the WNLFILE run log.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the PAYDTL.DAT record carries the operator who
      *           posted the payment.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           after each payment posts, the dealer's open credit
      *           memos are netted against the dealer's open invoices
      *           through OIN-NET-RTN, with a register line for the
      *           credit used and the PAYDTL.DAT pair it writes.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the open credits are netted once per dealer paid,
      *           after the last payment on DLRPAY.TRN posts, so a
      *           credit is never used on an invoice a later payment
      *           line pays.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
       COPY OINSEL.
       COPY WNASEL.
       COPY WOJSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT TRNFILE ASSIGN "/u/prb/f/trenton/DLRPAY.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PYDFILE ASSIGN "/u/prb/f/trenton/PAYDTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/DLRPAY.PRT"
           STATUS FL-STATUS.

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
       FD  TRNFILE LABEL RECORD STANDARD DATA RECORD TRN.
       01  TRN.
           05  TRN-DEALER-NO   PIC 9(5).
               10  TRN-PAY-MM  PIC 99.
               10  TRN-PAY-DD  PIC 99.
               10  TRN-PAY-YY  PIC 99.
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
       01  WS-OPERATOR  PIC X(8) VALUE SPACES.
       01  WS-READ-CNT   PIC 9(5) VALUE 0.
       01  WS-POST-CNT   PIC 9(5) VALUE 0.
       01  WS-REJ-CNT    PIC 9(5) VALUE 0.
       01  WS-REJ-REASON PIC 99   VALUE 0.
       01  WS-POST-AMT   PIC 9(9)V99 VALUE 0.
       01  WS-CRED-CNT   PIC 9(5) VALUE 0.
       01  WS-CRED-AMT   PIC 9(9)V99 VALUE 0.
      * the dealers paid this run, with the date of the last payment
      * posted for each, netted once the whole file is on.
       01  WS-PD-MAX     PIC 9(4) VALUE 1000.
       01  WS-PD-CNT     PIC 9(4) VALUE 0.
       01  PX            PIC 9(4) VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENT OCCURS 1000 TIMES.
               10  WS-PD-DEALER  PIC 9(5).
               10  WS-PD-DATE    PIC 9(6).
       01  WS-BALANCE    PIC S9(7)V99 VALUE 0.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       COPY WOJPWS.
       COPY OPRWS.
       COPY OINNWS.
       01  HEAD-1.
           05  FILLER PIC X(40) VALUE
               "DEALER PAYMENT POSTING REGISTER".
           05  FILLER PIC X(9) VALUE "OPERATOR ".
           05  H1-OPERATOR PIC X(8).
       01  HEAD-2.
           05  FILLER PIC X(44) VALUE
               "DEALER NAME                    INVOICE ".

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "DLRPAY" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           OPEN I-O OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
              DISPLAY "DLRPAY.TRN NOT FOUND - NOTHING TO POST"
              CLOSE OINFILE WNAFILE
              STOP RUN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-NET-RUN-DATE.
           MOVE WS-OPERATOR TO WS-NET-OPERATOR.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           OPEN EXTEND PYDFILE.
           IF FL-STATUS NOT = "00"
              OPEN OUTPUT PYDFILE.
           OPEN OUTPUT PRLINE.
           MOVE SPACES TO LINEPR.
           MOVE WS-OPERATOR TO H1-OPERATOR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 1.
              MOVE 01 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-PAY-YY TO WS-PERIOD-DATE (1:2).
           MOVE TRN-PAY-MM TO WS-PERIOD-DATE (3:2).
           MOVE TRN-PAY-DD TO WS-PERIOD-DATE (5:2).
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
           IF WS-PERIOD-CLOSED-FL = "Y"
              MOVE 05 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           MOVE TRN-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE 02 TO WS-REJ-REASON
              MOVE 03 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           IF OIN-STATUS = "W"
              MOVE 04 TO WS-REJ-REASON
              PERFORM WRITE-REJECT
              GO TO READ-TRN.
           ADD TRN-AMT TO OIN-PAID-AMT.
           MOVE TRN-PAY-YY TO OIN-LAST-PAY-DATE (1:2).
           MOVE TRN-PAY-MM TO OIN-LAST-PAY-DATE (3:2).
              GO TO READ-TRN.
           ADD 1 TO WS-POST-CNT.
           ADD TRN-AMT TO WS-POST-AMT.
           MOVE TRN-DEALER-NO TO PYD-DEALER-NO.
           MOVE TRN-INVNO TO PYD-INVNO.
           MOVE TRN-AMT TO PYD-AMT.
           MOVE TRN-CHECK-NO TO PYD-CHECK-NO.
           MOVE OIN-LAST-PAY-DATE TO PYD-PAY-DATE.
           MOVE "DLRPAY" TO PYD-SOURCE.
           MOVE WS-DATE TO PYD-RUN-DATE.
           MOVE WS-OPERATOR TO PYD-OPERATOR.
           WRITE PYD.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT
               GIVING WS-BALANCE.
           MOVE SPACES TO DETAIL-LINE.
              MOVE "POSTED - PAID IN FULL" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           PERFORM SAVE-DEALER THRU END-SAVE-DEALER.
           GO TO READ-TRN.

       SAVE-DEALER.
           MOVE 0 TO PX.
       SAVE-DEALER-LOOP.
           ADD 1 TO PX.
           IF PX GREATER WS-PD-CNT GO TO SAVE-DEALER-ADD.
           IF WS-PD-DEALER (PX) NOT = TRN-DEALER-NO
              GO TO SAVE-DEALER-LOOP.
           MOVE PYD-PAY-DATE TO WS-PD-DATE (PX).
           GO TO END-SAVE-DEALER.
       SAVE-DEALER-ADD.
           IF WS-PD-CNT NOT LESS WS-PD-MAX
              DISPLAY "PAID-DEALER TABLE FULL - CREDITS NOT NETTED "
                  "FOR DEALER " TRN-DEALER-NO
              GO TO END-SAVE-DEALER.
           ADD 1 TO WS-PD-CNT.
           MOVE TRN-DEALER-NO TO WS-PD-DEALER (WS-PD-CNT).
           MOVE PYD-PAY-DATE TO WS-PD-DATE (WS-PD-CNT).
       END-SAVE-DEALER. EXIT.

      * with all the cash on, any open credit memo a dealer paid in
      * this run holds goes against what is still open.
       NET-CREDITS.
           MOVE 0 TO PX.
       NET-CREDITS-LOOP.
           ADD 1 TO PX.
           IF PX GREATER WS-PD-CNT GO TO END-NET-CREDITS.
           MOVE WS-PD-DEALER (PX) TO WS-NET-DEALER-NO WNA-DEALER-NO.
           MOVE WS-PD-DATE (PX) TO WS-NET-DATE.
           PERFORM OIN-NET-RTN THRU END-OIN-NET-RTN.
           IF WS-NET-CNT = 0 GO TO NET-CREDITS-LOOP.
           ADD WS-NET-CNT TO WS-CRED-CNT.
           ADD WS-NET-AMT TO WS-CRED-AMT.
           READ WNAFILE INVALID KEY MOVE SPACES TO WNA-NAME.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-PD-DEALER (PX) TO DET-DEALER-NO.
           MOVE WNA-NAME TO DET-NAME.
           MOVE WS-NET-AMT TO DET-AMT.
           MOVE "OPEN CREDITS APPLIED" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO NET-CREDITS-LOOP.
       END-NET-CREDITS. EXIT.

       WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.

       END-JOB.
           PERFORM NET-CREDITS THRU END-NET-CREDITS.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           DISPLAY "PAYMENTS READ:     " WS-READ-CNT.
           DISPLAY "PAYMENTS POSTED:   " WS-POST-CNT.
           DISPLAY "DOLLARS POSTED:    " WS-POST-AMT.
           DISPLAY "PAYMENTS REJECTED: " WS-REJ-CNT.
           DISPLAY "CREDITS NETTED:    " WS-CRED-CNT.
           DISPLAY "CREDIT DOLLARS:    " WS-CRED-AMT.
           IF WS-REJ-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           CLOSE OINFILE WNAFILE TRNFILE PYDFILE PRLINE.
           STOP RUN.

       COPY WOJPLOCK.
       COPY OPRCHK.
       COPY OINNET.
