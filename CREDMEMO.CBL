      * PICKED UP TWICE.  A REGISTER LISTS EVERY MEMO, AND THE
      * RUN ENDS BY PROVING THE MEMO-FILE CONTROL TOTAL TIES
      * BACK TO THE SUM OF RPT-AMT CREDITED -- A MISMATCH ENDS
      * WITH RETURN CODE 16.  THE OPERATOR ID IS REQUIRED ON THE
      * COMMAND LINE AND IS KEPT AS RPT-STATUS-BY ON EVERY CLAIM
      * CREDITED.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *           GLEXPORT journal step and the morning summary
      *           read them instead of re-keying totals.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           each memo now also lands on OINFILE as an open
      *           credit item (status "C", negative amount) under a
      *           credit-memo number from the CMCTL.DAT sequence
      *           (9000001 up, clear of the invoice numbers), so
      *           the dealer's open balance, ARAGE and the monthly
      *           statement all carry the credit.  the memo number
      *           rides on the CREDMEMO.DAT record and the register.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           when the run date falls in a month MTHCLOSE has
      *           closed, no memo is cut: each approved claim is
      *           listed on the register as refused and left
      *           approved for the first run in an open month.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the operator id is taken from the command line,
      *           checked against the OPRFILE operator master, and kept
      *           as RPT-STATUS-BY on each claim flipped to credited, as
      *           RPTSTAT keeps it on the status changes it posts.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           STATUS FL-STATUS.

       COPY WNCSEL.
       COPY OINSEL.
       COPY WOJSEL.
       COPY OPRSEL.
       COPY WNLSEL.
           SELECT CMCFILE ASSIGN "/home/prb/f/CMCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.

           SELECT PRLINE ASSIGN PRINT "/home/prb/w/CREDMEMO.PRT"
           STATUS FL-STATUS.
           05  MEMO-AMT         PIC 9(5)V99.
           05  MEMO-CLAIM-DATE  PIC 9(6).
           05  MEMO-RUN-DATE    PIC 9(6).
           05  MEMO-CM-NO       PIC 9(7).
           05  FILLER           PIC X(3).
       FD  WNCFILE LABEL RECORD STANDARD DATA RECORD WNC.
       01  WNC.
       COPY WNC.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  CMCFILE LABEL RECORD STANDARD DATA RECORD CMC-REC.
       01  CMC-REC.
           05  CMC-LAST-CMNO       PIC 9(7).
           05  CMC-RUN-MM          PIC 99.
           05  CMC-RUN-DD          PIC 99.
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(100).

       01  WS-MEMO-CNT     PIC 9(5) VALUE 0.
       01  WS-MEMO-AMT     PIC 9(7)V99 VALUE 0.
       01  WS-CREDIT-AMT   PIC 9(7)V99 VALUE 0.
       01  WS-CMNO         PIC 9(7) VALUE 0.
       01  WS-REFUSE-CNT   PIC 9(5) VALUE 0.
       COPY WOJPWS.
       COPY OPRWS.
       01  WS-OPERATOR     PIC X(8) VALUE SPACES.
       01  HEAD-1.
           05  FILLER PIC X(40) VALUE
               "CREDIT MEMO REGISTER - APPROVED CLAIMS".
           05  DET-AMT       PIC ZZZZ9.99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-CLAIM-DT  PIC 9(6).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-CM-NO     PIC 9(7).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(24).
       01  TOTAL-LINE.
           05  FILLER        PIC X(14) VALUE "CONTROL TOTAL ".
           05  TOT-CNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-OPERATOR FROM COMMAND-LINE.
           IF WS-OPERATOR = SPACES
              DISPLAY "OPERATOR ID REQUIRED ON COMMAND LINE"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "CREDMEMO" TO WS-OPR-PROGRAM.
           MOVE WS-OPERATOR TO WS-OPR-OPERATOR.
           PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           ACCEPT WS-DATE FROM DATE.
           PERFORM PERIOD-LOAD-RTN THRU END-PERIOD-LOAD-RTN.
           MOVE WS-DATE TO WS-PERIOD-DATE.
           PERFORM PERIOD-CHECK-RTN THRU END-PERIOD-CHECK-RTN.
           IF WS-PERIOD-CLOSED-FL = "Y"
              DISPLAY "RUN DATE FALLS IN A CLOSED ACCOUNTING PERIOD"
                  " - NO MEMOS CUT".
           OPEN I-O RPTFILE.
           OPEN OUTPUT MEMOFILE.
           OPEN I-O OINFILE.
           IF FL-STATUS NOT = "00"
              CLOSE OINFILE
              OPEN OUTPUT OINFILE
              CLOSE OINFILE
              OPEN I-O OINFILE.
           PERFORM GET-LAST-CMNO THRU END-GET-LAST-CMNO.
           OPEN OUTPUT PRLINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
       READ-RPT.
           READ RPTFILE NEXT AT END GO TO END-JOB.
           IF RPT-STATUS NOT = "A" GO TO READ-RPT.
           IF WS-PERIOD-CLOSED-FL = "Y"
              PERFORM REFUSE-CLOSED THRU END-REFUSE-CLOSED
              GO TO READ-RPT.
           ADD 1 TO WS-CMNO.
           PERFORM POST-OPEN-CREDIT THRU END-POST-OPEN-CREDIT.
           MOVE SPACES TO MEMO.
           MOVE "CM" TO MEMO-TYPE.
           MOVE RPT-DEALER-NO TO MEMO-DEALER-NO.
           MOVE RPT-AMT TO MEMO-AMT.
           MOVE RPT-DATE TO MEMO-CLAIM-DATE.
           MOVE WS-DATE TO MEMO-RUN-DATE.
           MOVE WS-CMNO TO MEMO-CM-NO.
           WRITE MEMO.
           ADD 1 TO WS-MEMO-CNT.
           ADD RPT-AMT TO WS-MEMO-AMT.
           MOVE "C" TO RPT-STATUS.
           MOVE WS-DATE TO RPT-STATUS-DATE.
           MOVE WS-OPERATOR TO RPT-STATUS-BY.
           REWRITE RPT INVALID KEY
              DISPLAY "REWRITE FAILED FOR CLAIM " RPT-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE
           MOVE RPT-QTY TO DET-QTY.
           MOVE RPT-AMT TO DET-AMT.
           MOVE RPT-DATE TO DET-CLAIM-DT.
           MOVE WS-CMNO TO DET-CM-NO.
           MOVE SPACES TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
           GO TO READ-RPT.

      * a claim approved while the run date sits in a closed
      * period is listed and left at "A" for the next open month.
       REFUSE-CLOSED.
           ADD 1 TO WS-REFUSE-CNT.
           MOVE RPT-DEALER-NO TO DET-DEALER-NO.
           MOVE RPT-INVNO TO DET-INVNO.
           MOVE RPT-TITLE-NO TO DET-TITLE-NO.
           MOVE RPT-QTY TO DET-QTY.
           MOVE RPT-AMT TO DET-AMT.
           MOVE RPT-DATE TO DET-CLAIM-DT.
           MOVE 0 TO DET-CM-NO.
           MOVE "REFUSED - PERIOD CLOSED" TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
       END-REFUSE-CLOSED. EXIT.

      * the credit rides on the dealer's open-invoice account as a
      * negative open item until cash application nets it off.
       POST-OPEN-CREDIT.
           INITIALIZE OIN.
           MOVE RPT-DEALER-NO TO OIN-DEALER-NO.
           MOVE WS-CMNO TO OIN-INVNO.
           MOVE WS-DATE TO OIN-INV-DATE.
           COMPUTE OIN-INV-AMT = 0 - RPT-AMT.
           MOVE 0 TO OIN-PAID-AMT OIN-LAST-PAY-DATE.
           MOVE "C" TO OIN-STATUS.
           WRITE OIN INVALID KEY
              DISPLAY "CREDIT ITEM ALREADY ON OINFILE: "
                  OIN-PRIMARY-KEY
              MOVE 16 TO RETURN-CODE.
       END-POST-OPEN-CREDIT. EXIT.

      * the last credit-memo number used lives on CMCTL.DAT, same
      * single-record shape as DLRINVOICE's INVCTL.DAT; a missing
      * file starts the sequence at 9000000.
       GET-LAST-CMNO.
           MOVE 9000000 TO WS-CMNO.
           OPEN INPUT CMCFILE.
           IF FL-STATUS = "00"
              READ CMCFILE AT END MOVE 9000000 TO WS-CMNO
                  NOT AT END MOVE CMC-LAST-CMNO TO WS-CMNO
              CLOSE CMCFILE.
       END-GET-LAST-CMNO. EXIT.

       PUT-LAST-CMNO.
           OPEN OUTPUT CMCFILE.
           MOVE WS-CMNO TO CMC-LAST-CMNO.
           MOVE WS-MM TO CMC-RUN-MM.
           MOVE WS-DD TO CMC-RUN-DD.
           WRITE CMC-REC.
           CLOSE CMCFILE.
       END-PUT-LAST-CMNO. EXIT.

       END-JOB.
           PERFORM PUT-LAST-CMNO THRU END-PUT-LAST-CMNO.
           MOVE WS-MEMO-CNT TO TOT-CNT.
           MOVE WS-MEMO-AMT TO TOT-AMT.
           MOVE SPACES TO LINEPR.
              MOVE 16 TO RETURN-CODE.
           DISPLAY "CREDIT MEMOS WRITTEN: " WS-MEMO-CNT
               " FOR " WS-MEMO-AMT.
           IF WS-REFUSE-CNT GREATER 0
              DISPLAY "REFUSED - PERIOD CLOSED: " WS-REFUSE-CNT
              IF RETURN-CODE = 0
                 MOVE 8 TO RETURN-CODE.
      * post the run's totals to the WNC control file for the
      * GLEXPORT journal step and the morning summary.
           OPEN I-O WNCFILE.
           MOVE WS-DD TO WNC-RUN-DD.
           WRITE WNC INVALID KEY REWRITE WNC.
           CLOSE WNCFILE.
           CLOSE RPTFILE MEMOFILE OINFILE PRLINE.
           STOP RUN.

       COPY WOJPLOCK.
       COPY OPRCHK.
