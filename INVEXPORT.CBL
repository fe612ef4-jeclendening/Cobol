       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVEXPORT.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: ELECTRONIC INVOICE EXPORT.  SEVERAL OF THE LARGER
      * ACCOUNTS AND THE CHAIN CORPORATE OFFICE LOAD THEIR BILLS
      * INTO THEIR OWN SYSTEMS AND WERE KEYING THEM OFF THE PRINTED
      * DLRINVOICE STATEMENT.  A DEALER FLAGGED WNA-EINV-FL WITH A
      * DELIVERY ID IN WNA-EINV-ID (SET THROUGH WNAMAINT) NOW GETS
      * EACH INVOICE ON A FLAT FILE IN THE /send/ PICKUP AREA,
      * BUILT FROM THE INHFILE INVOICE HISTORY AFTER THE BILLING
      * RUN:
      *     HDR - ONE PER INVOICE: DELIVERY ID, INVOICE NUMBER,
      *           DEALER, INVOICE DATE, WEEK ENDING, NAME/ADDRESS
      *     LIN - ONE PER INVOICE LINE: TITLE, NET COPIES, RATE
      *           AND AMOUNT, TYPED S (SALE), C (CREDIT) OR
      *           T (SALES TAX)
      *     SUM - ONE PER INVOICE: LINE COUNT, SALES, CREDITS
      *           APPLIED, TAX AND THE INVOICE TOTAL
      *     TRL - CLOSES THE FILE: INVOICE COUNT, RECORD COUNT
      *           (TRL INCLUDED) AND THE TOTAL OF THE INVOICES.
      * EVERY INVOICE SENT IS RECORDED ON THE EILFILE
      * TRANSMISSION LOG (DEALER, DELIVERY ID, DATE AND TIME, SEND
      * COUNT), AND AN INVOICE ALREADY ON THE LOG IS NEVER PICKED
      * UP AGAIN.  THE RUN TAKES THE INVOICES CUT SINCE THE LAST
      * EXPORT -- THE HIGHEST INVOICE NUMBER EXPORTED IS STAMPED
      * ON THE WOJ CONTROL TABLE UNDER KEY "EINVX" -- THROUGH THE
      * LAST ONE OF THE COMPLETED BILLING RUN ON THE INVCK
      * CHECKPOINT; A BILLING RUN STILL IN PROGRESS STOPS THE
      * EXPORT.  THE FIRST EXPORT STARTS WITH THE LAST COMPLETED
      * BILLING RUN.
      * A RESEND IS ASKED FOR EXPLICITLY: RESEND IN POSITIONS 1-6
      * OF THE COMMAND LINE, THE INVOICE NUMBER IN 8-14 AND THE
      * OPERATOR IN 16-23, CHECKED ON THE OPRFILE OPERATOR MASTER.
      * THE INVOICE GOES OUT AGAIN TO THE DEALER'S CURRENT
      * DELIVERY ID AND THE LOG COUNTS THE RESEND AND KEEPS THE
      * OPERATOR.
      * THE FILE IS /home/prb/f/send/EINV-YYMMDD-HHMM.DAT, ONE PER
      * RUN, LISTED ON THE INVEXPORT.PRT REGISTER.  AN INVOICE
      * WHOSE HISTORY LINES DO NOT ADD UP TO ITS TOTAL RECORD
      * STILL GOES OUT BUT IS FLAGGED AND ENDS THE RUN WITH
      * RETURN CODE 8.
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
       COPY INHSEL.
       COPY WNASEL.
       COPY OINSEL.
       COPY EILSEL.
       COPY WOJSEL.
       COPY WNLSEL.
       COPY OPRSEL.

           SELECT ICKFILE ASSIGN RANDOM "/home/prb/f/INVCK.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD ICK-PRIMARY-KEY OF ICK
           STATUS FL-STATUS.

           SELECT EXPFILE ASSIGN WS-EXP-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.

           SELECT PRLINE ASSIGN PRINT "/home/prb/w/INVEXPORT.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INHFILE LABEL RECORD STANDARD DATA RECORD INH.
       01  INH.
       COPY INH.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  EILFILE LABEL RECORD STANDARD DATA RECORD EIL.
       01  EIL.
       COPY EIL.
       FD  WOJFILE LABEL RECORD STANDARD DATA RECORD WOJ.
       01  WOJ.
       COPY WOJ.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  ICKFILE LABEL RECORD STANDARD DATA RECORD ICK.
       01  ICK.
           05  ICK-PRIMARY-KEY     PIC X(5).
           05  ICK-STATUS          PIC X.
           05  ICK-WE-DATE         PIC 9(4).
           05  ICK-DEALER-NO       PIC 9(5).
           05  ICK-INVNO           PIC 9(7).
           05  ICK-START-INVNO     PIC 9(7).
           05  ICK-GRAND-AMT       PIC S9(9)V99.
           05  FILLER              PIC X(10).
       FD  EXPFILE LABEL RECORD STANDARD DATA RECORD EXH.
       01  EXH.
           05  EXH-TYPE        PIC X(3).
           05  EXH-EINV-ID     PIC X(15).
           05  EXH-INVNO       PIC 9(7).
           05  EXH-DEALER-NO   PIC 9(5).
           05  EXH-INV-DATE    PIC 9(6).
           05  EXH-WE-MM       PIC 99.
           05  EXH-WE-DD       PIC 99.
           05  EXH-NAME        PIC X(30).
           05  EXH-ADDR-LINE-2 PIC X(30).
           05  EXH-ADDR-LINE-3 PIC X(30).
       01  EXL REDEFINES EXH.
           05  EXL-TYPE        PIC X(3).
           05  EXL-EINV-ID     PIC X(15).
           05  EXL-INVNO       PIC 9(7).
           05  EXL-LINE-NO     PIC 999.
           05  EXL-LINE-TYPE   PIC X.
           05  EXL-TITLE-NO    PIC 999.
           05  EXL-TITLE       PIC X(21).
           05  EXL-NET         PIC -9999999.
           05  EXL-RATE        PIC 99.999.
           05  EXL-AMT         PIC -9999999.99.
           05  FILLER          PIC X(52).
       01  EXS REDEFINES EXH.
           05  EXS-TYPE        PIC X(3).
           05  EXS-EINV-ID     PIC X(15).
           05  EXS-INVNO       PIC 9(7).
           05  EXS-LINE-CNT    PIC 999.
           05  EXS-SALES-AMT   PIC -9999999.99.
           05  EXS-CRED-AMT    PIC -9999999.99.
           05  EXS-TAX-AMT     PIC -9999999.99.
           05  EXS-INV-AMT     PIC -9999999.99.
           05  FILLER          PIC X(58).
       01  EXT REDEFINES EXH.
           05  EXT-TYPE        PIC X(3).
           05  EXT-RUN-DATE    PIC 9(6).
           05  EXT-RUN-TIME    PIC 9(4).
           05  EXT-INV-CNT     PIC 9(5).
           05  EXT-REC-CNT     PIC 9(7).
           05  EXT-TOTAL-AMT   PIC -999999999.99.
           05  FILLER          PIC X(92).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
      * RESEND, the invoice number and the operator for an explicit
      * resend, in fixed positions; blank for the normal export.
       01  WS-PARM-CMD  PIC X(23) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE      PIC X(6).
           05  FILLER            PIC X.
           05  WS-PARM-INVNO     PIC X(7).
           05  FILLER            PIC X.
           05  WS-PARM-OPERATOR  PIC X(8).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-TIME.
           05  WS-TIME-HHMM PIC 9(4).
           05  FILLER       PIC 9(4).
       01  WS-RUN-DATE   PIC 9(6) VALUE 0.
       01  WS-RESEND-FL  PIC X VALUE "N".
       01  WS-OIN-OPEN-FL PIC X VALUE "N".
       01  WS-EXP-OPEN-FL PIC X VALUE "N".
       01  WS-EXP-FILENAME.
           05  FILLER PIC X(17) VALUE "/home/prb/f/send/".
           05  FILLER PIC X(5)  VALUE "EINV-".
           05  WS-EXP-FILENAME-DATE PIC 9(6).
           05  FILLER PIC X     VALUE "-".
           05  WS-EXP-FILENAME-TIME PIC 9(4).
           05  FILLER PIC X(4)  VALUE ".DAT".
      * the invoice range: after the last one exported, through
      * the last one of the completed billing run.
       01  WS-FROM-INVNO PIC 9(7) VALUE 0.
       01  WS-THRU-INVNO PIC 9(7) VALUE 0.
       01  WS-INVNO      PIC 9(7) VALUE 0.
      * one invoice as it goes out.
       01  WS-SEND-FL     PIC X VALUE "N".
       01  WS-RESULT      PIC X(24) VALUE SPACE.
       01  WS-INV-DATE    PIC 9(6) VALUE 0.
       01  WS-LINE-CNT    PIC 999 VALUE 0.
       01  WS-SALES-AMT   PIC S9(7)V99 VALUE 0.
       01  WS-CRED-AMT    PIC S9(7)V99 VALUE 0.
       01  WS-TAX-AMT     PIC S9(7)V99 VALUE 0.
       01  WS-INV-AMT     PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-REC-FL PIC X VALUE "N".
       01  WS-TOTAL-REC-AMT PIC S9(7)V99 VALUE 0.
       01  WS-LOGGED-FL   PIC X VALUE "N".
      * run counts and totals.
       01  WS-SCAN-CNT    PIC 9(7) VALUE 0.
       01  WS-SENT-CNT    PIC 9(5) VALUE 0.
       01  WS-RESENT-CNT  PIC 9(5) VALUE 0.
       01  WS-PAPER-CNT   PIC 9(5) VALUE 0.
       01  WS-DUP-CNT     PIC 9(5) VALUE 0.
       01  WS-BAD-CNT     PIC 9(5) VALUE 0.
       01  WS-REC-CNT     PIC 9(7) VALUE 0.
       01  WS-EXP-INV-CNT PIC 9(5) VALUE 0.
       01  WS-EXP-TOTAL   PIC S9(9)V99 VALUE 0.
       COPY WNLWS.
       COPY OPRWS.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE
               "ELECTRONIC INVOICE EXPORT    ".
           05  H1-MODE       PIC X(20).
           05  FILLER        PIC X(4) VALUE "RUN ".
           05  H1-MM         PIC 99.
           05  FILLER        PIC X VALUE "/".
           05  H1-DD         PIC 99.
           05  FILLER        PIC X VALUE "/".
           05  H1-YY         PIC 99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  H1-FILE       PIC X(38).
       01  HEAD-2.
           05  FILLER PIC X(40) VALUE
               "INVOICE DEALR NAME                     ".
           05  FILLER PIC X(40) VALUE
               "DELIVERY ID     W/E   LINES      AMOUNT ".
           05  FILLER PIC X(10) VALUE " RESULT".
       01  DETAIL-LINE.
           05  DET-INVNO     PIC 9(7).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(24).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-EINV-ID   PIC X(15).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-WE-MM     PIC 99.
           05  DET-SLASH     PIC X VALUE "/".
           05  DET-WE-DD     PIC 99.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-LINES     PIC ZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AMT       PIC -ZZZZZZ9.99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-RESULT    PIC X(24).
       01  TOTAL-LINE.
           05  TOT-LABEL     PIC X(40).
           05  TOT-CNT       PIC ZZZZZZ9.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  TOT-AMT       PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-PARM-CMD FROM COMMAND-LINE.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO WS-RUN-DATE.
           IF WS-PARM-MODE NOT = SPACES AND WS-PARM-MODE NOT = "RESEND"
              DISPLAY "MODE MUST BE RESEND OR BLANK - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PARM-MODE = "RESEND"
              IF WS-PARM-INVNO NOT NUMERIC
                 DISPLAY "RESEND NEEDS THE INVOICE NUMBER IN 8-14"
                     " - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE "Y" TO WS-RESEND-FL
                 MOVE WS-PARM-INVNO TO WS-INVNO
                 MOVE "INVEXPORT" TO WS-OPR-PROGRAM
                 MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR
                 PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           IF WS-RESEND-FL = "N"
              PERFORM SET-RANGE THRU END-SET-RANGE.
           OPEN INPUT INHFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO INHFILE INVOICE HISTORY - NOTHING TO "
                  "EXPORT"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNAFILE.
           OPEN INPUT OINFILE.
           IF FL-STATUS = "00"
              MOVE "Y" TO WS-OIN-OPEN-FL.
           OPEN I-O EILFILE.
           IF FL-STATUS NOT = "00"
              CLOSE EILFILE
              OPEN OUTPUT EILFILE
              CLOSE EILFILE
              OPEN I-O EILFILE.
           MOVE "INVEXPORT" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
           MOVE WS-RUN-DATE TO WS-EXP-FILENAME-DATE.
           MOVE WS-TIME-HHMM TO WS-EXP-FILENAME-TIME.
           OPEN OUTPUT PRLINE.
           IF WS-RESEND-FL = "Y"
              MOVE "RESEND" TO H1-MODE
           ELSE
              MOVE "EXPORT" TO H1-MODE.
           MOVE WS-MM TO H1-MM.
           MOVE WS-DD TO H1-DD.
           MOVE WS-YY TO H1-YY.
           MOVE WS-EXP-FILENAME (18:20) TO H1-FILE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           IF WS-RESEND-FL = "Y"
              PERFORM EXPORT-INVOICE THRU END-EXPORT-INVOICE
              GO TO END-JOB.
           MOVE WS-FROM-INVNO TO WS-INVNO.
       NEXT-INVOICE.
           ADD 1 TO WS-INVNO.
           IF WS-INVNO GREATER WS-THRU-INVNO GO TO END-JOB.
           PERFORM EXPORT-INVOICE THRU END-EXPORT-INVOICE.
           GO TO NEXT-INVOICE.

      * the invoices to look at: after the last one exported (the
      * WOJ "EINVX" stamp) through the last one the billing run
      * cut.  no stamp yet means the first export, which starts
      * with the last completed billing run rather than sending
      * the whole history.
       SET-RANGE.
           OPEN INPUT ICKFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO BILLING RUN ON RECORD - NOTHING TO EXPORT"
              STOP RUN.
           MOVE "INV  " TO ICK-PRIMARY-KEY.
           READ ICKFILE INVALID KEY
              DISPLAY "NO BILLING RUN ON RECORD - NOTHING TO EXPORT"
              CLOSE ICKFILE
              STOP RUN.
           CLOSE ICKFILE.
           IF ICK-STATUS NOT = "C"
              DISPLAY "BILLING FOR W/E " ICK-WE-DATE
                  " NOT COMPLETED - EXPORT WAITS FOR IT"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE ICK-INVNO TO WS-THRU-INVNO.
           MOVE ICK-START-INVNO TO WS-FROM-INVNO.
           OPEN INPUT WOJFILE.
           IF FL-STATUS = "00"
              MOVE "EINVX" TO WOJ-PRIMARY-KEY
              READ WOJFILE INVALID KEY MOVE SPACES TO WOJ-TEXT.
           IF FL-STATUS = "00" AND WOJ-TEXT (1:7) NUMERIC
              MOVE WOJ-TEXT (1:7) TO WS-FROM-INVNO.
           CLOSE WOJFILE.
           IF WS-FROM-INVNO NOT LESS WS-THRU-INVNO
              DISPLAY "NO INVOICES CUT SINCE THE LAST EXPORT ("
                  WS-FROM-INVNO ")"
              STOP RUN.
       END-SET-RANGE. EXIT.

      * one invoice off the history: the header record names the
      * dealer, who must be opted in with a delivery id; one
      * already on the transmission log is passed over unless this
      * is a resend.
       EXPORT-INVOICE.
           MOVE "N" TO WS-SEND-FL.
           MOVE SPACES TO DETAIL-LINE WS-RESULT.
           MOVE "/" TO DET-SLASH.
           MOVE WS-INVNO TO DET-INVNO.
           MOVE WS-INVNO TO INH-INVNO.
           MOVE 0 TO INH-LINE-NO.
           READ INHFILE INVALID KEY
              IF WS-RESEND-FL = "Y"
                 MOVE "NOT ON INVOICE HISTORY" TO WS-RESULT
                 PERFORM WRITE-DETAIL
                 ADD 1 TO WS-BAD-CNT
              END-IF
              GO TO END-EXPORT-INVOICE.
           ADD 1 TO WS-SCAN-CNT.
           MOVE INH-DEALER-NO TO DET-DEALER-NO.
           MOVE INH-NAME TO DET-NAME.
           MOVE INH-WE-MM TO DET-WE-MM.
           MOVE INH-WE-DD TO DET-WE-DD.
           MOVE INH-DEALER-NO TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY MOVE SPACE TO WNA-EINV-FL.
           IF WNA-EINV-FL NOT = "Y" OR WNA-EINV-ID = SPACES
              ADD 1 TO WS-PAPER-CNT
              IF WS-RESEND-FL = "Y"
                 MOVE "DEALER NOT OPTED IN" TO WS-RESULT
                 PERFORM WRITE-DETAIL
                 ADD 1 TO WS-BAD-CNT
              END-IF
              GO TO END-EXPORT-INVOICE.
           MOVE WNA-EINV-ID TO DET-EINV-ID.
           MOVE "N" TO WS-LOGGED-FL.
           MOVE WS-INVNO TO EIL-INVNO.
           READ EILFILE INVALID KEY GO TO EXPORT-INVOICE-SEND.
           MOVE "Y" TO WS-LOGGED-FL.
           IF WS-RESEND-FL = "N"
              ADD 1 TO WS-DUP-CNT
              MOVE "ALREADY SENT" TO WS-RESULT
              MOVE EIL-INV-AMT TO DET-AMT
              PERFORM WRITE-DETAIL
              GO TO END-EXPORT-INVOICE.
       EXPORT-INVOICE-SEND.
           MOVE 0 TO WS-INV-DATE.
           IF WS-OIN-OPEN-FL = "Y"
              MOVE INH-DEALER-NO TO OIN-DEALER-NO
              MOVE WS-INVNO TO OIN-INVNO
              READ OINFILE INVALID KEY MOVE 0 TO OIN-INV-DATE
              END-READ
              MOVE OIN-INV-DATE TO WS-INV-DATE.
           IF WS-EXP-OPEN-FL = "N"
              OPEN OUTPUT EXPFILE
              MOVE "Y" TO WS-EXP-OPEN-FL.
           MOVE SPACES TO EXH.
           MOVE "HDR" TO EXH-TYPE.
           MOVE WNA-EINV-ID TO EXH-EINV-ID.
           MOVE WS-INVNO TO EXH-INVNO.
           MOVE INH-DEALER-NO TO EXH-DEALER-NO.
           MOVE WS-INV-DATE TO EXH-INV-DATE.
           MOVE INH-WE-MM TO EXH-WE-MM.
           MOVE INH-WE-DD TO EXH-WE-DD.
           MOVE INH-NAME TO EXH-NAME.
           MOVE INH-ADDR-LINE-2 TO EXH-ADDR-LINE-2.
           MOVE INH-ADDR-LINE-3 TO EXH-ADDR-LINE-3.
           WRITE EXH.
           ADD 1 TO WS-REC-CNT.
           PERFORM EXPORT-LINES THRU END-EXPORT-LINES.
           MOVE SPACES TO EXS.
           MOVE "SUM" TO EXS-TYPE.
           MOVE WNA-EINV-ID TO EXS-EINV-ID.
           MOVE WS-INVNO TO EXS-INVNO.
           MOVE WS-LINE-CNT TO EXS-LINE-CNT.
           MOVE WS-SALES-AMT TO EXS-SALES-AMT.
           MOVE WS-CRED-AMT TO EXS-CRED-AMT.
           MOVE WS-TAX-AMT TO EXS-TAX-AMT.
           MOVE WS-INV-AMT TO EXS-INV-AMT.
           WRITE EXS.
           ADD 1 TO WS-REC-CNT.
           ADD 1 TO WS-EXP-INV-CNT.
           ADD WS-INV-AMT TO WS-EXP-TOTAL.
           PERFORM LOG-INVOICE THRU END-LOG-INVOICE.
           MOVE WS-LINE-CNT TO DET-LINES.
           MOVE WS-INV-AMT TO DET-AMT.
           IF WS-RESEND-FL = "Y"
              ADD 1 TO WS-RESENT-CNT
              MOVE "RESENT - SEND NO " TO WS-RESULT
              MOVE EIL-SEND-CNT TO WS-RESULT (18:2)
           ELSE
              ADD 1 TO WS-SENT-CNT
              MOVE "SENT" TO WS-RESULT.
           IF WS-TOTAL-REC-FL = "N"
              OR WS-INV-AMT NOT = WS-TOTAL-REC-AMT
              ADD 1 TO WS-BAD-CNT
              MOVE "** LINES OFF INV TOTAL" TO WS-RESULT.
           PERFORM WRITE-DETAIL.
       END-EXPORT-INVOICE. EXIT.

      * the invoice's D lines as LIN records: the credit lines
      * DLRINVOICE nets in carry the credit labels, the tax line
      * SALES TAX; everything else is a sale.  the T record is
      * the invoice total the lines must add up to.
       EXPORT-LINES.
           MOVE 0 TO WS-LINE-CNT WS-SALES-AMT WS-CRED-AMT
               WS-TAX-AMT WS-INV-AMT WS-TOTAL-REC-AMT.
           MOVE "N" TO WS-TOTAL-REC-FL.
           MOVE WS-INVNO TO INH-INVNO.
           MOVE 0 TO INH-LINE-NO.
           START INHFILE KEY GREATER INH-PRIMARY-KEY
               INVALID KEY GO TO END-EXPORT-LINES.
       EXPORT-LINES-LOOP.
           READ INHFILE NEXT AT END GO TO END-EXPORT-LINES.
           IF INH-INVNO NOT = WS-INVNO GO TO END-EXPORT-LINES.
           IF INH-REC-TYPE = "T"
              MOVE "Y" TO WS-TOTAL-REC-FL
              MOVE INH-AMT TO WS-TOTAL-REC-AMT
              GO TO EXPORT-LINES-LOOP.
           IF INH-REC-TYPE NOT = "D" GO TO EXPORT-LINES-LOOP.
           MOVE SPACES TO EXL.
           MOVE "LIN" TO EXL-TYPE.
           MOVE WNA-EINV-ID TO EXL-EINV-ID.
           MOVE WS-INVNO TO EXL-INVNO.
           MOVE INH-LINE-NO TO EXL-LINE-NO.
           MOVE INH-TITLE-NO TO EXL-TITLE-NO.
           MOVE INH-TITLE TO EXL-TITLE.
           MOVE INH-NET TO EXL-NET.
           MOVE INH-RATE TO EXL-RATE.
           MOVE INH-AMT TO EXL-AMT.
           IF INH-TITLE = "SALES TAX"
              MOVE "T" TO EXL-LINE-TYPE
              ADD INH-AMT TO WS-TAX-AMT
           ELSE
              IF INH-TITLE = "LATE RETURN CREDIT"
                 OR INH-TITLE = "MISSED STOP CREDIT"
                 OR INH-TITLE = "VOLUME REBATE"
                 MOVE "C" TO EXL-LINE-TYPE
                 SUBTRACT INH-AMT FROM WS-CRED-AMT
              ELSE
                 MOVE "S" TO EXL-LINE-TYPE
                 ADD INH-AMT TO WS-SALES-AMT.
           ADD INH-AMT TO WS-INV-AMT.
           ADD 1 TO WS-LINE-CNT.
           WRITE EXL.
           ADD 1 TO WS-REC-CNT.
           GO TO EXPORT-LINES-LOOP.
       END-EXPORT-LINES. EXIT.

      * the transmission log: who the invoice went to and when.
      * a resend counts up and keeps the operator who asked.
       LOG-INVOICE.
           IF WS-LOGGED-FL = "N"
              INITIALIZE EIL
              MOVE WS-INVNO TO EIL-INVNO
              MOVE WS-RUN-DATE TO EIL-FIRST-DATE.
           MOVE DET-DEALER-NO TO EIL-DEALER-NO.
           MOVE WNA-EINV-ID TO EIL-EINV-ID.
           MOVE DET-WE-MM TO EIL-WE-MM.
           MOVE DET-WE-DD TO EIL-WE-DD.
           MOVE WS-INV-AMT TO EIL-INV-AMT.
           MOVE WS-RUN-DATE TO EIL-SENT-DATE.
           MOVE WS-TIME-HHMM TO EIL-SENT-TIME.
           ADD 1 TO EIL-SEND-CNT.
           IF WS-RESEND-FL = "Y"
              MOVE WS-PARM-OPERATOR TO EIL-OPERATOR.
           IF WS-LOGGED-FL = "Y"
              REWRITE EIL INVALID KEY WRITE EIL
           ELSE
              WRITE EIL INVALID KEY REWRITE EIL.
       END-LOG-INVOICE. EXIT.

       WRITE-DETAIL.
           MOVE WS-RESULT TO DET-RESULT.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.

       WRITE-TOTAL.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM TOTAL-LINE AFTER ADVANCING 1.
           MOVE SPACES TO TOTAL-LINE.

       END-JOB.
      * the trailer carries the control totals the receiving side
      * proves the file to.
           IF WS-EXP-OPEN-FL = "Y"
              ADD 1 TO WS-REC-CNT
              MOVE SPACES TO EXT
              MOVE "TRL" TO EXT-TYPE
              MOVE WS-RUN-DATE TO EXT-RUN-DATE
              MOVE WS-TIME-HHMM TO EXT-RUN-TIME
              MOVE WS-EXP-INV-CNT TO EXT-INV-CNT
              MOVE WS-REC-CNT TO EXT-REC-CNT
              MOVE WS-EXP-TOTAL TO EXT-TOTAL-AMT
              WRITE EXT
              CLOSE EXPFILE.
      * the export's high-water mark moves only on the normal run,
      * so a resend never skips or repeats the regular pickup.
           IF WS-RESEND-FL = "N"
              PERFORM STAMP-EXPORT THRU END-STAMP-EXPORT.
           MOVE SPACES TO TOTAL-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           MOVE "INVOICES LOOKED AT" TO TOT-LABEL.
           MOVE WS-SCAN-CNT TO TOT-CNT.
           PERFORM WRITE-TOTAL.
           MOVE "PAPER-BILLED DEALERS, NOT EXPORTED" TO TOT-LABEL.
           MOVE WS-PAPER-CNT TO TOT-CNT.
           PERFORM WRITE-TOTAL.
           MOVE "ALREADY ON THE TRANSMISSION LOG" TO TOT-LABEL.
           MOVE WS-DUP-CNT TO TOT-CNT.
           PERFORM WRITE-TOTAL.
           MOVE "INVOICES SENT" TO TOT-LABEL.
           MOVE WS-SENT-CNT TO TOT-CNT.
           PERFORM WRITE-TOTAL.
           MOVE "INVOICES RESENT" TO TOT-LABEL.
           MOVE WS-RESENT-CNT TO TOT-CNT.
           PERFORM WRITE-TOTAL.
           MOVE "EXPORT FILE RECORDS / INVOICE TOTAL" TO TOT-LABEL.
           MOVE WS-REC-CNT TO TOT-CNT.
           MOVE WS-EXP-TOTAL TO TOT-AMT.
           PERFORM WRITE-TOTAL.
           MOVE "FLAGGED" TO TOT-LABEL.
           MOVE WS-BAD-CNT TO TOT-CNT.
           PERFORM WRITE-TOTAL.
           IF WS-EXP-OPEN-FL = "Y"
              DISPLAY "EXPORT FILE: " WS-EXP-FILENAME
           ELSE
              DISPLAY "NO INVOICES FOR ELECTRONIC DELIVERY".
           DISPLAY "INVOICES SENT:   " WS-SENT-CNT.
           DISPLAY "INVOICES RESENT: " WS-RESENT-CNT.
           DISPLAY "INVOICES FLAGGED: " WS-BAD-CNT.
           IF WS-BAD-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           IF WS-OIN-OPEN-FL = "Y"
              CLOSE OINFILE.
           CLOSE INHFILE WNAFILE EILFILE PRLINE.
           COMPUTE WS-RUNLOG-CNT = WS-SENT-CNT + WS-RESENT-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           STOP RUN.

       STAMP-EXPORT.
           OPEN I-O WOJFILE.
           IF FL-STATUS NOT = "00"
              CLOSE WOJFILE
              OPEN OUTPUT WOJFILE
              CLOSE WOJFILE
              OPEN I-O WOJFILE.
           MOVE SPACES TO WOJ.
           MOVE "EINVX" TO WOJ-PRIMARY-KEY.
           MOVE WS-MM TO WOJ-DATE-MM.
           MOVE WS-DD TO WOJ-DATE-DD.
           MOVE WS-YY TO WOJ-DATE-YY.
           MOVE WS-THRU-INVNO TO WOJ-TEXT (1:7).
           WRITE WOJ INVALID KEY REWRITE WOJ.
           CLOSE WOJFILE.
       END-STAMP-EXPORT. EXIT.

       COPY WNLLOG.
       COPY OPRCHK.
