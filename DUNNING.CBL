       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
       AUTHOR. Jeffrey Clendening
      **********************************************************
      * REMARKS: WEEKLY PAST-DUE DUNNING NOTICES OFF THE OINFILE
      * OPEN-INVOICE FILE.  ARAGE TELLS COLLECTIONS WHO IS LATE
      * BUT NOBODY TELLS THE DEALER; THIS WALKS OINFILE IN DEALER
      * ORDER, AGES EVERY INVOICE STILL CARRYING A BALANCE WITH
      * THE SAME YEAR-365 / MONTH-30 ARITHMETIC ARAGE USES, AND
      * PICKS A NOTICE TIER OFF THE DEALER'S OLDEST PAST-DUE
      * INVOICE.  THE DEALER'S OPEN CREDIT MEMOS (STATUS "C") COME
      * OFF THE PAST-DUE TOTAL; A DEALER THEY COVER IS CURRENT.
      *     TIER 1  OLDEST 31-60 DAYS   FRIENDLY REMINDER
      *     TIER 2  OLDEST 61-90 DAYS   SECOND NOTICE
      *     TIER 3  OLDEST OVER 90      FINAL NOTICE BEFORE HOLD
      * EACH NOTICE IS ADDRESSED OFF THE WNAFILE NAME AND ADDRESS
      * AND LISTS THE PAST-DUE INVOICES WITH THEIR BALANCES, LESS
      * THE OPEN CREDITS.  A DEALER NOT ON WNAFILE GETS NO NOTICE
      * AND NO HOLD, ONLY AN EXCEPTION LINE ON THE REGISTER AND
      * RETURN CODE 8.
      * THE DUNHIST NOTICE HISTORY FILE (ONE RECORD PER DEALER)
      * REMEMBERS THE DATE AND AMOUNT EACH TIER WENT OUT, SO THE
      * SAME TIER IS NEVER SENT TWICE FOR ONE DELINQUENCY; WHEN A
      * DEALER COMES BACK CURRENT THE TIER DATES ARE CLEARED (THE
      * CLEARED DATE IS KEPT) SO A LATER DELINQUENCY STARTS OVER
      * AT THE REMINDER.
      * EVERY FINAL-TIER DEALER NOT ALREADY ON CREDIT HOLD IS
      * WRITTEN TO DUNHOLD.TRN AS AN "H" TRANSACTION IN THE
      * HOLDMAINT.TRN LAYOUT -- NOTHING IS HELD HERE; A
      * SUPERVISOR REVIEWS THE REGISTER AND RELEASES THE FILE TO
      * HOLDMAINT UNDER THEIR OWN OPERATOR ID.
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
      *           written-off invoices (status "W") are not dunned.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           the dealer's open credit memos (status "C" items with
      *           a credit still open) are netted against the past-due
      *           total; the notice shows them and the net, and a dealer
      *           they cover is treated as current.  a past-due dealer
      *           missing from WNAFILE gets no notice and no DUNHOLD.TRN
      *           record, only an exception line on the register, and
      *           the run ends with return code 8.
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
           SELECT DNHFILE ASSIGN RANDOM "/home/prb/f/DUNHIST.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD DNH-PRIMARY-KEY OF DNH
           STATUS FL-STATUS.
           SELECT HLDFILE ASSIGN "/u/prb/f/trenton/DUNHOLD.TRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
           SELECT NOTLINE ASSIGN PRINT "/home/prb/w/DUNNING.PRT"
           STATUS FL-STATUS.
           SELECT PRLINE ASSIGN PRINT "/home/prb/w/DUNREG.PRT"
           STATUS FL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OINFILE LABEL RECORD STANDARD DATA RECORD OIN.
       01  OIN.
       COPY OIN.
       FD  WNAFILE LABEL RECORD STANDARD DATA RECORD WNA.
       01  WNA.
       COPY WNA.
      * notice history: the date and balance each tier went out
      * for the delinquency in progress, and when the dealer last
      * came back current.
       FD  DNHFILE LABEL RECORD STANDARD DATA RECORD DNH.
       01  DNH.
           05  DNH-PRIMARY-KEY.
               10  DNH-DEALER-NO   PIC 9(5).
           05  DNH-LAST-TIER       PIC 9.
           05  DNH-TIER-DATA OCCURS 3 TIMES.
               10  DNH-TIER-DATE   PIC 9(6).
               10  DNH-TIER-AMT    PIC 9(7)V99.
           05  DNH-CLEAR-DATE      PIC 9(6).
           05  DNH-NOTICE-CNT      PIC 9(5).
           05  FILLER              PIC X(10).
      * same layout as HOLDMAINT.TRN so the file can be released
      * to HOLDMAINT as it stands.
       FD  HLDFILE LABEL RECORD STANDARD DATA RECORD HLD.
       01  HLD.
           05  HLD-ACTION      PIC X.
           05  HLD-DEALER-NO   PIC 9(5).
       FD  NOTLINE LABEL RECORD OMITTED DATA RECORD NOTPR.
       01  NOTPR PIC X(132).
       FD  PRLINE LABEL RECORD OMITTED DATA RECORD LINEPR.
       01  LINEPR PIC X(132).

       WORKING-STORAGE SECTION.
       01  FL-STATUS    PIC XX    VALUE SPACE.
       01  REPLYX       PIC X     VALUE SPACE.
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-DD PIC 99.
       01  WS-RUN-DATE   PIC 9(6) VALUE 0.
       01  WS-INV-DATE-R.
           05  WS-INV-YY PIC 99.
           05  WS-INV-MM PIC 99.
           05  WS-INV-DD PIC 99.
       01  WS-TODAY-DAYS PIC S9(7) VALUE 0.
       01  WS-INV-DAYS   PIC S9(7) VALUE 0.
       01  WS-AGE-DAYS   PIC S9(5) VALUE 0.
       01  WS-OLDEST-AGE PIC S9(5) VALUE 0.
       01  WS-BALANCE    PIC S9(7)V99 VALUE 0.
       01  WS-SAVE-DEALER PIC 9(5) VALUE 0.
       01  WS-TIER       PIC 9     VALUE 0.
       01  WS-NEW-HIST-FL PIC X    VALUE "N".
      * the dealer in progress: every past-due invoice (over 30
      * days) is held here until the dealer breaks so the notice
      * can list them under the address block.
       01  WS-DUE-MAX    PIC 99 VALUE 50.
       01  WS-DUE-CNT    PIC 99 VALUE 0.
       01  WS-DUE-OVER   PIC 9(5) VALUE 0.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 50 TIMES.
               10  WS-DUE-INVNO    PIC 9(7).
               10  WS-DUE-WE-MM    PIC 99.
               10  WS-DUE-WE-DD    PIC 99.
               10  WS-DUE-AGE      PIC S9(5).
               10  WS-DUE-BALANCE  PIC S9(7)V99.
       01  WS-DUE-TOTAL  PIC S9(7)V99 VALUE 0.
       01  WS-OPEN-TOTAL PIC S9(7)V99 VALUE 0.
      * the dealer's open credit memos (negative) and the past-due
      * total net of them.
       01  WS-CRED-TOTAL PIC S9(7)V99 VALUE 0.
       01  WS-NET-DUE    PIC S9(7)V99 VALUE 0.
       01  WS-NOWNA-FL   PIC X VALUE "N".
       01  WS-EXCEPT-CNT PIC 9(5) VALUE 0.
       01  DX            PIC 99 VALUE 0.
       01  WS-DEALER-CNT PIC 9(5) VALUE 0.
       01  WS-PASTDUE-CNT PIC 9(5) VALUE 0.
       01  WS-REPEAT-CNT PIC 9(5) VALUE 0.
       01  WS-CLEAR-CNT  PIC 9(5) VALUE 0.
       01  WS-HOLD-CNT   PIC 9(5) VALUE 0.
       01  WS-NOTICE-CNT PIC 9(5) VALUE 0.
       01  WS-TIER-CNTS.
           05  WS-TIER-CNT OCCURS 3 TIMES PIC 9(5).
       01  WS-NOTICE-AMT PIC 9(9)V99 VALUE 0.
       01  WS-TIER-TITLES.
           05  FILLER PIC X(40) VALUE
               "REMINDER - PAYMENT PAST DUE             ".
           05  FILLER PIC X(40) VALUE
               "SECOND NOTICE - PAYMENT PAST DUE        ".
           05  FILLER PIC X(40) VALUE
               "FINAL NOTICE - ACCOUNT SUBJECT TO HOLD  ".
       01  WS-TIER-TITLES-R REDEFINES WS-TIER-TITLES.
           05  WS-TIER-TITLE OCCURS 3 TIMES PIC X(40).
       01  WS-TIER-TEXTS.
           05  FILLER PIC X(64) VALUE
           "OUR RECORDS SHOW THE INVOICES BELOW ARE PAST DUE.  PLEASE".
           05  FILLER PIC X(64) VALUE
           "REMIT THE BALANCE SHOWN OR CALL THE OFFICE IF PAID.      ".
           05  FILLER PIC X(64) VALUE
           "WE HAVE NOT RECEIVED PAYMENT AFTER OUR EARLIER REMINDER. ".
           05  FILLER PIC X(64) VALUE
           "PLEASE REMIT THE BALANCE SHOWN WITHIN TEN DAYS.          ".
           05  FILLER PIC X(64) VALUE
           "THE INVOICES BELOW ARE OVER 90 DAYS PAST DUE.  UNLESS    ".
           05  FILLER PIC X(64) VALUE
           "PAID, DELIVERIES WILL BE PLACED ON CREDIT HOLD.          ".
       01  WS-TIER-TEXTS-R REDEFINES WS-TIER-TEXTS.
           05  WS-TIER-TEXT OCCURS 3 TIMES.
               10  WS-TIER-TEXT-1 PIC X(64).
               10  WS-TIER-TEXT-2 PIC X(64).
       01  NOT-HEAD-1.
           05  FILLER PIC X(26) VALUE "DEALER ACCOUNT NOTICE     ".
           05  FILLER PIC X(6) VALUE "DATE  ".
           05  NH1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  NH1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  NH1-YY PIC 99.
       01  NOT-HEAD-2.
           05  NH2-DEALER-NO PIC 99999.
           05  FILLER PIC XX VALUE SPACE.
           05  NH2-NAME PIC X(30).
       01  NOT-HEAD-3.
           05  FILLER PIC X(7) VALUE SPACE.
           05  NH3-ADDR PIC X(30).
       01  NOT-HEAD-4.
           05  FILLER PIC X(7) VALUE SPACE.
           05  NH4-TITLE PIC X(40).
       01  NOT-TEXT.
           05  FILLER PIC X(7) VALUE SPACE.
           05  NTX-TEXT PIC X(64).
       01  NOT-HEAD-5.
           05  FILLER PIC X(7) VALUE SPACE.
           05  FILLER PIC X(40) VALUE
               "INVOICE   W/E    DAYS PAST DUE   BALANCE".
       01  NOT-DETAIL.
           05  FILLER PIC X(7) VALUE SPACE.
           05  ND-INVNO  PIC 9(7).
           05  FILLER PIC X(3) VALUE SPACE.
           05  ND-WE-MM  PIC 99.
           05  FILLER PIC X VALUE "/".
           05  ND-WE-DD  PIC 99.
           05  FILLER PIC X(5) VALUE SPACE.
           05  ND-AGE    PIC ZZZZ9.
           05  FILLER PIC X(3) VALUE SPACE.
           05  ND-BALANCE PIC -ZZZZZZ9.99.
       01  NOT-TOTAL.
           05  FILLER PIC X(7) VALUE SPACE.
           05  NT-LABEL PIC X(26).
           05  NT-AMT  PIC -ZZZZZZ9.99.
       01  HEAD-1.
           05  FILLER PIC X(36) VALUE
               "DUNNING NOTICE REGISTER           ".
           05  H1-MM PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-DD PIC 99.
           05  FILLER PIC X VALUE "/".
           05  H1-YY PIC 99.
       01  HEAD-2.
           05  FILLER PIC X(38) VALUE
               "DEALER NAME                    TIER ".
           05  FILLER PIC X(44) VALUE
               "OLDEST   PAST DUE  ACTION".
       01  DETAIL-LINE.
           05  DET-DEALER-NO PIC 9(5).
           05  FILLER        PIC X VALUE SPACE.
           05  DET-NAME      PIC X(24).
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-TIER      PIC 9.
           05  FILLER        PIC X(4) VALUE SPACE.
           05  DET-AGE       PIC ZZZZ9.
           05  FILLER        PIC X VALUE SPACE.
           05  DET-AMT       PIC -ZZZZZZ9.99.
           05  FILLER        PIC X(2) VALUE SPACE.
           05  DET-ACTION    PIC X(36).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-RUN-DATE.
           COMPUTE WS-TODAY-DAYS =
               WS-YY * 365 + WS-MM * 30 + WS-DD.
           OPEN INPUT OINFILE.
           IF FL-STATUS NOT = "00"
              DISPLAY "NO OPEN-INVOICE FILE ON HAND - RUN "
                  "DLRINVOICE FIRST"
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT WNAFILE.
           OPEN I-O DNHFILE.
           IF FL-STATUS NOT = "00"
              CLOSE DNHFILE
              OPEN OUTPUT DNHFILE
              CLOSE DNHFILE
              OPEN I-O DNHFILE.
           OPEN OUTPUT HLDFILE.
           OPEN OUTPUT NOTLINE.
           OPEN OUTPUT PRLINE.
           MOVE WS-MM TO H1-MM NH1-MM.
           MOVE WS-DD TO H1-DD NH1-DD.
           MOVE WS-YY TO H1-YY NH1-YY.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-1 AFTER ADVANCING 1.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM HEAD-2 AFTER ADVANCING 2.
           INITIALIZE WS-TIER-CNTS.
           INITIALIZE OIN.
           START OINFILE KEY NOT LESS OIN-PRIMARY-KEY
               INVALID KEY GO TO END-JOB.
       READ-OIN.
           READ OINFILE NEXT AT END GO TO END-JOB.
           IF OIN-DEALER-NO NOT = WS-SAVE-DEALER
              PERFORM END-DEALER THRU END-END-DEALER
              MOVE OIN-DEALER-NO TO WS-SAVE-DEALER
              ADD 1 TO WS-DEALER-CNT.
           SUBTRACT OIN-PAID-AMT FROM OIN-INV-AMT
               GIVING WS-BALANCE.
           IF OIN-STATUS = "C" AND WS-BALANCE LESS 0
              ADD WS-BALANCE TO WS-CRED-TOTAL
              GO TO READ-OIN.
           IF OIN-STATUS = "P" OR OIN-STATUS = "W"
              OR WS-BALANCE NOT GREATER 0
              GO TO READ-OIN.
           ADD WS-BALANCE TO WS-OPEN-TOTAL.
           MOVE OIN-INV-DATE TO WS-INV-DATE-R.
           COMPUTE WS-INV-DAYS =
               WS-INV-YY * 365 + WS-INV-MM * 30 + WS-INV-DD.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-INV-DAYS.
           IF WS-AGE-DAYS NOT GREATER 30 GO TO READ-OIN.
           IF WS-AGE-DAYS GREATER WS-OLDEST-AGE
              MOVE WS-AGE-DAYS TO WS-OLDEST-AGE.
           ADD WS-BALANCE TO WS-DUE-TOTAL.
           IF WS-DUE-CNT NOT LESS WS-DUE-MAX
              ADD 1 TO WS-DUE-OVER
              GO TO READ-OIN.
           ADD 1 TO WS-DUE-CNT.
           MOVE OIN-INVNO TO WS-DUE-INVNO (WS-DUE-CNT).
           MOVE OIN-WE-MM TO WS-DUE-WE-MM (WS-DUE-CNT).
           MOVE OIN-WE-DD TO WS-DUE-WE-DD (WS-DUE-CNT).
           MOVE WS-AGE-DAYS TO WS-DUE-AGE (WS-DUE-CNT).
           MOVE WS-BALANCE TO WS-DUE-BALANCE (WS-DUE-CNT).
           GO TO READ-OIN.

      * dealer break: pick the tier off the oldest past-due
      * invoice, check the notice history, and send, suppress or
      * clear.  open credits that cover the past due leave the
      * dealer current.
       END-DEALER.
           IF WS-SAVE-DEALER = 0 GO TO CLEAR-DEALER.
           MOVE 0 TO WS-TIER.
           ADD WS-DUE-TOTAL WS-CRED-TOTAL GIVING WS-NET-DUE.
           IF WS-NET-DUE GREATER 0
              IF WS-OLDEST-AGE GREATER 90
                 MOVE 3 TO WS-TIER
              ELSE
                 IF WS-OLDEST-AGE GREATER 60
                    MOVE 2 TO WS-TIER
                 ELSE
                    MOVE 1 TO WS-TIER.
           MOVE "N" TO WS-NEW-HIST-FL.
           MOVE WS-SAVE-DEALER TO DNH-DEALER-NO.
           READ DNHFILE INVALID KEY
              MOVE "Y" TO WS-NEW-HIST-FL.
           IF WS-TIER = 0
              PERFORM CLEAR-HISTORY THRU END-CLEAR-HISTORY
              GO TO CLEAR-DEALER.
           ADD 1 TO WS-PASTDUE-CNT.
           IF WS-NEW-HIST-FL = "Y"
              INITIALIZE DNH
              MOVE WS-SAVE-DEALER TO DNH-DEALER-NO.
           MOVE "N" TO WS-NOWNA-FL.
           MOVE WS-SAVE-DEALER TO WNA-DEALER-NO.
           READ WNAFILE INVALID KEY
              MOVE "Y" TO WS-NOWNA-FL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-SAVE-DEALER TO DET-DEALER-NO.
           MOVE WNA-NAME TO DET-NAME.
           MOVE WS-TIER TO DET-TIER.
           MOVE WS-OLDEST-AGE TO DET-AGE.
           MOVE WS-NET-DUE TO DET-AMT.
      * no name and address to send to and no master to hold: the
      * dealer is left for the office to look into.
           IF WS-NOWNA-FL = "Y"
              MOVE "DEALER NOT ON MASTER" TO DET-NAME
              MOVE "NOT ON WNAFILE - NO NOTICE OR HOLD" TO DET-ACTION
              ADD 1 TO WS-EXCEPT-CNT
              GO TO END-DEALER-LINE.
           IF DNH-TIER-DATE (WS-TIER) NOT = 0
              ADD 1 TO WS-REPEAT-CNT
              MOVE "ALREADY SENT XX/XX/XX - SUPPRESSED" TO DET-ACTION
              MOVE DNH-TIER-DATE (WS-TIER) (3:2) TO DET-ACTION (14:2)
              MOVE DNH-TIER-DATE (WS-TIER) (5:2) TO DET-ACTION (17:2)
              MOVE DNH-TIER-DATE (WS-TIER) (1:2) TO DET-ACTION (20:2)
           ELSE
              PERFORM PRINT-NOTICE THRU END-PRINT-NOTICE
              MOVE "NOTICE SENT" TO DET-ACTION.
           IF WS-TIER = 3
              IF WNA-CREDIT-HOLD-FL = "Y"
                 MOVE "ON HOLD" TO DET-ACTION (26:7)
              ELSE
                 MOVE "H" TO HLD-ACTION
                 MOVE WS-SAVE-DEALER TO HLD-DEALER-NO
                 WRITE HLD
                 ADD 1 TO WS-HOLD-CNT
                 MOVE "HOLD REC" TO DET-ACTION (26:8).
       END-DEALER-LINE.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR FROM DETAIL-LINE AFTER ADVANCING 1.
       CLEAR-DEALER.
           MOVE 0 TO WS-DUE-CNT WS-DUE-OVER WS-OLDEST-AGE.
           MOVE 0 TO WS-DUE-TOTAL WS-OPEN-TOTAL WS-CRED-TOTAL.
       END-END-DEALER. EXIT.

      * the notice itself: address block off WNAFILE, the tier
      * wording, the past-due invoices and the total, less any
      * open credits -- then the history records the tier so it
      * does not go out again.
       PRINT-NOTICE.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-HEAD-1 AFTER ADVANCING 3.
           MOVE WS-SAVE-DEALER TO NH2-DEALER-NO.
           MOVE WNA-NAME TO NH2-NAME.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-HEAD-2 AFTER ADVANCING 2.
           MOVE WNA-ADDR-LINE-2 TO NH3-ADDR.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-HEAD-3 AFTER ADVANCING 1.
           MOVE WNA-ADDR-LINE-3 TO NH3-ADDR.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-HEAD-3 AFTER ADVANCING 1.
           MOVE WS-TIER-TITLE (WS-TIER) TO NH4-TITLE.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-HEAD-4 AFTER ADVANCING 2.
           MOVE WS-TIER-TEXT-1 (WS-TIER) TO NTX-TEXT.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-TEXT AFTER ADVANCING 2.
           MOVE WS-TIER-TEXT-2 (WS-TIER) TO NTX-TEXT.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-TEXT AFTER ADVANCING 1.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-HEAD-5 AFTER ADVANCING 2.
           MOVE 0 TO DX.
       PRINT-NOTICE-LOOP.
           ADD 1 TO DX.
           IF DX GREATER WS-DUE-CNT GO TO PRINT-NOTICE-TOTAL.
           MOVE WS-DUE-INVNO (DX) TO ND-INVNO.
           MOVE WS-DUE-WE-MM (DX) TO ND-WE-MM.
           MOVE WS-DUE-WE-DD (DX) TO ND-WE-DD.
           MOVE WS-DUE-AGE (DX) TO ND-AGE.
           MOVE WS-DUE-BALANCE (DX) TO ND-BALANCE.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-DETAIL AFTER ADVANCING 1.
           GO TO PRINT-NOTICE-LOOP.
       PRINT-NOTICE-TOTAL.
           IF WS-DUE-OVER GREATER 0
              MOVE SPACES TO NOTPR
              MOVE "FURTHER PAST-DUE INVOICES INCLUDED IN TOTAL"
                  TO NOTPR (8:43)
              WRITE NOTPR AFTER ADVANCING 1.
           MOVE "TOTAL PAST DUE" TO NT-LABEL.
           MOVE WS-DUE-TOTAL TO NT-AMT.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-TOTAL AFTER ADVANCING 2.
           IF WS-CRED-TOTAL = 0 GO TO PRINT-NOTICE-HIST.
           MOVE "LESS OPEN CREDITS" TO NT-LABEL.
           MOVE WS-CRED-TOTAL TO NT-AMT.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-TOTAL AFTER ADVANCING 1.
           MOVE "NET PAST DUE" TO NT-LABEL.
           MOVE WS-NET-DUE TO NT-AMT.
           MOVE SPACES TO NOTPR.
           WRITE NOTPR FROM NOT-TOTAL AFTER ADVANCING 1.
       PRINT-NOTICE-HIST.
           ADD 1 TO WS-NOTICE-CNT.
           ADD 1 TO WS-TIER-CNT (WS-TIER).
           ADD WS-NET-DUE TO WS-NOTICE-AMT.
           MOVE WS-TIER TO DNH-LAST-TIER.
           MOVE WS-RUN-DATE TO DNH-TIER-DATE (WS-TIER).
           MOVE WS-NET-DUE TO DNH-TIER-AMT (WS-TIER).
           ADD 1 TO DNH-NOTICE-CNT.
           IF WS-NEW-HIST-FL = "Y"
              WRITE DNH INVALID KEY REWRITE DNH
           ELSE
              REWRITE DNH INVALID KEY WRITE DNH.
       END-PRINT-NOTICE. EXIT.

      * a dealer with nothing over 30 days, or with open credits
      * that cover what is, is current: wipe the tier dates so the
      * next delinquency starts at the reminder, keeping the date
      * the account came back.
       CLEAR-HISTORY.
           IF WS-NEW-HIST-FL = "Y" GO TO END-CLEAR-HISTORY.
           IF DNH-LAST-TIER = 0 GO TO END-CLEAR-HISTORY.
           MOVE 0 TO DNH-LAST-TIER.
           MOVE 0 TO DNH-TIER-DATE (1) DNH-TIER-DATE (2)
                     DNH-TIER-DATE (3).
           MOVE 0 TO DNH-TIER-AMT (1) DNH-TIER-AMT (2)
                     DNH-TIER-AMT (3).
           MOVE WS-RUN-DATE TO DNH-CLEAR-DATE.
           REWRITE DNH INVALID KEY GO TO END-CLEAR-HISTORY.
           ADD 1 TO WS-CLEAR-CNT.
       END-CLEAR-HISTORY. EXIT.

       END-JOB.
           PERFORM END-DEALER THRU END-END-DEALER.
           MOVE SPACES TO LINEPR.
           WRITE LINEPR AFTER ADVANCING 1.
           DISPLAY "DEALERS ON OINFILE:          " WS-DEALER-CNT.
           DISPLAY "DEALERS PAST DUE:            " WS-PASTDUE-CNT.
           DISPLAY "REMINDERS SENT:              " WS-TIER-CNT (1).
           DISPLAY "SECOND NOTICES SENT:         " WS-TIER-CNT (2).
           DISPLAY "FINAL NOTICES SENT:          " WS-TIER-CNT (3).
           DISPLAY "NOTICES SUPPRESSED (SENT):   " WS-REPEAT-CNT.
           DISPLAY "DOLLARS NOTICED:             " WS-NOTICE-AMT.
           DISPLAY "DEALERS BACK CURRENT:        " WS-CLEAR-CNT.
           DISPLAY "HOLDS RECOMMENDED:           " WS-HOLD-CNT.
           DISPLAY "DEALERS NOT ON WNAFILE:      " WS-EXCEPT-CNT.
           IF WS-EXCEPT-CNT GREATER 0
              MOVE 8 TO RETURN-CODE.
           IF WS-HOLD-CNT GREATER 0
              DISPLAY "REVIEW DUNREG AND RELEASE DUNHOLD.TRN "
                  "TO HOLDMAINT".
           CLOSE OINFILE WNAFILE DNHFILE HLDFILE NOTLINE PRLINE.
           STOP RUN.
