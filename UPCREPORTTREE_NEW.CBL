      *          TREESETTLE's per-banner invoices price at each
      *          chain's own cost.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *   JEC-17: every feed row's store is checked against the
      *          CHNFILE chain store master -- a store not on file
      *          or no longer active goes to the exception listing
      *          with its own count instead of into the tree-up.
      *
      *  ********************************************
       ENVIRONMENT DIVISION.                                                    
       CONFIGURATION SECTION.                                                   
        COPY WNTSEL.
        COPY BNRSEL.
        COPY WNBSEL.
        COPY CHNSEL.
       COPY WNLSEL.
           SELECT TREEBALFILE ASSIGN PRINT "/home/prb/w/TREEBAL.PRT"
               STATUS FL-STATUS.
        01  WNB.
        COPY WNB.

      *JEC-17: chain store master.
       FD  CHNFILE LABEL RECORD STANDARD DATA RECORD CHN.
        01  CHN.
        COPY CHN.

       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
           05  FILLER PIC X(19) VALUE "TOTAL NOT FOUND - ".
           05  NOTFOUND-TOTAL-CNT PIC ZZZZ9.

      *JEC-17: feed rows for a store not on the CHNFILE chain store
      *      master, or on it but no longer active, land on the same
      *      exception listing and are counted apart.
        01  STORE-REJ-TOTAL-LINE.
           05  FILLER PIC X(25) VALUE "TOTAL STORE REJECTS - ".
           05  STORE-REJ-TOTAL-CNT PIC ZZZZ9.
        01  WS-STORE-REJ-CNT PIC 9(5) VALUE 0.
        01  WS-CHN-OPEN-FL   PIC X VALUE "N".
        01  WS-STORE-OK-FL   PIC X VALUE "Y".

        01  F-KEY PIC 9999.

      *JEC-13: the four-region scheme is no longer wired into this
            DISPLAY "NO WNBFILE BANNER PRICES - WNTFILE PRICES "
                "APPLY THROUGHOUT".
           PERFORM LOAD-BANNER-TABLE THRU END-LOAD-BANNER-TABLE.
           OPEN INPUT CHNFILE.
           IF FL-STATUS = "00"
            MOVE "Y" TO WS-CHN-OPEN-FL
           ELSE
            DISPLAY "NO CHNFILE CHAIN STORE MASTER - FEED STORES "
                "NOT CHECKED".
           PERFORM BALANCE-TREE-RTN THRU END-BALANCE-TREE-RTN.
           PERFORM ARCHIVE-RTN THRU ARCHIVE-RTN-EXIT.
           OPEN OUTPUT WNKTREEFILE.
      *JEC-15: the header and trailer control records are not scans.
           IF TREE (1:3) = "HDR" OR TREE (1:3) = "TRL"
            GO TO START-TREE.
      *JEC-17: unknown or closed stores stop here.
           PERFORM CHECK-STORE THRU END-CHECK-STORE.
           IF WS-STORE-OK-FL = "N"
            GO TO START-TREE.
        
      *     INITIALIZE WNKTREE.
           PERFORM FIND-TITLE-NO THRU END-FIND-TITLE-NO.
       END-JOB.
           MOVE WS-NOTFOUND-CNT TO NOTFOUND-TOTAL-CNT.
           WRITE LINEPR FROM NOTFOUND-TOTAL-LINE AFTER ADVANCING 2.
           MOVE WS-STORE-REJ-CNT TO STORE-REJ-TOTAL-CNT.
           WRITE LINEPR FROM STORE-REJ-TOTAL-LINE AFTER ADVANCING 1.
           IF WS-STORE-REJ-CNT GREATER 0
            DISPLAY "FEED ROWS REJECTED FOR UNKNOWN/CLOSED STORE: "
                WS-STORE-REJ-CNT.
           MOVE WS-TREE-ACT-COUNT TO WS-RUNLOG-CNT.
           PERFORM RUNLOG-END-RTN THRU END-RUNLOG-END-RTN.
           CLOSE WNAFILE WNKFILE WNXFILE TREEFILE PRLINE WNRFILE
            WNMFILE WNTFILE.
           IF WS-WNB-OPEN-FL = "Y"
            CLOSE WNBFILE.
           IF WS-CHN-OPEN-FL = "Y"
            CLOSE CHNFILE.
           STOP RUN.

      *JEC-17: the feed row's store must be on the CHNFILE chain
      *      store master and active.  a store past its close date
      *      stays active until TREESETTLE has billed its final
      *      settlement, so its last returns still post.
       CHECK-STORE.
           MOVE "Y" TO WS-STORE-OK-FL.
           IF WS-CHN-OPEN-FL = "N" GO TO END-CHECK-STORE.
           MOVE SPACES TO LINEPR.
           MOVE TREE-LOCATION TO CHN-STORE-NO.
           READ CHNFILE INVALID KEY
            MOVE "UNKNOWN STORE" TO LP-REASON
            MOVE "NOT ON CHAIN STORE MASTER" TO LP-TITLE
            GO TO CHECK-STORE-REJECT.
           IF CHN-ACTIVE-FL = "Y" GO TO END-CHECK-STORE.
           MOVE "CLOSED STORE" TO LP-REASON.
           MOVE CHN-NAME TO LP-TITLE.
       CHECK-STORE-REJECT.
           MOVE "N" TO WS-STORE-OK-FL.
           MOVE TREE-LOCATION TO LP-DEALER-NO.
           MOVE TREE-SKU TO LP-BIPAD.
           MOVE TREE-LOCATION TO LP-REASON (15:5).
           WRITE LINEPR AFTER ADVANCING 1.
           ADD 1 TO WS-STORE-REJ-CNT.
       END-CHECK-STORE. EXIT.

      *JEC-16: the banner master's store ranges load once; a
      *      missing BNRFILE just means every store prices off
      *      WNTFILE the way it always did.
