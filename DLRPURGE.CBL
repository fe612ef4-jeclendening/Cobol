      * READ BACK OUT OF THE DATED ARCHIVE FILES AND REWRITTEN
      * TO THE LIVE FILES, FOR THE DEALER WHO REOPENS.
      *
      * A RESTORE, OR A FORCE PAST THE BATCH-ACTIVE LOCK, NEEDS
      * THE OPERATOR ID IN POSITIONS 21-28 OF THE COMMAND LINE.
      *
      **********************************************************
      *  MODIFICATION HISTORY:
      *
      *           purge, after the RESTNNNNNMMDD parameter for a
      *           restore), and the override is logged.
      *
      *   MODIFIED: 10/15/2026
      *   PROGRAMMER: Jeffrey Clendening
      *   MODIFICATION:
      *           a FORCE override or a restore now needs the
      *           operator id in positions 21-28, active on the
      *           OPRFILE operator master with a role that may run
      *           DLRPURGE (a supervisor role for FORCE); a refusal
      *           stops the run and is logged to the WNLFILE run log.
      *           the plain nightly purge runs without one.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY WNASEL.
       COPY WNKSEL.
       COPY WNLSEL.
       COPY OPRSEL.
           SELECT WNAARCHFILE ASSIGN WS-WNA-ARCH-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           STATUS FL-STATUS.
       FD  WNLFILE LABEL RECORD STANDARD DATA RECORD WNL.
       01  WNL.
       COPY WNL.
       FD  OPRFILE LABEL RECORD STANDARD DATA RECORD OPR.
       01  OPR.
       COPY OPR.
       FD  WNAARCHFILE LABEL RECORD STANDARD DATA RECORD WNAARCH-LINE.
       01  WNAARCH-LINE PIC X(180).
       FD  WNKARCHFILE LABEL RECORD STANDARD DATA RECORD WNKARCH-LINE.
           05  WS-WNK-ARCH-MM PIC 99.
           05  WS-WNK-ARCH-DD PIC 99.
           05  FILLER PIC X(4) VALUE ".DAT".
       01  WS-PARM-CMD  PIC X(28) VALUE SPACES.
       01  WS-PARM-CMD-R REDEFINES WS-PARM-CMD.
           05  WS-PARM-MODE      PIC X(4).
           05  WS-PARM-DEALER-NO PIC X(5).
           05  WS-PARM-ARCH-DD   PIC 99.
           05  FILLER            PIC X.
           05  WS-PARM-FORCE     PIC X(5).
           05  FILLER            PIC X.
           05  WS-PARM-OPERATOR  PIC X(8).
       01  WS-DATE.
           05  WS-YY PIC 99.
           05  WS-MM PIC 99.
           05  WS-TITLE-ENT OCCURS 500 TIMES PIC 999.
       COPY WNLWS.
       COPY WNLQWS.
       COPY OPRWS.
       01  HEAD-1.
           05  FILLER PIC X(30) VALUE "INACTIVE DEALER PURGE REGISTER".
       01  REG-LINE.
           MOVE WS-PARM-FORCE TO WS-QUIESCE-PARM.
           IF WS-PARM-CMD (1:5) = "FORCE"
              MOVE "FORCE" TO WS-QUIESCE-PARM.
      * the scheduled purge runs unattended; a restore or a forced
      * run is an operator's, and is checked.
           IF WS-QUIESCE-PARM = "FORCE" OR WS-PARM-MODE = "REST"
              MOVE "DLRPURGE" TO WS-OPR-PROGRAM
              MOVE WS-PARM-OPERATOR TO WS-OPR-OPERATOR
              IF WS-QUIESCE-PARM = "FORCE"
                 MOVE "Y" TO WS-OPR-SUPV-REQ
              END-IF
              PERFORM OPR-CHECK-RTN THRU END-OPR-CHECK-RTN.
           MOVE WS-PARM-OPERATOR TO WS-QUIESCE-OPERATOR.
           PERFORM QUIESCE-CHECK-RTN THRU END-QUIESCE-CHECK-RTN.
           MOVE "DLRPURGE" TO WS-RUNLOG-PROGRAM.
           PERFORM RUNLOG-START-RTN THRU END-RUNLOG-START-RTN.
       COPY WNLLOG.

       COPY WNLQUIES.
       COPY OPRCHK.
