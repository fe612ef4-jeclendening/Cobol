       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZMA33CMP.
       AUTHOR. JEFFREY CLENDENING
      ******************************************************************
      *REMARKS.                                                        *
      * follow-on step to zma33pra.  compares the zma41a3o file this   *
      * cycle sends on against the copy kept from last cycle           *
      * (zma41a3p), ssn by ssn, and lists ssns added, ssns dropped,    *
      * and grade changes that neither the zma33chg change audit nor   *
      * the zma33rtr retro report accounts for.  prints a headcount-   *
      * by-grade distribution for both cycles; a grade whose           *
      * headcount swings past the zma33tol tolerance ends the step     *
      * with return code 8 and last cycle's copy is left in place.     *
      * a clean compare (or a parm of ACCEPT) rolls this cycle's       *
      * output forward as the next cycle's prior copy.                 *
      ******************************************************************
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      *           MODIFIED: 10/15/2026                                 *
      *    EFFECTIVE CYCLE: N/A                                        *
      *         PROGRAMMER: JEFFREY CLENDENING                         *
      *       MODIFICATION: CREATED.                                   *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-9000.
       OBJECT-COMPUTER. HP-9000.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUR-FILE ASSIGN TO ZMA41A3O
                  FILE STATUS IS CUR-STATUS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRI-FILE ASSIGN TO ZMA41A3P
                  FILE STATUS IS PRI-STATUS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGE-FILE ASSIGN TO ZMA33CHG
                  FILE STATUS IS CHANGE-STATUS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETRO-FILE ASSIGN TO ZMA33RTR
                  FILE STATUS IS RETRO-STATUS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-FILE ASSIGN TO ZMA33GRD
                  FILE STATUS IS GRADE-STATUS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOL-FILE ASSIGN TO ZMA33TOL
                  FILE STATUS IS TOL-STATUS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO ZMA33CMR
                  FILE STATUS IS REPORT-STATUS
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  CUR-RECORD                      PIC X(300).
      *
       FD  PRI-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  PRI-RECORD                      PIC X(300).
      *
       FD  CHANGE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-RECORD                   PIC X(80).
      *
       FD  RETRO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  RETRO-RECORD                    PIC X(80).
      *
       FD  GRADE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  GRADE-RECORD                    PIC X(2).
      *
       FD  TOL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  TOL-RECORD                      PIC X(8).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD                   PIC X(80).
      *
       WORKING-STORAGE SECTION.

       01  MODULE-NAME                    PIC X(08) VALUE
                                           "ZMA33CMP".
       01 COUNTERS.
          03 CUR-CNT                  PIC S9(6) COMP-3 VALUE ZEROS.
          03 PRI-CNT                  PIC S9(6) COMP-3 VALUE ZEROS.
          03 ADDED-CNT                PIC S9(6) COMP-3 VALUE ZEROS.
          03 DROPPED-CNT              PIC S9(6) COMP-3 VALUE ZEROS.
          03 EXPLAINED-CNT            PIC S9(6) COMP-3 VALUE ZEROS.
          03 UNEXPLAINED-CNT          PIC S9(6) COMP-3 VALUE ZEROS.
          03 SWING-CNT                PIC S9(6) COMP-3 VALUE ZEROS.
          03 ROLLED-CNT               PIC S9(6) COMP-3 VALUE ZEROS.

       01 CUR-STATUS                  PIC X(02)  VALUE SPACES.
          88 CUR-OK                      VALUE   '00'.
          88 CUR-EOF                     VALUE   '10'.
       01 PRI-STATUS                  PIC X(02)  VALUE SPACES.
          88 PRI-OK                      VALUE   '00'.
          88 PRI-EOF                     VALUE   '10'.
       01 CHANGE-STATUS               PIC X(02)  VALUE SPACES.
          88 CHANGE-OK                   VALUE   '00'.
          88 CHANGE-EOF                  VALUE   '10'.
       01 RETRO-STATUS                PIC X(02)  VALUE SPACES.
          88 RETRO-OK                    VALUE   '00'.
          88 RETRO-EOF                   VALUE   '10'.
       01 GRADE-STATUS                PIC X(02)  VALUE SPACES.
          88 GRADE-OK                    VALUE   '00'.
          88 GRADE-EOF                   VALUE   '10'.
       01 TOL-STATUS                  PIC X(02)  VALUE SPACES.
          88 TOL-OK                      VALUE   '00'.
          88 TOL-EOF                     VALUE   '10'.
       01 REPORT-STATUS               PIC X(02)  VALUE SPACES.
          88 REPORT-OK                   VALUE   '00'.
          88 REPORT-EOF                  VALUE   '10'.

      * a parm of ACCEPT takes this cycle as the new base even
      * when a grade's headcount swung past the tolerance.
       01 WS-PARM                     PIC X(6)  VALUE SPACES.

      * the swing tolerance off the ZMA33TOL control file: the
      * percent a grade's headcount may move cycle to cycle (3
      * digits) and the headcount change below which no grade is
      * flagged however large the percent (5 digits).  a missing
      * or unreadable file takes the defaults.
       01 WS-TOL-REC.
          05 WS-TOL-PCT               PIC 9(3)  VALUE 10.
          05 WS-TOL-MIN               PIC 9(5)  VALUE 5.

       01 EOF-FLAGS.
          05 EOF-CUR                  PIC X(1) VALUE 'N'.
          05 EOF-PRI                  PIC X(1) VALUE 'N'.
          05 EOF-CHG                  PIC X(1) VALUE 'N'.
          05 EOF-RTR                  PIC X(1) VALUE 'N'.
       01 NO-PRIOR-FL                 PIC X(1) VALUE 'N'.
       01 EXPLAINED-FL                PIC X(1) VALUE 'N'.
       01 SEQ-ERROR-FL                PIC X(1) VALUE 'N'.

      * the ssn, grade and record in hand on each side of the
      * compare; high-values takes over as the hold key at end.
       01 CUR-RECORD-IN.
          03 FILLER                   PIC X(132).
          03 CUR-SSN-IN               PIC X(009).
          03 FILLER                   PIC X(157).
          03 CUR-PAY-GRD-IN           PIC X(002).
       01 PRI-RECORD-IN.
          03 FILLER                   PIC X(132).
          03 PRI-SSN-IN               PIC X(009).
          03 FILLER                   PIC X(157).
          03 PRI-PAY-GRD-IN           PIC X(002).
       01 CMP-HOLD.
          03 CUR-SSN-HOLD             PIC X(9) VALUE SPACES.
          03 PRI-SSN-HOLD             PIC X(9) VALUE SPACES.
          03 CUR-PREV-SSN             PIC X(9) VALUE LOW-VALUES.
          03 PRI-PREV-SSN             PIC X(9) VALUE LOW-VALUES.

      * the zma33chg and zma33rtr lines, read alongside the compare
      * in the same ssn order zma33pra wrote them.
       01 CHG-LINE-IN.
          05 CHG-SSN                  PIC X(9).
          05 FILLER                   PIC X(1).
          05 CHG-BEFORE               PIC X(2).
          05 FILLER                   PIC X(4).
          05 CHG-AFTER                PIC X(2).
          05 FILLER                   PIC X(62).
       01 RTR-LINE-IN.
          05 RTR-SSN                  PIC X(9).
          05 FILLER                   PIC X(1).
          05 RTR-BEFORE               PIC X(2).
          05 FILLER                   PIC X(4).
          05 RTR-AFTER                PIC X(2).
          05 FILLER                   PIC X(62).
       01 CHG-SSN-HOLD                PIC X(9) VALUE SPACES.
       01 RTR-SSN-HOLD                PIC X(9) VALUE SPACES.

      * headcount by grade, both cycles: every grade on the zma33grd
      * table gets a line even at zero, and any other grade found
      * on either file is added as it turns up.
       01 DIST-TABLE.
          03 DIST-MAX                 PIC S9(3) COMP-3 VALUE 120.
          03 DIST-CNT                 PIC S9(3) COMP-3 VALUE ZEROS.
          03 DX                       PIC S9(3) COMP-3 VALUE ZEROS.
          03 DIST-ENT OCCURS 120 TIMES.
             05 DIST-GRADE            PIC X(2).
             05 DIST-PRI-CNT          PIC S9(6) COMP-3.
             05 DIST-CUR-CNT          PIC S9(6) COMP-3.
       01 WS-FIND-GRADE               PIC X(2) VALUE SPACES.
       01 WS-DIFF                     PIC S9(6) COMP-3 VALUE ZEROS.
       01 WS-ABS-DIFF                 PIC S9(6) COMP-3 VALUE ZEROS.
       01 WS-PCT                      PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01 WS-PRI-TOTAL                PIC S9(6) COMP-3 VALUE ZEROS.
       01 WS-CUR-TOTAL                PIC S9(6) COMP-3 VALUE ZEROS.

       01 COMPARE-LINE.
          05 CMP-TYPE                 PIC X(9)  VALUE SPACES.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 CMP-SSN                  PIC X(9)  VALUE SPACES.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 CMP-BEFORE               PIC X(2)  VALUE SPACES.
          05 CMP-ARROW                PIC X(4)  VALUE SPACES.
          05 CMP-AFTER                PIC X(2)  VALUE SPACES.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 CMP-TEXT                 PIC X(40) VALUE SPACES.

       01 DIST-HEAD.
          05 FILLER                   PIC X(40) VALUE
             'GRADE   PRIOR CYCLE  THIS CYCLE   CHANGE'.
          05 FILLER                   PIC X(20) VALUE
             '   PERCENT'.
       01 DIST-LINE.
          05 DST-GRADE                PIC X(2)  VALUE SPACES.
          05 FILLER                   PIC X(6)  VALUE SPACES.
          05 DST-PRI                  PIC ZZZZZ9.
          05 FILLER                   PIC X(6)  VALUE SPACES.
          05 DST-CUR                  PIC ZZZZZ9.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 DST-DIFF                 PIC ------9.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 DST-PCT                  PIC -----9.9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 DST-FLAG                 PIC X(20) VALUE SPACES.

       01 TITLE-LINE.
          05 FILLER                   PIC X(30) VALUE
             'ZMA33CMP CYCLE COMPARE  RUN '.
          05 TTL-RUN-DATE             PIC 9(6)  VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-MAIN-RTN.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           PERFORM OPEN-ROUTINE THRU OPEN-ROUTINE-EXIT.
           PERFORM GET-TOLERANCE-RTN THRU GET-TOLERANCE-RTN-EXIT.
           PERFORM LOAD-GRADE-TABLE THRU LOAD-GRADE-TABLE-EXIT.
           PERFORM READ-CUR-RTN THRU READ-CUR-RTN-EXIT.
           PERFORM READ-PRI-RTN THRU READ-PRI-RTN-EXIT.
           PERFORM READ-CHG-RTN THRU READ-CHG-RTN-EXIT.
           PERFORM READ-RTR-RTN THRU READ-RTR-RTN-EXIT.
           PERFORM COMPARE-ROUTINE THRU COMPARE-ROUTINE-EXIT
                UNTIL EOF-CUR = 'Y' AND EOF-PRI = 'Y'.
           PERFORM DISTRIBUTION-RTN THRU DISTRIBUTION-RTN-EXIT.
           PERFORM CLOSE-ROUTINE THRU CLOSE-ROUTINE-EXIT.
           PERFORM ROLL-PRIOR-RTN THRU ROLL-PRIOR-RTN-EXIT.
           STOP RUN.

       OPEN-ROUTINE.
           OPEN INPUT CUR-FILE.
           IF NOT CUR-OK
                DISPLAY 'ZMA41A3O OPEN FAILED: ' CUR-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

           OPEN INPUT PRI-FILE.
           IF NOT PRI-OK
                DISPLAY 'NO PRIOR CYCLE ZMA41A3P - THIS CYCLE '
                    'BECOMES THE BASE'
                MOVE 'Y' TO NO-PRIOR-FL
                MOVE 'Y' TO EOF-PRI
                MOVE HIGH-VALUES TO PRI-SSN-HOLD.

           OPEN INPUT CHANGE-FILE.
           IF NOT CHANGE-OK
                DISPLAY 'NO ZMA33CHG CHANGE AUDIT - NO GRADE '
                    'CHANGE COUNTS AS EXPLAINED BY IT'
                MOVE 'Y' TO EOF-CHG
                MOVE HIGH-VALUES TO CHG-SSN-HOLD.

           OPEN INPUT RETRO-FILE.
           IF NOT RETRO-OK
                DISPLAY 'NO ZMA33RTR RETRO REPORT - NO GRADE '
                    'CHANGE COUNTS AS EXPLAINED BY IT'
                MOVE 'Y' TO EOF-RTR
                MOVE HIGH-VALUES TO RTR-SSN-HOLD.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-OK
                DISPLAY 'REPORT-FILE OPEN FAILED: ' REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
           ACCEPT TTL-RUN-DATE FROM DATE.
           MOVE TITLE-LINE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-RTN-EXIT.
       OPEN-ROUTINE-EXIT.
                      EXIT.

       GET-TOLERANCE-RTN.
           OPEN INPUT TOL-FILE.
           IF NOT TOL-OK
                DISPLAY 'NO ZMA33TOL TOLERANCE - USING '
                    WS-TOL-PCT ' PCT / ' WS-TOL-MIN ' HEADS'
                GO TO GET-TOLERANCE-RTN-EXIT.
           READ TOL-FILE
               AT END
               DISPLAY 'ZMA33TOL EMPTY - USING '
                   WS-TOL-PCT ' PCT / ' WS-TOL-MIN ' HEADS'
               CLOSE TOL-FILE
               GO TO GET-TOLERANCE-RTN-EXIT.
           IF TOL-RECORD NUMERIC
                MOVE TOL-RECORD TO WS-TOL-REC
           ELSE
                DISPLAY 'ZMA33TOL NOT NUMERIC - USING '
                    WS-TOL-PCT ' PCT / ' WS-TOL-MIN ' HEADS'.
           CLOSE TOL-FILE.
           DISPLAY 'GRADE SWING TOLERANCE ' WS-TOL-PCT
               ' PCT, OVER ' WS-TOL-MIN ' HEADS'.
       GET-TOLERANCE-RTN-EXIT.
                      EXIT.

      * the valid-grade table seeds the distribution so every
      * grade prints for both cycles, even at zero headcount.
       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-OK
                DISPLAY 'VALID-GRADE FILE OPEN FAILED: ' GRADE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       LOAD-GRADE-READ.
           READ GRADE-FILE
               AT END GO TO LOAD-GRADE-DONE.
           IF GRADE-RECORD = SPACES GO TO LOAD-GRADE-READ.
           MOVE GRADE-RECORD TO WS-FIND-GRADE.
           PERFORM FIND-GRADE-RTN THRU FIND-GRADE-RTN-EXIT.
           GO TO LOAD-GRADE-READ.
       LOAD-GRADE-DONE.
           CLOSE GRADE-FILE.
       LOAD-GRADE-TABLE-EXIT.
                      EXIT.

      * DX comes back pointing at WS-FIND-GRADE's distribution line,
      * added at the end when the grade is new; a full table lumps
      * the rest into the last line.
       FIND-GRADE-RTN.
           MOVE ZEROS TO DX.
       FIND-GRADE-LOOP.
           ADD 1 TO DX.
           IF DX GREATER THAN DIST-CNT
              GO TO FIND-GRADE-ADD.
           IF DIST-GRADE (DX) = WS-FIND-GRADE
              GO TO FIND-GRADE-RTN-EXIT.
           GO TO FIND-GRADE-LOOP.
       FIND-GRADE-ADD.
           IF DIST-CNT NOT LESS THAN DIST-MAX
              DISPLAY 'GRADE TABLE FULL - GRADE ' WS-FIND-GRADE
                  ' COUNTED WITH ' DIST-GRADE (DIST-CNT)
              MOVE DIST-CNT TO DX
              GO TO FIND-GRADE-RTN-EXIT.
           ADD 1 TO DIST-CNT.
           MOVE DIST-CNT TO DX.
           MOVE WS-FIND-GRADE TO DIST-GRADE (DX).
           MOVE ZEROS TO DIST-PRI-CNT (DX) DIST-CUR-CNT (DX).
       FIND-GRADE-RTN-EXIT.
                      EXIT.

      * both files come off zma33pra's sorted match-merge in ssn
      * order; one that does not cannot be compared and stops the
      * step.
       READ-CUR-RTN.
           READ CUR-FILE INTO CUR-RECORD-IN
               AT END MOVE 'Y' TO EOF-CUR
               MOVE HIGH-VALUES TO CUR-SSN-HOLD
               GO TO READ-CUR-RTN-EXIT.
           IF NOT CUR-OK
              DISPLAY 'ZMA41A3O READ FAILED: ' CUR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF CUR-SSN-IN LESS THAN CUR-PREV-SSN
              DISPLAY 'ZMA41A3O OUT OF SSN SEQUENCE AT ' CUR-SSN-IN
                  ' - COMPARE STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE CUR-SSN-IN TO CUR-PREV-SSN CUR-SSN-HOLD.
           ADD 1 TO CUR-CNT.
       READ-CUR-RTN-EXIT.
                      EXIT.

       READ-PRI-RTN.
           IF NO-PRIOR-FL = 'Y' GO TO READ-PRI-RTN-EXIT.
           READ PRI-FILE INTO PRI-RECORD-IN
               AT END MOVE 'Y' TO EOF-PRI
               MOVE HIGH-VALUES TO PRI-SSN-HOLD
               GO TO READ-PRI-RTN-EXIT.
           IF NOT PRI-OK
              DISPLAY 'ZMA41A3P READ FAILED: ' PRI-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF PRI-SSN-IN LESS THAN PRI-PREV-SSN
              DISPLAY 'ZMA41A3P OUT OF SSN SEQUENCE AT ' PRI-SSN-IN
                  ' - COMPARE STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE PRI-SSN-IN TO PRI-PREV-SSN PRI-SSN-HOLD.
           ADD 1 TO PRI-CNT.
       READ-PRI-RTN-EXIT.
                      EXIT.

       READ-CHG-RTN.
           IF EOF-CHG = 'Y' GO TO READ-CHG-RTN-EXIT.
           READ CHANGE-FILE INTO CHG-LINE-IN
               AT END MOVE 'Y' TO EOF-CHG
               MOVE HIGH-VALUES TO CHG-SSN-HOLD
               GO TO READ-CHG-RTN-EXIT.
           MOVE CHG-SSN TO CHG-SSN-HOLD.
       READ-CHG-RTN-EXIT.
                      EXIT.

       READ-RTR-RTN.
           IF EOF-RTR = 'Y' GO TO READ-RTR-RTN-EXIT.
           READ RETRO-FILE INTO RTR-LINE-IN
               AT END MOVE 'Y' TO EOF-RTR
               MOVE HIGH-VALUES TO RTR-SSN-HOLD
               GO TO READ-RTR-RTN-EXIT.
           MOVE RTR-SSN TO RTR-SSN-HOLD.
       READ-RTR-RTN-EXIT.
                      EXIT.

      * ssn by ssn: on both files the grades are compared, on this
      * cycle only the ssn was added, on last cycle only it dropped.
      * with no prior cycle every ssn just counts toward the
      * distribution.
       COMPARE-ROUTINE.
           IF CUR-SSN-HOLD = PRI-SSN-HOLD
              MOVE CUR-PAY-GRD-IN TO WS-FIND-GRADE
              PERFORM FIND-GRADE-RTN THRU FIND-GRADE-RTN-EXIT
              ADD 1 TO DIST-CUR-CNT (DX)
              MOVE PRI-PAY-GRD-IN TO WS-FIND-GRADE
              PERFORM FIND-GRADE-RTN THRU FIND-GRADE-RTN-EXIT
              ADD 1 TO DIST-PRI-CNT (DX)
              IF CUR-PAY-GRD-IN NOT = PRI-PAY-GRD-IN
                 PERFORM GRADE-CHANGE-RTN THRU GRADE-CHANGE-RTN-EXIT
              END-IF
              PERFORM READ-CUR-RTN THRU READ-CUR-RTN-EXIT
              PERFORM READ-PRI-RTN THRU READ-PRI-RTN-EXIT
              GO TO COMPARE-ROUTINE-EXIT.
           IF CUR-SSN-HOLD LESS THAN PRI-SSN-HOLD
              MOVE CUR-PAY-GRD-IN TO WS-FIND-GRADE
              PERFORM FIND-GRADE-RTN THRU FIND-GRADE-RTN-EXIT
              ADD 1 TO DIST-CUR-CNT (DX)
              IF NO-PRIOR-FL = 'N'
                 MOVE SPACES TO COMPARE-LINE
                 MOVE 'ADDED    ' TO CMP-TYPE
                 MOVE CUR-SSN-HOLD TO CMP-SSN
                 MOVE CUR-PAY-GRD-IN TO CMP-AFTER
                 MOVE 'NOT ON LAST CYCLE OUTPUT' TO CMP-TEXT
                 PERFORM WRITE-COMPARE-RTN THRU WRITE-COMPARE-RTN-EXIT
                 ADD 1 TO ADDED-CNT
              END-IF
              PERFORM READ-CUR-RTN THRU READ-CUR-RTN-EXIT
              GO TO COMPARE-ROUTINE-EXIT.
           MOVE PRI-PAY-GRD-IN TO WS-FIND-GRADE.
           PERFORM FIND-GRADE-RTN THRU FIND-GRADE-RTN-EXIT.
           ADD 1 TO DIST-PRI-CNT (DX).
           MOVE SPACES TO COMPARE-LINE.
           MOVE 'DROPPED  ' TO CMP-TYPE.
           MOVE PRI-SSN-HOLD TO CMP-SSN.
           MOVE PRI-PAY-GRD-IN TO CMP-BEFORE.
           MOVE 'NOT ON THIS CYCLE OUTPUT' TO CMP-TEXT.
           PERFORM WRITE-COMPARE-RTN THRU WRITE-COMPARE-RTN-EXIT.
           ADD 1 TO DROPPED-CNT.
           PERFORM READ-PRI-RTN THRU READ-PRI-RTN-EXIT.
       COMPARE-ROUTINE-EXIT.
                      EXIT.

      * a grade that moved is accounted for when zma33pra put the
      * same ssn and new grade on the change audit or the retro
      * report this cycle; anything else is listed.
       GRADE-CHANGE-RTN.
           MOVE 'N' TO EXPLAINED-FL.
       GRADE-CHANGE-CHG.
           IF CHG-SSN-HOLD LESS THAN CUR-SSN-HOLD
              PERFORM READ-CHG-RTN THRU READ-CHG-RTN-EXIT
              GO TO GRADE-CHANGE-CHG.
           IF CHG-SSN-HOLD = CUR-SSN-HOLD
              AND CHG-AFTER = CUR-PAY-GRD-IN
              MOVE 'Y' TO EXPLAINED-FL.
       GRADE-CHANGE-RTR.
           IF RTR-SSN-HOLD LESS THAN CUR-SSN-HOLD
              PERFORM READ-RTR-RTN THRU READ-RTR-RTN-EXIT
              GO TO GRADE-CHANGE-RTR.
           IF RTR-SSN-HOLD = CUR-SSN-HOLD
              AND RTR-AFTER = CUR-PAY-GRD-IN
              MOVE 'Y' TO EXPLAINED-FL.
           IF EXPLAINED-FL = 'Y'
              ADD 1 TO EXPLAINED-CNT
              GO TO GRADE-CHANGE-RTN-EXIT.
           MOVE SPACES TO COMPARE-LINE.
           MOVE 'GRADECHG ' TO CMP-TYPE.
           MOVE CUR-SSN-HOLD TO CMP-SSN.
           MOVE PRI-PAY-GRD-IN TO CMP-BEFORE.
           MOVE ' -> ' TO CMP-ARROW.
           MOVE CUR-PAY-GRD-IN TO CMP-AFTER.
           MOVE 'NOT ON ZMA33CHG OR ZMA33RTR' TO CMP-TEXT.
           PERFORM WRITE-COMPARE-RTN THRU WRITE-COMPARE-RTN-EXIT.
           ADD 1 TO UNEXPLAINED-CNT.
       GRADE-CHANGE-RTN-EXIT.
                      EXIT.

      * headcount by grade for both cycles; a swing larger than the
      * tolerance percent, and by more than the minimum headcount,
      * is flagged and ends the step with return code 8.
       DISTRIBUTION-RTN.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-RTN-EXIT.
           MOVE DIST-HEAD TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-RTN-EXIT.
           MOVE ZEROS TO DX.
       DISTRIBUTION-LOOP.
           ADD 1 TO DX.
           IF DX GREATER THAN DIST-CNT
              GO TO DISTRIBUTION-TOTAL.
           MOVE SPACES TO DST-FLAG.
           MOVE ZEROS TO WS-PCT.
           COMPUTE WS-DIFF = DIST-CUR-CNT (DX) - DIST-PRI-CNT (DX).
           MOVE WS-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF LESS THAN ZEROS
              COMPUTE WS-ABS-DIFF = 0 - WS-DIFF.
           IF DIST-PRI-CNT (DX) GREATER THAN ZEROS
              COMPUTE WS-PCT ROUNDED =
                  WS-DIFF * 100 / DIST-PRI-CNT (DX).
           IF NO-PRIOR-FL = 'N'
              AND WS-ABS-DIFF GREATER THAN WS-TOL-MIN
              IF DIST-PRI-CNT (DX) = ZEROS
                 OR WS-ABS-DIFF * 100 GREATER THAN
                    WS-TOL-PCT * DIST-PRI-CNT (DX)
                 MOVE '** OVER TOLERANCE' TO DST-FLAG
                 ADD 1 TO SWING-CNT
              END-IF
           END-IF.
           ADD DIST-PRI-CNT (DX) TO WS-PRI-TOTAL.
           ADD DIST-CUR-CNT (DX) TO WS-CUR-TOTAL.
           MOVE DIST-GRADE (DX) TO DST-GRADE.
           MOVE DIST-PRI-CNT (DX) TO DST-PRI.
           MOVE DIST-CUR-CNT (DX) TO DST-CUR.
           MOVE WS-DIFF TO DST-DIFF.
           MOVE WS-PCT TO DST-PCT.
           MOVE DIST-LINE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-RTN-EXIT.
           GO TO DISTRIBUTION-LOOP.
       DISTRIBUTION-TOTAL.
           MOVE 'TOTAL' TO DST-GRADE.
           MOVE WS-PRI-TOTAL TO DST-PRI.
           MOVE WS-CUR-TOTAL TO DST-CUR.
           COMPUTE WS-DIFF = WS-CUR-TOTAL - WS-PRI-TOTAL.
           MOVE WS-DIFF TO DST-DIFF.
           MOVE ZEROS TO WS-PCT.
           IF WS-PRI-TOTAL GREATER THAN ZEROS
              COMPUTE WS-PCT ROUNDED = WS-DIFF * 100 / WS-PRI-TOTAL.
           MOVE WS-PCT TO DST-PCT.
           MOVE SPACES TO DST-FLAG.
           MOVE DIST-LINE TO REPORT-RECORD.
           MOVE 'TOTAL' TO REPORT-RECORD (1:5).
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-RTN-EXIT.
       DISTRIBUTION-RTN-EXIT.
                      EXIT.

       WRITE-COMPARE-RTN.
           MOVE COMPARE-LINE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-RTN-EXIT.
       WRITE-COMPARE-RTN-EXIT.
                      EXIT.

       WRITE-REPORT-RTN.
           WRITE REPORT-RECORD.
           IF NOT REPORT-OK
                DISPLAY 'REPORT-FILE WRITE FAILED: ' REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       WRITE-REPORT-RTN-EXIT.
                      EXIT.

       CLOSE-ROUTINE.
           DISPLAY 'THIS CYCLE SSNS:      ' CUR-CNT.
           DISPLAY 'LAST CYCLE SSNS:      ' PRI-CNT.
           DISPLAY 'SSNS ADDED:           ' ADDED-CNT.
           DISPLAY 'SSNS DROPPED:         ' DROPPED-CNT.
           DISPLAY 'GRADE CHGS EXPLAINED: ' EXPLAINED-CNT.
           DISPLAY 'GRADE CHGS NOT:       ' UNEXPLAINED-CNT.
           DISPLAY 'GRADES OVER TOLERANCE:' SWING-CNT.
           CLOSE CUR-FILE
                 CHANGE-FILE
                 RETRO-FILE
                 REPORT-FILE.
           IF NO-PRIOR-FL = 'N'
              CLOSE PRI-FILE.
           IF SWING-CNT GREATER THAN ZEROS
              DISPLAY 'GRADE HEADCOUNT SWING OVER TOLERANCE - '
                  'SEE ZMA33CMR'
              MOVE 8 TO RETURN-CODE.
       CLOSE-ROUTINE-EXIT.
                      EXIT.

      * this cycle's output becomes next cycle's prior copy -- not
      * when a grade swung past tolerance, so the step can be rerun
      * against the same base once the swing is run down, unless
      * the parm says ACCEPT.
       ROLL-PRIOR-RTN.
           IF SWING-CNT GREATER THAN ZEROS
              AND WS-PARM NOT = 'ACCEPT'
              DISPLAY 'ZMA41A3P NOT ROLLED FORWARD - RERUN WITH '
                  'ACCEPT TO TAKE THIS CYCLE AS THE BASE'
              GO TO ROLL-PRIOR-RTN-EXIT.
           OPEN INPUT CUR-FILE.
           IF NOT CUR-OK
                DISPLAY 'ZMA41A3O REOPEN FAILED: ' CUR-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
           OPEN OUTPUT PRI-FILE.
           IF NOT PRI-OK
                DISPLAY 'ZMA41A3P OPEN FAILED: ' PRI-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       ROLL-PRIOR-LOOP.
           READ CUR-FILE
               AT END GO TO ROLL-PRIOR-DONE.
           WRITE PRI-RECORD FROM CUR-RECORD.
           IF NOT PRI-OK
                DISPLAY 'ZMA41A3P WRITE FAILED: ' PRI-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
           ADD 1 TO ROLLED-CNT.
           GO TO ROLL-PRIOR-LOOP.
       ROLL-PRIOR-DONE.
           CLOSE CUR-FILE PRI-FILE.
           DISPLAY 'ZMA41A3P ROLLED FORWARD: ' ROLLED-CNT.
       ROLL-PRIOR-RTN-EXIT.
                      EXIT.
