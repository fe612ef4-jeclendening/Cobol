      * open the JRNFILE change journal, creating it the first time.
       JRN-OPEN-RTN.
           OPEN I-O JRNFILE.
           IF FL-STATUS NOT = "00"
              CLOSE JRNFILE
              OPEN OUTPUT JRNFILE
              CLOSE JRNFILE
              OPEN I-O JRNFILE.
       END-JRN-OPEN-RTN. EXIT.

      * add one entry to the journal.  entries are only ever
      * written here, never rewritten or deleted -- a key already
      * on file (two entries in the same hundredth of a second)
      * just takes the next sequence number.  a change whose before
      * and after values match is not a change and is not posted.
       JRN-POST-RTN.
           IF WS-JRN-ACTION = "C" AND WS-JRN-BEFORE = WS-JRN-AFTER
              GO TO JRN-POST-CLEAR.
           ACCEPT WS-JRN-DATE FROM DATE.
           ACCEPT WS-JRN-TIME FROM TIME.
           MOVE SPACES TO JRN.
           MOVE WS-JRN-DATE TO JRN-DATE.
           MOVE WS-JRN-TIME TO JRN-TIME.
           MOVE WS-JRN-PROGRAM TO JRN-PROGRAM.
           MOVE WS-JRN-OPERATOR TO JRN-OPERATOR.
           MOVE WS-JRN-FILE TO JRN-FILE.
           MOVE WS-JRN-KEY TO JRN-KEY.
           MOVE WS-JRN-DEALER-NO TO JRN-DEALER-NO.
           MOVE WS-JRN-TITLE-NO TO JRN-TITLE-NO.
           MOVE WS-JRN-ACTION TO JRN-ACTION.
           MOVE WS-JRN-FIELD TO JRN-FIELD.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE.
           MOVE WS-JRN-AFTER TO JRN-AFTER.
       JRN-POST-WRITE.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN-SEQ.
           WRITE JRN INVALID KEY
              IF FL-STATUS = "22"
                 GO TO JRN-POST-WRITE
              ELSE
                 DISPLAY "CHANGE JOURNAL WRITE FAILED - STATUS "
                     FL-STATUS " " WS-JRN-FILE " " WS-JRN-KEY
                 MOVE 8 TO RETURN-CODE
                 GO TO JRN-POST-CLEAR.
           ADD 1 TO WS-JRN-CNT.
       JRN-POST-CLEAR.
           MOVE SPACES TO WS-JRN-FIELD WS-JRN-BEFORE WS-JRN-AFTER.
       END-JRN-POST-RTN. EXIT.
