      * the change-journal entry being built.  the program sets the
      * program and operator once, the file/key/dealer/title/action
      * per record changed and the field/before/after per field;
      * JRN-POST-RTN stamps the date, time and sequence.
       01  WS-JRN-PROGRAM   PIC X(10) VALUE SPACE.
       01  WS-JRN-OPERATOR  PIC X(8)  VALUE SPACE.
       01  WS-JRN-DATE      PIC 9(6)  VALUE 0.
       01  WS-JRN-TIME      PIC 9(8)  VALUE 0.
       01  WS-JRN-SEQ       PIC 9(5)  VALUE 0.
       01  WS-JRN-FILE      PIC X(8)  VALUE SPACE.
       01  WS-JRN-KEY       PIC X(20) VALUE SPACE.
       01  WS-JRN-DEALER-NO PIC 9(5)  VALUE 0.
       01  WS-JRN-TITLE-NO  PIC 9(5)  VALUE 0.
       01  WS-JRN-ACTION    PIC X     VALUE SPACE.
       01  WS-JRN-FIELD     PIC X(12) VALUE SPACE.
       01  WS-JRN-BEFORE    PIC X(30) VALUE SPACE.
       01  WS-JRN-AFTER     PIC X(30) VALUE SPACE.
       01  WS-JRN-AMT       PIC -(6)9.999.
       01  WS-JRN-CNT       PIC 9(5)  VALUE 0.
