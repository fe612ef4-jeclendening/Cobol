      * fields for the operator authorization check (see OPRCHK):
      * the program sets WS-OPR-PROGRAM to its own name and
      * WS-OPR-OPERATOR to the operator id off its command line,
      * and WS-OPR-SUPV-REQ to "Y" when the run needs a supervisor
      * (a FORCE override, a month reopen).
       01  WS-OPR-PROGRAM     PIC X(10) VALUE SPACE.
       01  WS-OPR-OPERATOR    PIC X(8)  VALUE SPACE.
       01  WS-OPR-SUPV-REQ    PIC X     VALUE "N".
       01  WS-OPR-REASON      PIC X(30) VALUE SPACE.
       01  WS-OPR-NAME        PIC X(30) VALUE SPACE.
       01  WS-OPR-ROLE        PIC X(8)  VALUE SPACE.
       01  WS-OPR-SUPV-FL     PIC X     VALUE "N".
       01  WS-OPR-PX          PIC 99    VALUE 0.
       01  WS-OPR-DATE        PIC 9(6)  VALUE 0.
       01  WS-OPR-TIME-X.
           05  WS-OPR-TIME    PIC 9(4).
           05  FILLER         PIC X(4).
