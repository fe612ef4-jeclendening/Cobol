      * fields for the batch-active quiesce check (see WNLQUIES):
      * the program sets WS-QUIESCE-PROGRAM to its own name and
      * WS-QUIESCE-PARM to "FORCE" when the operator passed the
      * override on the command line, and WS-QUIESCE-OPERATOR to
      * the operator (OPRCHK has already held FORCE to a
      * supervisor).
       01  WS-QUIESCE-PROGRAM PIC X(18) VALUE SPACE.
       01  WS-QUIESCE-PARM    PIC X(5)  VALUE SPACE.
       01  WS-QUIESCE-OPERATOR PIC X(8) VALUE SPACE.
       01  WS-QUIESCE-DATE    PIC 9(6)  VALUE 0.
       01  WS-QUIESCE-TIME-X.
           05  WS-QUIESCE-TIME PIC 9(4).
