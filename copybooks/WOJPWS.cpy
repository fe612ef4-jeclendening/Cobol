      * fields for the closed-period check (see WOJPLOCK): MTHCLOSE
      * records the last closed accounting month on the WOJ control
      * table under key "CLOSE"; a posting program loads it once
      * with PERIOD-LOAD-RTN, then moves each transaction's date
      * (YYMMDD) to WS-PERIOD-DATE and performs PERIOD-CHECK-RTN.
       01  WS-PERIOD-CLOSED-YYMM PIC 9(4) VALUE 0.
       01  WS-PERIOD-DATE        PIC 9(6) VALUE 0.
       01  WS-PERIOD-DATE-R REDEFINES WS-PERIOD-DATE.
           05  WS-PERIOD-YYMM    PIC 9(4).
           05  FILLER            PIC 99.
       01  WS-PERIOD-CLOSED-FL   PIC X VALUE "N".
