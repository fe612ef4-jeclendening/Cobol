      * fields for the temporary-stop check (see TSPCHK): a program
      * opens TSPFILE input and sets WS-TSP-OPEN-FL to "Y", moves
      * the week-ending date (MMDD, the sunday) and the run date
      * (YYMMDD) in and performs TSP-WEEK-DATES-RTN once to build
      * the seven calendar dates of that week; then for each dealer
      * it moves the dealer number to WS-TSP-DEALER-NO and performs
      * TSP-DEALER-RTN, which flags each day (1=monday ... 7=sunday)
      * the dealer is stopped: on or after the start date and
      * before the resume date.
       01  WS-TSP-OPEN-FL         PIC X VALUE "N".
       01  WS-TSP-WEEK-DATE       PIC 9(4) VALUE 0.
       01  WS-TSP-WEEK-DATE-R REDEFINES WS-TSP-WEEK-DATE.
           05  WS-TSP-WEEK-MM     PIC 99.
           05  WS-TSP-WEEK-DD     PIC 99.
       01  WS-TSP-RUN-DATE        PIC 9(6) VALUE 0.
       01  WS-TSP-RUN-DATE-R REDEFINES WS-TSP-RUN-DATE.
           05  WS-TSP-RUN-YY      PIC 99.
           05  WS-TSP-RUN-MM      PIC 99.
           05  WS-TSP-RUN-DD      PIC 99.
       01  WS-TSP-DEALER-NO       PIC 9(5) VALUE 0.
       01  WS-TSP-ANY-FL          PIC X VALUE "N".
       01  WS-TSP-DAY-DATES.
           05  WS-TSP-DAY-DATE OCCURS 7 TIMES PIC 9(6).
       01  WS-TSP-STOPS.
           05  WS-TSP-STOP-FL  OCCURS 7 TIMES PIC X.
       01  WS-TSP-WORK-DATE       PIC 9(6) VALUE 0.
       01  WS-TSP-WORK-DATE-R REDEFINES WS-TSP-WORK-DATE.
           05  WS-TSP-WORK-YY     PIC 99.
           05  WS-TSP-WORK-MM     PIC 99.
           05  WS-TSP-WORK-DD     PIC 99.
       01  WS-TSP-MONTH-DAYS      PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-TSP-MONTH-DAYS-R REDEFINES WS-TSP-MONTH-DAYS.
           05  WS-TSP-MDAYS OCCURS 12 TIMES PIC 99.
       01  WS-TSP-QUOT            PIC 99 VALUE 0.
       01  WS-TSP-REM             PIC 99 VALUE 0.
       01  TSPX                   PIC 9 VALUE 0.
