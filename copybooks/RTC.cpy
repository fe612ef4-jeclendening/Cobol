        05  RTC-PRIMARY-KEY.
            10  RTC-ROUTE-NO            PIC X(2).
        05  RTC-DRIVER-DAY              PIC 9(4)V99.
        05  RTC-DAYS-RUN                PIC 9.
        05  RTC-MILES-DAY               PIC 9(4).
        05  RTC-MILE-RATE               PIC 9V999.
        05  RTC-VEHICLE-WEEK            PIC 9(5)V99.
        05  RTC-OPERATOR                PIC X(8).
        05  RTC-ENTRY-DATE              PIC 9(6).
        05  FILLER                      PIC X(20).
