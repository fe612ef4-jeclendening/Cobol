        05  XFR-PRIMARY-KEY.
            10  XFR-TO-DEALER-NO        PIC 9(5).
            10  XFR-TITLE-NO            PIC 999.
            10  XFR-WEEK-DATE           PIC 9(4).
            10  XFR-SEQ                 PIC 999.
        05  XFR-ALTERNATE-KEY-ONE.
            10  XFR-FROM-DEALER-NO      PIC 9(5).
            10  XFR-TITLE-NO-ONE        PIC 999.
            10  XFR-WEEK-DATE-ONE       PIC 9(4).
        05  XFR-DAY-NO                  PIC 9.
        05  XFR-QTY                     PIC 9(5).
        05  XFR-DRIVER                  PIC X(8).
        05  XFR-OPERATOR                PIC X(8).
        05  XFR-POST-DATE               PIC 9(6).
        05  FILLER                      PIC X(20).
