        05  EVT-PRIMARY-KEY.
            10  EVT-DEALER-NO           PIC 9(5).
            10  EVT-TITLE-NO            PIC 999.
            10  EVT-WEEK-DATE           PIC 9(4).
            10  EVT-EVENT-ID            PIC X(6).
        05  EVT-ADD-DAYS.
            10  EVT-ADD-QTY OCCURS 7 TIMES PIC 9(5).
        05  EVT-SCOPE                   PIC X.
        05  EVT-INC-TYPE                PIC X.
        05  EVT-INC-AMT                 PIC 9(4).
        05  EVT-POST-DATE               PIC 9(6).
        05  EVT-OPERATOR                PIC X(8).
        05  FILLER                      PIC X(8).
