        05  CHN-PRIMARY-KEY.
            10  CHN-STORE-NO            PIC 9(5).
        05  CHN-BANNER-CODE             PIC X(2).
        05  CHN-NAME                    PIC X(30).
        05  CHN-ADDR-LINE-2             PIC X(30).
        05  CHN-ADDR-LINE-3             PIC X(30).
        05  CHN-ZIP                     PIC X(5).
        05  CHN-DISTRICT                PIC X(4).
        05  CHN-OPEN-DATE               PIC 9(6).
        05  CHN-CLOSE-DATE              PIC 9(6).
        05  CHN-ACTIVE-FL               PIC X.
        05  CHN-FINAL-DATE              PIC 9(6).
        05  CHN-OPERATOR                PIC X(8).
        05  CHN-ENTRY-DATE              PIC 9(6).
        05  FILLER                      PIC X(21).
