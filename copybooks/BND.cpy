        05  BND-PRIMARY-KEY.
            10  BND-TITLE-NO            PIC 999.
            10  BND-DAY-NO              PIC 9.
        05  BND-BUNDLE-QTY              PIC 999.
        05  BND-OPERATOR                PIC X(8).
        05  BND-ENTRY-DATE              PIC 9(6).
        05  FILLER                      PIC X(19).
