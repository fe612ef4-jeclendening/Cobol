        05  WOJ-DATE-MM                 PIC 99.
        05  WOJ-DATE-DD                 PIC 99.
        05  WOJ-DATE-YY                 PIC 99.
        05  WOJ-TEXT                    PIC X(20).
