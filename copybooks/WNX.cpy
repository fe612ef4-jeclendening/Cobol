            10  WNX-TITLE-NO            PIC 999.
        05  WNX-TITLE                   PIC X(21).
        05  WNX-RET-WINDOW-DAYS         PIC 999.
        05  WNX-OVERS-PCT               PIC 99.
        05  FILLER                      PIC X(5).
