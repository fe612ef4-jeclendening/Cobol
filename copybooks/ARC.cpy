        05  ARC-PRIMARY-KEY.
            10  ARC-TYPE                PIC X(3).
            10  ARC-DATE                PIC 9(6).
        05  ARC-TIME                    PIC 9(4).
        05  ARC-CUTOFF                  PIC 9(6).
        05  ARC-MONTHS                  PIC 999.
        05  ARC-CNT                     PIC 9(7).
        05  ARC-QTY                     PIC 9(11).
        05  ARC-OPERATOR                PIC X(8).
        05  FILLER                      PIC X(20).
