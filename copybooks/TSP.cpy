        05  TSP-PRIMARY-KEY.
            10  TSP-DEALER-NO           PIC 9(5).
        05  TSP-START-DATE              PIC 9(6).
        05  TSP-RESUME-DATE             PIC 9(6).
        05  TSP-REASON                  PIC X(20).
        05  TSP-OPERATOR                PIC X(8).
        05  TSP-ENTRY-DATE              PIC 9(6).
        05  FILLER                      PIC X(19).
