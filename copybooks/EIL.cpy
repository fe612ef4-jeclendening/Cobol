        05  EIL-PRIMARY-KEY.
            10  EIL-INVNO               PIC 9(7).
        05  EIL-DEALER-NO               PIC 9(5).
        05  EIL-EINV-ID                 PIC X(15).
        05  EIL-WE-MM                   PIC 99.
        05  EIL-WE-DD                   PIC 99.
        05  EIL-INV-AMT                 PIC S9(7)V99.
        05  EIL-FIRST-DATE              PIC 9(6).
        05  EIL-SENT-DATE               PIC 9(6).
        05  EIL-SENT-TIME               PIC 9(4).
        05  EIL-SEND-CNT                PIC 99.
        05  EIL-OPERATOR                PIC X(8).
        05  FILLER                      PIC X(20).
