        05  OIN-PAID-AMT                PIC S9(7)V99.
        05  OIN-LAST-PAY-DATE           PIC 9(6).
        05  OIN-STATUS                  PIC X.
        05  OIN-WOFF-AMT                PIC S9(7)V99.
        05  OIN-WOFF-DATE               PIC 9(6).
        05  FILLER                      PIC X(10).
