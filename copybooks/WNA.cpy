        05  WNA-ROUTE-NO                PIC X(2).
        05  WNA-CREDIT-HOLD-FL          PIC X.
        05  WNA-TAXABLE-FL              PIC X.
        05  WNA-EINV-FL                 PIC X.
        05  WNA-EINV-ID                 PIC X(15).
        05  FILLER                      PIC X(32).
