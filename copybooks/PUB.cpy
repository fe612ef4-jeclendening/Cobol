        05  PUB-PUB-NO                  PIC 999.
        05  PUB-PUB-NAME                PIC X(30).
        05  PUB-PUB-COST                PIC 99V999.
        05  PUB-ELEC-RET-FL             PIC X.
        05  FILLER                      PIC X(9).
