        05  PRC-PRIMARY-KEY.
            10  PRC-EFF-DATE            PIC 9(4).
            10  PRC-TITLE-NO            PIC 999.
        05  PRC-NEW-COST-DLR            PIC 99V999.
        05  PRC-NEW-COST-PUB            PIC 99V999.
        05  PRC-NEW-TREE-PRICE          PIC 99V999.
        05  PRC-STATUS                  PIC X.
        05  PRC-PROOF-DATE              PIC 9(6).
        05  PRC-CONF-DATE               PIC 9(6).
        05  PRC-APPLIED-DATE            PIC 9(6).
        05  PRC-CONF-OPERATOR           PIC X(8).
        05  FILLER                      PIC X(10).
