        05  POD-PRIMARY-KEY.
            10  POD-DEALER-NO           PIC 9(5).
            10  POD-WEEK-DATE           PIC 9(4).
            10  POD-DAY-NO              PIC 9.
        05  POD-ROUTE-NO                PIC X(2).
        05  POD-DRIVER                  PIC X(8).
        05  POD-DEL-TIME                PIC 9(4).
        05  POD-EXC-CODE                PIC X(2).
        05  POD-CRED-QTY                PIC 9(7).
        05  POD-CRED-AMT                PIC 9(7)V99.
        05  POD-ENTRY-DATE              PIC 9(6).
        05  POD-OPERATOR                PIC X(8).
        05  FILLER                      PIC X(12).
