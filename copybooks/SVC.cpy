        05  SVC-PRIMARY-KEY.
            10  SVC-DEALER-NO           PIC 9(5).
            10  SVC-CALL-NO             PIC 9(5).
        05  SVC-CALL-DATE               PIC 9(6).
        05  SVC-CALL-TIME               PIC 9(4).
        05  SVC-OPERATOR                PIC X(8).
        05  SVC-CATEGORY                PIC XX.
        05  SVC-TITLE-NO                PIC 999.
        05  SVC-DESC                    PIC X(60).
        05  SVC-STATUS                  PIC X.
        05  SVC-RESOLUTION              PIC X(60).
        05  SVC-CLOSE-DATE              PIC 9(6).
        05  SVC-CLOSE-OPERATOR          PIC X(8).
        05  SVC-RPT-LINK.
            10  SVC-RPT-DATE            PIC 9(6).
            10  SVC-RPT-TITLE-NO        PIC 9(5).
            10  SVC-RPT-SEQ             PIC 999.
        05  SVC-INVNO                   PIC 9(7).
        05  SVC-UPD-DATE                PIC 9(6).
        05  SVC-UPD-OPERATOR            PIC X(8).
        05  FILLER                      PIC X(20).
