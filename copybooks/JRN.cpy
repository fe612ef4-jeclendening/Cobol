        05  JRN-PRIMARY-KEY.
            10  JRN-DATE                PIC 9(6).
            10  JRN-TIME                PIC 9(8).
            10  JRN-PROGRAM             PIC X(10).
            10  JRN-SEQ                 PIC 9(5).
        05  JRN-OPERATOR                PIC X(8).
        05  JRN-FILE                    PIC X(8).
        05  JRN-KEY                     PIC X(20).
        05  JRN-DEALER-NO               PIC 9(5).
        05  JRN-TITLE-NO                PIC 9(5).
        05  JRN-ACTION                  PIC X.
        05  JRN-FIELD                   PIC X(12).
        05  JRN-BEFORE                  PIC X(30).
        05  JRN-AFTER                   PIC X(30).
        05  FILLER                      PIC X(10).
