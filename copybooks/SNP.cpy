        05  SNP-PRIMARY-KEY.
            10  SNP-DATE                PIC 9(6).
        05  SNP-TIME                    PIC 9(8).
        05  SNP-STATUS                  PIC X.
        05  SNP-KEEP-CNT                PIC 99.
        05  SNP-REC-CNT                 PIC 9(7).
        05  SNP-FILE OCCURS 6 TIMES.
            10  SNP-FILE-ID             PIC X(8).
            10  SNP-CNT                 PIC 9(7).
            10  SNP-HASH                PIC S9(13).
        05  SNP-ROLL-DATE               PIC 9(6).
        05  SNP-ROLL-TIME               PIC 9(4).
        05  SNP-ROLL-OPERATOR           PIC X(8).
        05  SNP-ROLL-FORCED             PIC X.
        05  FILLER                      PIC X(20).
