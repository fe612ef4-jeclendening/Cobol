        05  OPR-PRIMARY-KEY.
            10  OPR-REC-TYPE            PIC X.
            10  OPR-ID                  PIC X(8).
        05  OPR-NAME                    PIC X(30).
        05  OPR-ROLE                    PIC X(8).
        05  OPR-ACTIVE-FL               PIC X.
        05  OPR-SUPV-FL                 PIC X.
        05  OPR-PROGRAMS.
            10  OPR-PROGRAM             PIC X(10) OCCURS 12 TIMES.
        05  OPR-ENTRY-OPERATOR          PIC X(8).
        05  OPR-ENTRY-DATE              PIC 9(6).
        05  FILLER                      PIC X(17).
