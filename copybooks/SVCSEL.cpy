           SELECT SVCFILE ASSIGN RANDOM "/home/prb/f/SVCFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD SVC-PRIMARY-KEY OF SVC
           STATUS FL-STATUS.
