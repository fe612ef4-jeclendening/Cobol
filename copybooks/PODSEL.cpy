           SELECT PODFILE ASSIGN RANDOM "/home/prb/f/PODFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD POD-PRIMARY-KEY OF POD
           STATUS FL-STATUS.
