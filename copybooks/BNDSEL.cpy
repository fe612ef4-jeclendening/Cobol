           SELECT BNDFILE ASSIGN RANDOM "/home/prb/f/BNDFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD BND-PRIMARY-KEY OF BND
           STATUS FL-STATUS.
