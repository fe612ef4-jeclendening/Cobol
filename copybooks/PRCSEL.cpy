           SELECT PRCFILE ASSIGN RANDOM "/home/prb/f/PRCFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD PRC-PRIMARY-KEY OF PRC
           STATUS FL-STATUS.
