           SELECT TSPFILE ASSIGN RANDOM "/home/prb/f/TSPFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD TSP-PRIMARY-KEY OF TSP
           STATUS FL-STATUS.
