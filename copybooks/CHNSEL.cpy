           SELECT CHNFILE ASSIGN RANDOM "/home/prb/f/CHNFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD CHN-PRIMARY-KEY OF CHN
           STATUS FL-STATUS.
