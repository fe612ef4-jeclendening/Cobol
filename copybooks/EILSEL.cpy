           SELECT EILFILE ASSIGN RANDOM "/home/prb/f/EILFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD EIL-PRIMARY-KEY OF EIL
           STATUS FL-STATUS.
