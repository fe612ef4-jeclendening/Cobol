           SELECT JRNFILE ASSIGN RANDOM "/home/prb/f/JRNFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD JRN-PRIMARY-KEY OF JRN
           STATUS FL-STATUS.
