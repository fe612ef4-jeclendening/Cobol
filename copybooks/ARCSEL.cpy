           SELECT ARCFILE ASSIGN RANDOM "/home/prb/f/ARCFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD ARC-PRIMARY-KEY OF ARC
           STATUS FL-STATUS.
