           SELECT OPRFILE ASSIGN RANDOM "/home/prb/f/OPRFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD OPR-PRIMARY-KEY OF OPR
           STATUS FL-STATUS.
