           SELECT XFRFILE ASSIGN RANDOM "/home/prb/f/XFRFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD XFR-PRIMARY-KEY OF XFR
           ALTERNATE RECORD XFR-ALTERNATE-KEY-ONE OF XFR DUPLICATES
           STATUS FL-STATUS.
