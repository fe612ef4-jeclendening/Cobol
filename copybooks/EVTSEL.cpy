           SELECT EVTFILE ASSIGN RANDOM "/home/prb/f/EVTFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD EVT-PRIMARY-KEY OF EVT
           STATUS FL-STATUS.
