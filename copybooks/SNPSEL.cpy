           SELECT SNPFILE ASSIGN RANDOM "/home/prb/f/SNPFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD SNP-PRIMARY-KEY OF SNP
           STATUS FL-STATUS.
