           SELECT RTCFILE ASSIGN RANDOM "/home/prb/f/RTCFL.KEY"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC RECORD RTC-PRIMARY-KEY OF RTC
           STATUS FL-STATUS.
