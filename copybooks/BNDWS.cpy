      * fields for the bundle split (see BNDCHK): a program opens
      * BNDFILE input and sets WS-BND-OPEN-FL to "Y", moves the day
      * (1=monday ... 7=sunday) to WS-BND-DAY and performs
      * BND-LOAD-RTN once to pick up every title's copies per bundle
      * for that day -- the title's own record for the day, else
      * its every-day record (day 0).  then for each quantity it
      * moves the title and copies to WS-BND-TITLE-NO and WS-BND-QTY
      * and performs BND-SPLIT-RTN, which returns full bundles and
      * odd copies.  a title with no bundle size comes back as all
      * odd copies with WS-BND-SIZE zero.
       01  WS-BND-OPEN-FL         PIC X VALUE "N".
       01  WS-BND-DAY             PIC 9 VALUE 0.
       01  WS-BND-TITLE-NO        PIC 999 VALUE 0.
       01  WS-BND-QTY             PIC 9(7) VALUE 0.
       01  WS-BND-SIZE            PIC 999 VALUE 0.
       01  WS-BND-BUNDLES         PIC 9(7) VALUE 0.
       01  WS-BND-ODD             PIC 9(7) VALUE 0.
       01  WS-BND-SIZES.
           05  WS-BND-TTL-SIZE OCCURS 999 TIMES PIC 999.
