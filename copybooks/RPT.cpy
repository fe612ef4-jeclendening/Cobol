           05  RPT-WEEK PIC 9.
           05  RPT-STATUS PIC X.
           05  RPT-STATUS-DATE PIC 9(6).
           05  RPT-STATUS-BY PIC X(8).
           05  RPT-STATUS-RSN PIC XX.
