      *           carry a start/end time window (end before start wraps
      *           past midnight) and the GTXT code to use; type "H"
      *           records carry a holiday date, alternate wording code
      *           and an optional seasonal BANNER-ID. An "S" window
      *           that is also a working shift carries a SHIFT-ID;
      *           its start time is when that shift is due in.
      *************************************
       01  SHIFT-SCHEDULE-RECORD.
           05  SSCH-TYPE             PIC X.
                                     PIC 9(8).
           05  SSCH-GTXT-CODE        PIC X(4).
           05  SSCH-BANNER-ID        PIC X(8).
           05  SSCH-SHIFT-ID         PIC X(4).
