      *           matching greeting is logged with GLOG-STATUS
      *           "VISITOR" so HELLO-RECON keeps registered visitors
      *           out of the walk-up section. Reported per host
      *           department by HELLO-VRPT. VIS-DEPART-TIME is stamped
      *           by HELLO-MAXX's sign-out mode (zero or blank while
      *           the visitor is still on site) so HELLO-MUST can drop
      *           visitors who have left from the muster list.
      *           HELLO-RETN anonymizes or purges records past their
      *           retention period.
      *************************************
       01  VISITOR-RECORD.
           05  VIS-DATE             PIC 9(8).
           05  VIS-HOST-DEPT        PIC X(20).
           05  VIS-PURPOSE          PIC X(30).
           05  VIS-TERMINAL-ID      PIC X(8).
           05  VIS-DEPART-TIME      PIC 9(8).
