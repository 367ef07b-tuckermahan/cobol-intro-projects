      *************************************
      * Copybook: GCORPARM
      * Purpose:  Parameter block passed to HELLO-GCAP by the programs
      *           that read GREETING-LOG. Function "L" loads the
      *           GLOGCORR.DAT corrections for log dates GCP-FROM-DATE
      *           through GCP-TO-DATE and returns how many greetings
      *           carry one in GCP-LOADED. Function "A" applies them
      *           to the GREETING-LOG-RECORD passed alongside:
      *           GCP-RESULT comes back "V" when the greeting is
      *           voided (the caller drops it), "R" when GLOG-NAME and
      *           GLOG-EMP-ID were replaced by a reassignment, and "N"
      *           when the record stands as logged.
      *************************************
       01  GLOG-CORR-PARMS.
           05  GCP-FUNCTION         PIC X.
           05  GCP-FROM-DATE        PIC 9(8).
           05  GCP-TO-DATE          PIC 9(8).
           05  GCP-RESULT           PIC X.
           05  GCP-LOADED           PIC 9(5).
           05  GCP-DROPPED          PIC 9(5).
