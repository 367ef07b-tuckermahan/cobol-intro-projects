      *           records 1..n within each GLOG-DATE and is balanced
      *           against the daily LOG-CONTROL record (GLOGCTL);
      *           blank on records written before sequencing existed.
      *           Records are never rewritten once logged; corrections
      *           are journaled on GLOGCORR.DAT by date and sequence.
      *           The one exception is HELLO-RETN, which replaces
      *           GLOG-NAME once it is past its retention period; the
      *           date, time, status, EMP-ID and sequence are never
      *           changed and no record is removed.
      *************************************
       01  GREETING-LOG-RECORD.
           05  GLOG-NAME            PIC X(54).
