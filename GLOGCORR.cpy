      *************************************
      * Copybook: GLOGCORR
      * Purpose:  Record layout for GLOG-CORRECTION (GLOGCORR.DAT),
      *           the journal of supervisor corrections to
      *           GREETING-LOG entered on HELLO-GCOR. GREETLOG itself
      *           is never rewritten, so its GLOGCTL counts and hashes
      *           still balance; readers apply the journal instead
      *           through HELLO-GCAP. A correction names one logged
      *           greeting by GLOG-DATE and GLOG-SEQ and either voids
      *           it (VOID), moves it to another EMP-ID and name
      *           (REASGN) or puts it back as logged (RESTOR). Where
      *           one greeting has several corrections the latest
      *           entry wins. GCOR-NUMBER runs 1..n through the
      *           journal; HELLO-FEED keeps the last number it has
      *           sent to HR as adjustments on HRADJCTL.DAT.
      *************************************
       01  GLOG-CORRECTION-RECORD.
           05  GCOR-NUMBER          PIC 9(6).
           05  GCOR-LOG-KEY.
               10  GCOR-LOG-DATE    PIC 9(8).
               10  GCOR-LOG-SEQ     PIC 9(6).
           05  GCOR-ACTION          PIC X(6).
           05  GCOR-NEW-EMP-ID      PIC X(6).
           05  GCOR-NEW-NAME        PIC X(54).
           05  GCOR-REASON          PIC X(40).
           05  GCOR-ENTRY-DATE      PIC 9(8).
           05  GCOR-ENTRY-TIME      PIC 9(8).
           05  GCOR-TERMINAL-ID     PIC X(8).
           05  GCOR-OPERATOR-ID     PIC X(8).
