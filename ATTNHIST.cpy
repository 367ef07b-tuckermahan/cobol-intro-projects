      *************************************
      * Copybook: ATTNHIST
      * Purpose:  Record layout for ATTENDANCE-HISTORY (ATTNHIST.IDX),
      *           the long-term attendance file posted nightly by
      *           HELLO-POST. One record per employee per day present,
      *           keyed on EMP-ID and date, with an alternate key on
      *           the date alone so a day can be found and re-posted.
      *           Holds the first-in time, the day's greeting count,
      *           up to five distinct terminals used and the count of
      *           greetings by GLOG-STATUS. No names are kept; it is
      *           never purged with the raw archives.
      *************************************
       01  ATTENDANCE-HISTORY-RECORD.
           05  ATTN-KEY.
               10  ATTN-EMP-ID      PIC X(6).
               10  ATTN-DATE        PIC 9(8).
           05  ATTN-POST-DATE       PIC 9(8).
           05  ATTN-FIRST-IN        PIC 9(8).
           05  ATTN-GREET-COUNT     PIC 9(4).
           05  ATTN-TERMINAL-COUNT  PIC 9(2).
           05  ATTN-TERMINALS.
               10  ATTN-TERMINAL-ID PIC X(8) OCCURS 5 TIMES.
           05  ATTN-NORMAL-COUNT    PIC 9(4).
           05  ATTN-TIMEOUT-COUNT   PIC 9(4).
           05  ATTN-REGREET-COUNT   PIC 9(4).
           05  ATTN-OTHER-COUNT     PIC 9(4).
